000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SNAP-PURGE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. BALSNAP RETENTION, IN THE
001100*                   DORM-PURGE PATTERN (SEE JCL/DLADB.JCL). THE
001200*                   CTLMSTR 'T' BALSNAP ENTRY GIVES THE MONTHS OF
001300*                   SNAPSHOTS KEPT ONLINE, COUNTING THE RUN DATE'S
001400*                   MONTH; EVERY SNAPSHOT DATED BEFORE THE FIRST
001500*                   OF THE OLDEST KEPT MONTH IS WRITTEN TO THE
001600*                   DATED SNAPARC ARCHIVE (PURGE DATE PLUS THE
001700*                   SNAPSHOT IMAGE, LRECL 49) AND DELETED. THE
001800*                   PROOF SHEET SHOWS SNAPSHOTS READ = ARCHIVED +
001900*                   RETAINED AND THE LEDGER-BALANCE TOTALS
002000*                   CROSSING THE SAME WAY. NO BALSNAP ENTRY ON
002100*                   CTLMSTR PURGES NOTHING - THE SAFE DEFAULT.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SNAPSHOT-FILE ASSIGN TO 'BALSNAP'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS BS-SNAP-KEY
003000         FILE STATUS IS FS-SNAPSHOT-FILE.
003100     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS CT-CONTROL-KEY
003500         FILE STATUS IS FS-CONTROL-MASTER-FILE.
003600     SELECT SNAPSHOT-ARCHIVE ASSIGN TO 'SNAPARC'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FS-SNAPSHOT-ARCHIVE.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SNAPSHOT-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  SNAPSHOT-RECORD.
004500     COPY BALSREC.
004600
004700 FD  CONTROL-MASTER-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  CONTROL-MASTER-RECORD.
005000     COPY CTLREC.
005100
005200 FD  SNAPSHOT-ARCHIVE
005300     LABEL RECORDS ARE STANDARD.
005400 01  SNAPSHOT-ARCHIVE-RECORD.
005500     05  SA-PURGE-DATE           PIC 9(08).
005600     05  SA-FILL-1               PIC X(01).
005700     05  SA-SNAPSHOT-IMAGE       PIC X(40).
005800
005900 WORKING-STORAGE SECTION.
006000 01  FS-SNAPSHOT-FILE            PIC X(02) VALUE '00'.
006100 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
006200 01  FS-SNAPSHOT-ARCHIVE         PIC X(02) VALUE '00'.
006300 01  WS-SWITCHES.
006400     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
006500         88  END-OF-FILE                    VALUE 'Y'.
006600     05  WS-SNAP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006700         88  WS-SNAPSHOT-FILE-OPEN           VALUE 'Y'.
006800     05  WS-ARC-OPEN-SWITCH      PIC X(01) VALUE 'N'.
006900         88  WS-SNAPSHOT-ARCHIVE-OPEN        VALUE 'Y'.
007000
007100 01  WS-RUN-DATE                 PIC 9(08).
007200 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
007300     05  WS-RUN-YEAR             PIC 9(04).
007400     05  WS-RUN-MONTH            PIC 9(02).
007500     05  FILLER                  PIC 9(02).
007600 01  WS-RETAIN-MONTHS            PIC 9(03) VALUE ZERO.
007700 01  WS-MONTH-NUMBER             PIC 9(07) COMP.
007800
007900*--------------------------------------------------------------
008000* THE FIRST OF THE OLDEST MONTH KEPT - ZERO PURGES NOTHING.
008100*--------------------------------------------------------------
008200 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
008300 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
008400     05  WS-CO-YEAR              PIC 9(04).
008500     05  WS-CO-MONTH             PIC 9(02).
008600     05  WS-CO-DAY               PIC 9(02).
008700
008800*--------------------------------------------------------------
008900* PROOF-SHEET ACCUMULATORS - READ MUST EQUAL ARCHIVED PLUS
009000* RETAINED, IN BOTH COUNT AND LEDGER-BALANCE TOTAL.
009100*--------------------------------------------------------------
009200 01  WS-COUNTERS.
009300     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
009400     05  WS-ARCHIVED-COUNT       PIC 9(07) COMP VALUE ZERO.
009500     05  WS-RETAINED-COUNT       PIC 9(07) COMP VALUE ZERO.
009600 01  WS-READ-TOTAL               PIC S9(13)V99 COMP-3
009700                                     VALUE ZERO.
009800 01  WS-ARCHIVED-TOTAL           PIC S9(13)V99 COMP-3
009900                                     VALUE ZERO.
010000 01  WS-RETAINED-TOTAL           PIC S9(13)V99 COMP-3
010100                                     VALUE ZERO.
010200 01  WS-PROOF-TOTAL              PIC S9(13)V99 COMP-3.
010300 01  WS-PROOF-COUNT              PIC 9(07) COMP.
010400 01  WS-EDIT-AMOUNT              PIC -(13)9.99.
010500
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE
010900         THRU 1000-INITIALIZE-EXIT
011000     PERFORM 3000-SWEEP-ONE-SNAPSHOT
011100         THRU 3000-SWEEP-ONE-SNAPSHOT-EXIT
011200         UNTIL END-OF-FILE
011300     PERFORM 8000-PROVE-AND-SUMMARIZE
011400         THRU 8000-PROVE-AND-SUMMARIZE-EXIT
011500     PERFORM 9999-TERMINATE
011600         THRU 9999-TERMINATE-EXIT
011700     STOP RUN.
011800
011900 1000-INITIALIZE.
012000     CALL 'PROC-DATE' USING WS-RUN-DATE
012100     PERFORM 1100-READ-RETENTION
012200         THRU 1100-READ-RETENTION-EXIT
012300     IF WS-CUTOFF-DATE = ZERO
012400         DISPLAY 'SNAP-PURGE: NO BALSNAP RETENTION ON CTLMSTR - '
012500             'NOTHING PURGED'
012600         MOVE 'Y' TO EOF-SWITCH
012700         GO TO 1000-INITIALIZE-EXIT
012800     END-IF
012900     OPEN EXTEND SNAPSHOT-ARCHIVE
013000     IF FS-SNAPSHOT-ARCHIVE = '35'
013100         OPEN OUTPUT SNAPSHOT-ARCHIVE
013200     END-IF
013300     IF FS-SNAPSHOT-ARCHIVE NOT = '00'
013400         DISPLAY 'SNAP-PURGE: SNAPARC OPEN FAILED, STATUS='
013500             FS-SNAPSHOT-ARCHIVE
013600         MOVE 8 TO RETURN-CODE
013700         MOVE 'Y' TO EOF-SWITCH
013800         GO TO 1000-INITIALIZE-EXIT
013900     END-IF
014000     MOVE 'Y' TO WS-ARC-OPEN-SWITCH
014100     OPEN I-O SNAPSHOT-FILE
014200     IF FS-SNAPSHOT-FILE NOT = '00' AND '05'
014300         DISPLAY 'SNAP-PURGE: BALSNAP OPEN FAILED, STATUS='
014400             FS-SNAPSHOT-FILE
014500         MOVE 8 TO RETURN-CODE
014600         MOVE 'Y' TO EOF-SWITCH
014700         GO TO 1000-INITIALIZE-EXIT
014800     END-IF
014900     MOVE 'Y' TO WS-SNAP-OPEN-SWITCH
015000     MOVE LOW-VALUES TO BS-SNAP-KEY
015100     START SNAPSHOT-FILE
015200         KEY IS NOT LESS THAN BS-SNAP-KEY
015300         INVALID KEY
015400             MOVE 'Y' TO EOF-SWITCH
015500     END-START
015600     IF NOT END-OF-FILE
015700         PERFORM 3100-READ-NEXT-SNAPSHOT
015800             THRU 3100-READ-NEXT-SNAPSHOT-EXIT
015900     END-IF.
016000 1000-INITIALIZE-EXIT.
016100     EXIT.
016200
016300*--------------------------------------------------------------
016400* N MONTHS ONLINE KEEPS THE RUN DATE'S MONTH AND THE N-1 BEFORE
016500* IT - THE CUTOFF IS THE FIRST OF THE OLDEST, WORKED IN MONTHS
016600* SINCE YEAR ZERO SO THE YEAR BOUNDARY NEEDS NO SPECIAL CASE.
016700* CTL-MAINT HOLDS THE ENTRY TO 1 THROUGH 120.
016800*--------------------------------------------------------------
016900 1100-READ-RETENTION.
017000     OPEN INPUT CONTROL-MASTER-FILE
017100     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
017200         DISPLAY 'SNAP-PURGE: CTLMSTR OPEN FAILED, STATUS='
017300             FS-CONTROL-MASTER-FILE
017400         GO TO 1100-READ-RETENTION-EXIT
017500     END-IF
017600     MOVE 'T' TO CT-ENTRY-TYPE
017700     MOVE 'BALSNAP' TO CT-ENTRY-CODE
017800     READ CONTROL-MASTER-FILE
017900         INVALID KEY
018000             CONTINUE
018100         NOT INVALID KEY
018200             IF CT-SN-RETAIN-MONTHS NUMERIC
018300                 MOVE CT-SN-RETAIN-MONTHS TO WS-RETAIN-MONTHS
018400             END-IF
018500     END-READ
018600     CLOSE CONTROL-MASTER-FILE
018700     IF WS-RETAIN-MONTHS = ZERO
018800         GO TO 1100-READ-RETENTION-EXIT
018900     END-IF
019000     COMPUTE WS-MONTH-NUMBER = WS-RUN-YEAR * 12 + WS-RUN-MONTH
019100         - WS-RETAIN-MONTHS
019200     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CO-YEAR
019300         REMAINDER WS-CO-MONTH
019400     ADD 1 TO WS-CO-MONTH
019500     MOVE 1 TO WS-CO-DAY.
019600 1100-READ-RETENTION-EXIT.
019700     EXIT.
019800
019900 3000-SWEEP-ONE-SNAPSHOT.
020000     ADD 1 TO WS-READ-COUNT
020100     ADD BS-LEDGER-BALANCE TO WS-READ-TOTAL
020200     IF BS-SNAP-DATE < WS-CUTOFF-DATE
020300         PERFORM 4000-ARCHIVE-AND-DELETE
020400             THRU 4000-ARCHIVE-AND-DELETE-EXIT
020500     ELSE
020600         ADD 1 TO WS-RETAINED-COUNT
020700         ADD BS-LEDGER-BALANCE TO WS-RETAINED-TOTAL
020800     END-IF
020900     PERFORM 3100-READ-NEXT-SNAPSHOT
021000         THRU 3100-READ-NEXT-SNAPSHOT-EXIT.
021100 3000-SWEEP-ONE-SNAPSHOT-EXIT.
021200     EXIT.
021300
021400 3100-READ-NEXT-SNAPSHOT.
021500     READ SNAPSHOT-FILE NEXT RECORD
021600         AT END
021700             MOVE 'Y' TO EOF-SWITCH
021800     END-READ.
021900 3100-READ-NEXT-SNAPSHOT-EXIT.
022000     EXIT.
022100
022200*--------------------------------------------------------------
022300* THE SNAPSHOT GOES TO THE DATED ARCHIVE BEFORE IT IS DELETED -
022400* A FAILED ARCHIVE WRITE RETAINS IT RATHER THAN LOSING IT.
022500*--------------------------------------------------------------
022600 4000-ARCHIVE-AND-DELETE.
022700     MOVE WS-RUN-DATE TO SA-PURGE-DATE
022800     MOVE SPACE TO SA-FILL-1
022900     MOVE SNAPSHOT-RECORD TO SA-SNAPSHOT-IMAGE
023000     WRITE SNAPSHOT-ARCHIVE-RECORD
023100     IF FS-SNAPSHOT-ARCHIVE NOT = '00'
023200         DISPLAY 'SNAP-PURGE: ARCHIVE WRITE FAILED FOR '
023300             BS-COMPANY-CODE '-' BS-ACCOUNT-NUMBER ' '
023400             BS-SNAP-DATE ' - RETAINED'
023500         ADD 1 TO WS-RETAINED-COUNT
023600         ADD BS-LEDGER-BALANCE TO WS-RETAINED-TOTAL
023700         GO TO 4000-ARCHIVE-AND-DELETE-EXIT
023800     END-IF
023900     ADD 1 TO WS-ARCHIVED-COUNT
024000     ADD BS-LEDGER-BALANCE TO WS-ARCHIVED-TOTAL
024100     DELETE SNAPSHOT-FILE
024200         INVALID KEY
024300             DISPLAY 'SNAP-PURGE: BALSNAP DELETE FAILED FOR '
024400                 BS-COMPANY-CODE '-' BS-ACCOUNT-NUMBER ' '
024500                 BS-SNAP-DATE
024600     END-DELETE.
024700 4000-ARCHIVE-AND-DELETE-EXIT.
024800     EXIT.
024900
025000 8000-PROVE-AND-SUMMARIZE.
025100     DISPLAY 'SNAP-PURGE: MONTHS RETAINED..... ' WS-RETAIN-MONTHS
025200     DISPLAY 'SNAP-PURGE: CUTOFF DATE......... ' WS-CUTOFF-DATE
025300     DISPLAY 'SNAP-PURGE: SNAPSHOTS READ...... ' WS-READ-COUNT
025400     DISPLAY 'SNAP-PURGE: SNAPSHOTS ARCHIVED.. ' WS-ARCHIVED-COUNT
025500     DISPLAY 'SNAP-PURGE: SNAPSHOTS RETAINED.. ' WS-RETAINED-COUNT
025600     MOVE WS-READ-TOTAL TO WS-EDIT-AMOUNT
025700     DISPLAY 'SNAP-PURGE: LEDGER READ......... ' WS-EDIT-AMOUNT
025800     MOVE WS-ARCHIVED-TOTAL TO WS-EDIT-AMOUNT
025900     DISPLAY 'SNAP-PURGE: LEDGER ARCHIVED..... ' WS-EDIT-AMOUNT
026000     MOVE WS-RETAINED-TOTAL TO WS-EDIT-AMOUNT
026100     DISPLAY 'SNAP-PURGE: LEDGER RETAINED..... ' WS-EDIT-AMOUNT
026200     ADD WS-ARCHIVED-COUNT WS-RETAINED-COUNT
026300         GIVING WS-PROOF-COUNT
026400     COMPUTE WS-PROOF-TOTAL = WS-ARCHIVED-TOTAL
026500         + WS-RETAINED-TOTAL
026600     IF WS-PROOF-COUNT = WS-READ-COUNT AND
026700        WS-PROOF-TOTAL = WS-READ-TOTAL
026800         DISPLAY 'SNAP-PURGE: PROOF IN BALANCE - NOTHING LOST'
026900     ELSE
027000         DISPLAY 'SNAP-PURGE: *** PROOF OUT OF BALANCE ***'
027100         MOVE 8 TO RETURN-CODE
027200     END-IF.
027300 8000-PROVE-AND-SUMMARIZE-EXIT.
027400     EXIT.
027500
027600 9999-TERMINATE.
027700     IF WS-SNAPSHOT-FILE-OPEN
027800         CLOSE SNAPSHOT-FILE
027900     END-IF
028000     IF WS-SNAPSHOT-ARCHIVE-OPEN
028100         CLOSE SNAPSHOT-ARCHIVE
028200     END-IF.
028300 9999-TERMINATE-EXIT.
028400     EXIT.
