000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STOP-SWEEP.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAILY EXPIRY SWEEP OVER THE
001100*                   STOP-PAYMENT REGISTER (STOPPAY), IN THE
001200*                   FHOLD-SWEEP MOLD. EVERY STOP WHOSE EXPIRY DATE
001300*                   IS BEFORE THE RUN DATE HAS LAPSED - IT IS
001400*                   LISTED ON THE SWEEP REPORT (STPSWRPT), WRITTEN
001500*                   TO THE SHARED AUDIT TRAIL THROUGH
001600*                   AUDIT-WRITER, AND DELETED. THE PROOF SHOWS
001700*                   STOPS READ = PURGED + RETAINED.
001720* 2026-10-15  DLBS  AN INITIALIZATION FAILURE NOW ENDS RC=8 - THE
001740*                   CODE IS SET AFTER THE CLOSING AUDIT-WRITER
001760*                   CALL, WHICH WAS CLEARING IT.
001800*--------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT STOP-FILE ASSIGN TO 'STOPPAY'
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS SR-STOP-KEY
002600         FILE STATUS IS FS-STOP-FILE.
002700     SELECT REPORT-FILE ASSIGN TO 'STPSWRPT'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS FS-REPORT-FILE.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  STOP-FILE
003400     LABEL RECORDS ARE STANDARD.
003500 01  STOP-RECORD.
003600     COPY STOPREC.
003700
003800 FD  REPORT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  REPORT-RECORD               PIC X(80).
004100
004200 WORKING-STORAGE SECTION.
004300 01  FS-STOP-FILE                PIC X(02) VALUE '00'.
004400 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
004500 01  WS-SWITCHES.
004600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
004700         88  END-OF-FILE                    VALUE 'Y'.
004800     05  WS-STOP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
004900         88  WS-STOP-FILE-OPEN               VALUE 'Y'.
005000     05  WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
005100         88  WS-REPORT-FILE-OPEN             VALUE 'Y'.
005130     05  WS-RUN-FAIL-SWITCH      PIC X(01) VALUE 'N'.
005160         88  WS-RUN-FAILED               VALUE 'Y'.
005200
005300 01  WS-RUN-DATE                 PIC 9(08).
005400
005500 01  WS-COUNTERS.
005600     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
005700     05  WS-PURGED-COUNT         PIC 9(07) COMP VALUE ZERO.
005800     05  WS-RETAINED-COUNT       PIC 9(07) COMP VALUE ZERO.
005900     05  WS-PROOF-COUNT          PIC 9(07) COMP VALUE ZERO.
006000
006100*--------------------------------------------------------------
006200* SHARED AUDIT-WRITER CALL PARAMETER
006300*--------------------------------------------------------------
006400 01  WS-AUDIT-PARM.
006500     05  WS-AW-FUNCTION          PIC X(01).
006600     05  WS-AW-PROGRAM-ID        PIC X(12) VALUE 'STOP-SWEEP'.
006700     05  WS-AW-INPUT-VALUE       PIC X(12).
006800     05  WS-AW-RESULT            PIC X(16).
006900
007000*--------------------------------------------------------------
007100* SWEEP REPORT LINES - ONE DETAIL PER LAPSED STOP PURGED.
007200*--------------------------------------------------------------
007300 01  WS-REPORT-HEADING.
007400     05  FILLER                  PIC X(34)
007500         VALUE 'STOP-SWEEP LAPSED STOPS PURGED    '.
007600     05  RH-RUN-DATE             PIC X(08).
007700 01  WS-REPORT-COLUMNS.
007800     05  FILLER                  PIC X(40)
007900         VALUE 'CO  ACCOUNT    T STOP VALUE    FROM     '.
008000     05  FILLER                  PIC X(38)
008100         VALUE 'TO       PLACED   EXPIRY   PLACED BY F'.
008200 01  WS-REPORT-DETAIL.
008300     05  RD-COMPANY-CODE         PIC X(03).
008400     05  FILLER                  PIC X(01) VALUE SPACE.
008500     05  RD-ACCOUNT-NUMBER       PIC X(10).
008600     05  FILLER                  PIC X(01) VALUE SPACE.
008700     05  RD-STOP-TYPE            PIC X(01).
008800     05  FILLER                  PIC X(01) VALUE SPACE.
008900     05  RD-STOP-VALUE           PIC X(13).
009000     05  FILLER                  PIC X(01) VALUE SPACE.
009100     05  RD-FROM-DATE            PIC X(08).
009200     05  FILLER                  PIC X(01) VALUE SPACE.
009300     05  RD-TO-DATE              PIC X(08).
009400     05  FILLER                  PIC X(01) VALUE SPACE.
009500     05  RD-PLACED-DATE          PIC X(08).
009600     05  FILLER                  PIC X(01) VALUE SPACE.
009700     05  RD-EXPIRY-DATE          PIC X(08).
009800     05  FILLER                  PIC X(01) VALUE SPACE.
009900     05  RD-PLACED-BY            PIC X(08).
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  RD-FEE-FLAG             PIC X(01).
010200 01  WS-REPORT-TOTAL.
010300     05  RT-LABEL                PIC X(24).
010400     05  RT-COUNT                PIC ZZZ,ZZ9.
010500
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE
010900         THRU 1000-INITIALIZE-EXIT
011000     PERFORM 3000-SWEEP-ONE-STOP
011100         THRU 3000-SWEEP-ONE-STOP-EXIT
011200         UNTIL END-OF-FILE
011300     MOVE 'C' TO WS-AW-FUNCTION
011400     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM
011500     PERFORM 8000-PROVE-AND-SUMMARIZE
011600         THRU 8000-PROVE-AND-SUMMARIZE-EXIT
011610*--------------------------------------------------------------
011620* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
011630* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
011640* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
011650*--------------------------------------------------------------
011660     IF WS-RUN-FAILED
011670         MOVE 8 TO RETURN-CODE
011680     END-IF
011700     PERFORM 9999-TERMINATE
011800         THRU 9999-TERMINATE-EXIT
011900     STOP RUN.
012000
012100*--------------------------------------------------------------
012200* NO STOPPAY YET (NO STOP EVER PLACED) IS NOT AN ERROR - THERE
012300* IS SIMPLY NOTHING TO SWEEP.
012400*--------------------------------------------------------------
012500 1000-INITIALIZE.
012600     CALL 'PROC-DATE' USING WS-RUN-DATE
012700     OPEN OUTPUT REPORT-FILE
012800     IF FS-REPORT-FILE NOT = '00'
012900         DISPLAY 'STOP-SWEEP: STPSWRPT OPEN FAILED, STATUS='
013000             FS-REPORT-FILE
013100         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
013200         MOVE 'Y' TO EOF-SWITCH
013300         GO TO 1000-INITIALIZE-EXIT
013400     END-IF
013500     MOVE 'Y' TO WS-REPORT-OPEN-SWITCH
013600     MOVE WS-RUN-DATE TO RH-RUN-DATE
013700     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
013800     WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS
013900     OPEN I-O STOP-FILE
014000     IF FS-STOP-FILE = '35'
014100         DISPLAY 'STOP-SWEEP: NO STOP-PAYMENT REGISTER - NOTHING '
014200             'TO SWEEP'
014300         MOVE 'Y' TO EOF-SWITCH
014400         GO TO 1000-INITIALIZE-EXIT
014500     END-IF
014600     IF FS-STOP-FILE NOT = '00' AND '05'
014700         DISPLAY 'STOP-SWEEP: STOPPAY OPEN FAILED, STATUS='
014800             FS-STOP-FILE
014900         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
015000         MOVE 'Y' TO EOF-SWITCH
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015300     MOVE 'Y' TO WS-STOP-OPEN-SWITCH
015400     MOVE LOW-VALUES TO SR-STOP-KEY
015500     START STOP-FILE
015600         KEY IS NOT LESS THAN SR-STOP-KEY
015700         INVALID KEY
015800             MOVE 'Y' TO EOF-SWITCH
015900     END-START
016000     IF NOT END-OF-FILE
016100         PERFORM 3100-READ-NEXT-STOP
016200             THRU 3100-READ-NEXT-STOP-EXIT
016300     END-IF.
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
016600
016700*--------------------------------------------------------------
016800* A STOP EXPIRING ON THE RUN DATE ITSELF STILL STOPS TODAY'S
016900* ITEMS - IT IS PURGED BY TOMORROW'S SWEEP.
017000*--------------------------------------------------------------
017100 3000-SWEEP-ONE-STOP.
017200     ADD 1 TO WS-READ-COUNT
017300     IF SR-EXPIRY-DATE < WS-RUN-DATE
017400         PERFORM 4000-PURGE-LAPSED-STOP
017500             THRU 4000-PURGE-LAPSED-STOP-EXIT
017600     ELSE
017700         ADD 1 TO WS-RETAINED-COUNT
017800     END-IF
017900     PERFORM 3100-READ-NEXT-STOP
018000         THRU 3100-READ-NEXT-STOP-EXIT.
018100 3000-SWEEP-ONE-STOP-EXIT.
018200     EXIT.
018300
018400 3100-READ-NEXT-STOP.
018500     READ STOP-FILE NEXT RECORD
018600         AT END
018700             MOVE 'Y' TO EOF-SWITCH
018800     END-READ.
018900 3100-READ-NEXT-STOP-EXIT.
019000     EXIT.
019100
019200*--------------------------------------------------------------
019300* THE STOP IS DELETED, THEN REPORTED AND AUDITED. A FAILED
019400* DELETE RETAINS THE STOP (IT IS PAST ITS EXPIRY, SO FILE-DEMO
019500* NO LONGER MATCHES IT) FOR THE NEXT SWEEP. THE AUDIT RESULT
019600* CARRIES 'X', THE STOP TYPE, AND THE START OF THE STOP VALUE.
019700*--------------------------------------------------------------
019800 4000-PURGE-LAPSED-STOP.
019900     DELETE STOP-FILE
020000         INVALID KEY
020100             DISPLAY 'STOP-SWEEP: STOPPAY DELETE FAILED FOR '
020200                 SR-ACCOUNT-NUMBER ' ' SR-STOP-TYPE ' '
020300                 SR-STOP-VALUE ' - RETAINED'
020400             ADD 1 TO WS-RETAINED-COUNT
020500             GO TO 4000-PURGE-LAPSED-STOP-EXIT
020600     END-DELETE
020700     ADD 1 TO WS-PURGED-COUNT
020800     MOVE SR-COMPANY-CODE TO RD-COMPANY-CODE
020900     MOVE SR-ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
021000     MOVE SR-STOP-TYPE TO RD-STOP-TYPE
021100     MOVE SR-STOP-VALUE TO RD-STOP-VALUE
021200     MOVE SR-FROM-DATE TO RD-FROM-DATE
021300     MOVE SR-TO-DATE TO RD-TO-DATE
021400     MOVE SR-PLACED-DATE TO RD-PLACED-DATE
021500     MOVE SR-EXPIRY-DATE TO RD-EXPIRY-DATE
021600     MOVE SR-PLACED-BY TO RD-PLACED-BY
021700     MOVE SR-FEE-FLAG TO RD-FEE-FLAG
021800     WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
021900     MOVE 'W' TO WS-AW-FUNCTION
022000     MOVE SR-ACCOUNT-NUMBER TO WS-AW-INPUT-VALUE
022100     MOVE SPACES TO WS-AW-RESULT
022200     STRING 'X ' DELIMITED BY SIZE
022300         SR-STOP-TYPE DELIMITED BY SIZE
022400         ' ' DELIMITED BY SIZE
022500         SR-STOP-VALUE DELIMITED BY SIZE
022600         INTO WS-AW-RESULT
022700     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM.
022800 4000-PURGE-LAPSED-STOP-EXIT.
022900     EXIT.
023000
023100 8000-PROVE-AND-SUMMARIZE.
023200     IF WS-REPORT-FILE-OPEN
023300         MOVE 'STOPS READ              ' TO RT-LABEL
023400         MOVE WS-READ-COUNT TO RT-COUNT
023500         WRITE REPORT-RECORD FROM WS-REPORT-TOTAL
023600         MOVE 'STOPS PURGED (LAPSED)   ' TO RT-LABEL
023700         MOVE WS-PURGED-COUNT TO RT-COUNT
023800         WRITE REPORT-RECORD FROM WS-REPORT-TOTAL
023900         MOVE 'STOPS RETAINED          ' TO RT-LABEL
024000         MOVE WS-RETAINED-COUNT TO RT-COUNT
024100         WRITE REPORT-RECORD FROM WS-REPORT-TOTAL
024200     END-IF
024300     DISPLAY 'STOP-SWEEP: STOPS READ........... ' WS-READ-COUNT
024400     DISPLAY 'STOP-SWEEP: STOPS PURGED......... '
024500         WS-PURGED-COUNT
024600     DISPLAY 'STOP-SWEEP: STOPS RETAINED....... '
024700         WS-RETAINED-COUNT
024800     ADD WS-PURGED-COUNT WS-RETAINED-COUNT
024900         GIVING WS-PROOF-COUNT
025000     IF WS-PROOF-COUNT = WS-READ-COUNT
025100         DISPLAY 'STOP-SWEEP: PROOF IN BALANCE'
025200     ELSE
025300         DISPLAY 'STOP-SWEEP: PROOF OUT OF BALANCE'
025400         IF RETURN-CODE < 8
025500             MOVE 8 TO RETURN-CODE
025600         END-IF
025700     END-IF.
025800 8000-PROVE-AND-SUMMARIZE-EXIT.
025900     EXIT.
026000
026100 9999-TERMINATE.
026200     IF WS-STOP-FILE-OPEN
026300         CLOSE STOP-FILE
026400     END-IF
026500     IF WS-REPORT-FILE-OPEN
026600         CLOSE REPORT-FILE
026700     END-IF.
026800 9999-TERMINATE-EXIT.
026900     EXIT.
