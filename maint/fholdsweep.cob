000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FHOLD-SWEEP.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAILY EXPIRY SWEEP OVER THE
001100*                   FUNDS-HOLD MASTER (FNDHOLD), IN THE DORM-PURGE
001200*                   MOLD. EVERY HOLD WHOSE EXPIRY DATE IS BEFORE
001300*                   THE RUN DATE HAS MATURED - IT IS LISTED ON THE
001400*                   SWEEP REPORT (FHSWRPT), WRITTEN TO THE SHARED
001500*                   AUDIT TRAIL THROUGH AUDIT-WRITER, AND DELETED.
001600*                   THE PROOF SHOWS HOLDS READ = DROPPED +
001700*                   RETAINED, IN COUNT AND AMOUNT.
001720* 2026-10-15  DLBS  AN INITIALIZATION FAILURE NOW ENDS RC=8 - THE
001740*                   CODE IS SET AFTER THE CLOSING AUDIT-WRITER
001760*                   CALL, WHICH WAS CLEARING IT.
001800*--------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT HOLD-FILE ASSIGN TO 'FNDHOLD'
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS FH-HOLD-KEY
002600         FILE STATUS IS FS-HOLD-FILE.
002700     SELECT REPORT-FILE ASSIGN TO 'FHSWRPT'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS FS-REPORT-FILE.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  HOLD-FILE
003400     LABEL RECORDS ARE STANDARD.
003500 01  HOLD-RECORD.
003600     COPY FHOLDREC.
003700
003800 FD  REPORT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  REPORT-RECORD               PIC X(80).
004100
004200 WORKING-STORAGE SECTION.
004300 01  FS-HOLD-FILE                PIC X(02) VALUE '00'.
004400 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
004500 01  WS-SWITCHES.
004600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
004700         88  END-OF-FILE                    VALUE 'Y'.
004800     05  WS-HOLD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
004900         88  WS-HOLD-FILE-OPEN               VALUE 'Y'.
005000     05  WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
005100         88  WS-REPORT-FILE-OPEN             VALUE 'Y'.
005130     05  WS-RUN-FAIL-SWITCH      PIC X(01) VALUE 'N'.
005160         88  WS-RUN-FAILED               VALUE 'Y'.
005200
005300 01  WS-RUN-DATE                 PIC 9(08).
005400
005500 01  WS-COUNTERS.
005600     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
005700     05  WS-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
005800     05  WS-RETAINED-COUNT       PIC 9(07) COMP VALUE ZERO.
005900     05  WS-PROOF-COUNT          PIC 9(07) COMP VALUE ZERO.
006000 01  WS-TOTALS.
006100     05  WS-READ-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
006200     05  WS-DROPPED-TOTAL        PIC 9(11)V99 COMP-3 VALUE ZERO.
006300     05  WS-RETAINED-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
006400     05  WS-PROOF-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.
006500 01  WS-EDIT-AMOUNT              PIC Z(10)9.99.
006600
006700*--------------------------------------------------------------
006800* SHARED AUDIT-WRITER CALL PARAMETER
006900*--------------------------------------------------------------
007000 01  WS-AUDIT-PARM.
007100     05  WS-AW-FUNCTION          PIC X(01).
007200     05  WS-AW-PROGRAM-ID        PIC X(12) VALUE 'FHOLD-SWEEP'.
007300     05  WS-AW-INPUT-VALUE       PIC X(12).
007400     05  WS-AW-RESULT            PIC X(16).
007500
007600*--------------------------------------------------------------
007700* SWEEP REPORT LINES - ONE DETAIL PER MATURED HOLD DROPPED.
007800*--------------------------------------------------------------
007900 01  WS-REPORT-HEADING.
008000     05  FILLER                  PIC X(34)
008100         VALUE 'FHOLD-SWEEP MATURED HOLDS DROPPED '.
008200     05  RH-RUN-DATE             PIC X(08).
008300 01  WS-REPORT-COLUMNS.
008400     05  FILLER                  PIC X(41)
008500         VALUE 'CO  ACCOUNT    HOLD ID          AMOUNT RS'.
008600     05  FILLER                  PIC X(28)
008700         VALUE ' PLACED   EXPIRY   PLACED BY'.
008800 01  WS-REPORT-DETAIL.
008900     05  RD-COMPANY-CODE         PIC X(03).
009000     05  FILLER                  PIC X(01) VALUE SPACE.
009100     05  RD-ACCOUNT-NUMBER       PIC X(10).
009200     05  FILLER                  PIC X(01) VALUE SPACE.
009300     05  RD-HOLD-ID              PIC X(08).
009400     05  FILLER                  PIC X(01) VALUE SPACE.
009500     05  RD-HOLD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
009600     05  FILLER                  PIC X(01) VALUE SPACE.
009700     05  RD-REASON-CODE          PIC X(02).
009800     05  FILLER                  PIC X(01) VALUE SPACE.
009900     05  RD-PLACED-DATE          PIC X(08).
010000     05  FILLER                  PIC X(01) VALUE SPACE.
010100     05  RD-EXPIRY-DATE          PIC X(08).
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  RD-PLACED-BY            PIC X(08).
010400 01  WS-REPORT-TOTAL.
010500     05  RT-LABEL                PIC X(24).
010600     05  RT-COUNT                PIC ZZZ,ZZ9.
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  RT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE
011300         THRU 1000-INITIALIZE-EXIT
011400     PERFORM 3000-SWEEP-ONE-HOLD
011500         THRU 3000-SWEEP-ONE-HOLD-EXIT
011600         UNTIL END-OF-FILE
011700     MOVE 'C' TO WS-AW-FUNCTION
011800     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM
011900     PERFORM 8000-PROVE-AND-SUMMARIZE
012000         THRU 8000-PROVE-AND-SUMMARIZE-EXIT
012010*--------------------------------------------------------------
012020* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
012030* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
012040* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
012050*--------------------------------------------------------------
012060     IF WS-RUN-FAILED
012070         MOVE 8 TO RETURN-CODE
012080     END-IF
012100     PERFORM 9999-TERMINATE
012200         THRU 9999-TERMINATE-EXIT
012300     STOP RUN.
012400
012500*--------------------------------------------------------------
012600* NO FNDHOLD YET (NO HOLD EVER PLACED) IS NOT AN ERROR - THERE
012700* IS SIMPLY NOTHING TO SWEEP.
012800*--------------------------------------------------------------
012900 1000-INITIALIZE.
013000     CALL 'PROC-DATE' USING WS-RUN-DATE
013100     OPEN OUTPUT REPORT-FILE
013200     IF FS-REPORT-FILE NOT = '00'
013300         DISPLAY 'FHOLD-SWEEP: FHSWRPT OPEN FAILED, STATUS='
013400             FS-REPORT-FILE
013500         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
013600         MOVE 'Y' TO EOF-SWITCH
013700         GO TO 1000-INITIALIZE-EXIT
013800     END-IF
013900     MOVE 'Y' TO WS-REPORT-OPEN-SWITCH
014000     MOVE WS-RUN-DATE TO RH-RUN-DATE
014100     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
014200     WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS
014300     OPEN I-O HOLD-FILE
014400     IF FS-HOLD-FILE = '35'
014500         DISPLAY 'FHOLD-SWEEP: NO FUNDS-HOLD MASTER - NOTHING '
014600             'TO SWEEP'
014700         MOVE 'Y' TO EOF-SWITCH
014800         GO TO 1000-INITIALIZE-EXIT
014900     END-IF
015000     IF FS-HOLD-FILE NOT = '00' AND '05'
015100         DISPLAY 'FHOLD-SWEEP: FNDHOLD OPEN FAILED, STATUS='
015200             FS-HOLD-FILE
015300         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
015400         MOVE 'Y' TO EOF-SWITCH
015500         GO TO 1000-INITIALIZE-EXIT
015600     END-IF
015700     MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
015800     MOVE LOW-VALUES TO FH-HOLD-KEY
015900     START HOLD-FILE
016000         KEY IS NOT LESS THAN FH-HOLD-KEY
016100         INVALID KEY
016200             MOVE 'Y' TO EOF-SWITCH
016300     END-START
016400     IF NOT END-OF-FILE
016500         PERFORM 3100-READ-NEXT-HOLD
016600             THRU 3100-READ-NEXT-HOLD-EXIT
016700     END-IF.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000
017100*--------------------------------------------------------------
017200* A HOLD EXPIRING ON THE RUN DATE ITSELF STILL COUNTS TODAY - IT
017300* IS DROPPED BY TOMORROW'S SWEEP.
017400*--------------------------------------------------------------
017500 3000-SWEEP-ONE-HOLD.
017600     ADD 1 TO WS-READ-COUNT
017700     ADD FH-HOLD-AMOUNT TO WS-READ-TOTAL
017800     IF FH-EXPIRY-DATE < WS-RUN-DATE
017900         PERFORM 4000-DROP-MATURED-HOLD
018000             THRU 4000-DROP-MATURED-HOLD-EXIT
018100     ELSE
018200         ADD 1 TO WS-RETAINED-COUNT
018300         ADD FH-HOLD-AMOUNT TO WS-RETAINED-TOTAL
018400     END-IF
018500     PERFORM 3100-READ-NEXT-HOLD
018600         THRU 3100-READ-NEXT-HOLD-EXIT.
018700 3000-SWEEP-ONE-HOLD-EXIT.
018800     EXIT.
018900
019000 3100-READ-NEXT-HOLD.
019100     READ HOLD-FILE NEXT RECORD
019200         AT END
019300             MOVE 'Y' TO EOF-SWITCH
019400     END-READ.
019500 3100-READ-NEXT-HOLD-EXIT.
019600     EXIT.
019700
019800*--------------------------------------------------------------
019900* THE HOLD IS REPORTED AND AUDITED BEFORE IT IS DELETED. A
020000* FAILED DELETE RETAINS THE HOLD (IT IS PAST ITS EXPIRY, SO IT
020100* NO LONGER REDUCES AVAILABLE BALANCE) FOR THE NEXT SWEEP.
020200*--------------------------------------------------------------
020300 4000-DROP-MATURED-HOLD.
020400     DELETE HOLD-FILE
020500         INVALID KEY
020600             DISPLAY 'FHOLD-SWEEP: FNDHOLD DELETE FAILED FOR '
020700                 FH-ACCOUNT-NUMBER ' ' FH-HOLD-ID ' - RETAINED'
020800             ADD 1 TO WS-RETAINED-COUNT
020900             ADD FH-HOLD-AMOUNT TO WS-RETAINED-TOTAL
021000             GO TO 4000-DROP-MATURED-HOLD-EXIT
021100     END-DELETE
021200     ADD 1 TO WS-DROPPED-COUNT
021300     ADD FH-HOLD-AMOUNT TO WS-DROPPED-TOTAL
021400     MOVE FH-COMPANY-CODE TO RD-COMPANY-CODE
021500     MOVE FH-ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
021600     MOVE FH-HOLD-ID TO RD-HOLD-ID
021700     MOVE FH-HOLD-AMOUNT TO RD-HOLD-AMOUNT
021800     MOVE FH-REASON-CODE TO RD-REASON-CODE
021900     MOVE FH-PLACED-DATE TO RD-PLACED-DATE
022000     MOVE FH-EXPIRY-DATE TO RD-EXPIRY-DATE
022100     MOVE FH-PLACED-BY TO RD-PLACED-BY
022200     WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
022300     MOVE 'W' TO WS-AW-FUNCTION
022400     MOVE FH-ACCOUNT-NUMBER TO WS-AW-INPUT-VALUE
022500     MOVE SPACES TO WS-AW-RESULT
022600     STRING 'X ' DELIMITED BY SIZE
022700         FH-HOLD-ID DELIMITED BY SIZE
022800         ' ' DELIMITED BY SIZE
022900         FH-REASON-CODE DELIMITED BY SIZE
023000         INTO WS-AW-RESULT
023100     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM.
023200 4000-DROP-MATURED-HOLD-EXIT.
023300     EXIT.
023400
023500 8000-PROVE-AND-SUMMARIZE.
023600     IF WS-REPORT-FILE-OPEN
023700         MOVE 'HOLDS READ              ' TO RT-LABEL
023800         MOVE WS-READ-COUNT TO RT-COUNT
023900         MOVE WS-READ-TOTAL TO RT-AMOUNT
024000         WRITE REPORT-RECORD FROM WS-REPORT-TOTAL
024100         MOVE 'HOLDS DROPPED (MATURED) ' TO RT-LABEL
024200         MOVE WS-DROPPED-COUNT TO RT-COUNT
024300         MOVE WS-DROPPED-TOTAL TO RT-AMOUNT
024400         WRITE REPORT-RECORD FROM WS-REPORT-TOTAL
024500         MOVE 'HOLDS RETAINED          ' TO RT-LABEL
024600         MOVE WS-RETAINED-COUNT TO RT-COUNT
024700         MOVE WS-RETAINED-TOTAL TO RT-AMOUNT
024800         WRITE REPORT-RECORD FROM WS-REPORT-TOTAL
024900     END-IF
025000     DISPLAY 'FHOLD-SWEEP: HOLDS READ........... ' WS-READ-COUNT
025100     DISPLAY 'FHOLD-SWEEP: HOLDS DROPPED........ '
025200         WS-DROPPED-COUNT
025300     DISPLAY 'FHOLD-SWEEP: HOLDS RETAINED....... '
025400         WS-RETAINED-COUNT
025500     MOVE WS-DROPPED-TOTAL TO WS-EDIT-AMOUNT
025600     DISPLAY 'FHOLD-SWEEP: AMOUNT RELEASED...... ' WS-EDIT-AMOUNT
025700     ADD WS-DROPPED-COUNT WS-RETAINED-COUNT
025800         GIVING WS-PROOF-COUNT
025900     COMPUTE WS-PROOF-TOTAL = WS-DROPPED-TOTAL
026000         + WS-RETAINED-TOTAL
026100     IF WS-PROOF-COUNT = WS-READ-COUNT AND
026200        WS-PROOF-TOTAL = WS-READ-TOTAL
026300         DISPLAY 'FHOLD-SWEEP: PROOF IN BALANCE'
026400     ELSE
026500         DISPLAY 'FHOLD-SWEEP: PROOF OUT OF BALANCE'
026600         IF RETURN-CODE < 8
026700             MOVE 8 TO RETURN-CODE
026800         END-IF
026900     END-IF.
027000 8000-PROVE-AND-SUMMARIZE-EXIT.
027100     EXIT.
027200
027300 9999-TERMINATE.
027400     IF WS-HOLD-FILE-OPEN
027500         CLOSE HOLD-FILE
027600     END-IF
027700     IF WS-REPORT-FILE-OPEN
027800         CLOSE REPORT-FILE
027900     END-IF.
028000 9999-TERMINATE-EXIT.
028100     EXIT.
