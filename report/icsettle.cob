000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IC-SETTLE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. MONTH-END INTERCOMPANY
001100*                   SETTLEMENT FOR TWO-LEGGED 'XF' TRANSFERS.
001200*                   SWEEPS ACTHIST FOR THE OPEN PERIOD'S FROM-LEG
001300*                   ROWS WHOSE CONTRA COMPANY DIFFERS FROM THEIR
001400*                   OWN, AND PRINTS (ICSETRPT) THE DUE-TO AND
001500*                   DUE-FROM TOTALS PER COMPANY PAIR, NETTED TO
001600*                   ONE SETTLEMENT AMOUNT, PLUS EACH COMPANY'S
001700*                   NET POSITION. RUNS AHEAD OF PERIOD-CLOSE IN
001800*                   DLCLOSE SO THE FIGURES COVER THE PERIOD BEING
001900*                   CLOSED.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS AH-HISTORY-KEY
002800         FILE STATUS IS FS-HISTORY-FILE.
002900     SELECT CALENDAR-FILE ASSIGN TO 'CALNDR'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FS-CALENDAR-FILE.
003200     SELECT REPORT-FILE ASSIGN TO 'ICSETRPT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FS-REPORT-FILE.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  HISTORY-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  HISTORY-RECORD.
004100     COPY ACTHREC.
004200
004300 FD  CALENDAR-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  CALENDAR-RECORD.
004600     05  CA-RECORD-TYPE          PIC X(01).
004700         88  CA-OPEN-PERIOD-RECORD       VALUE 'P'.
004800         88  CA-BUSINESS-DAY-RECORD      VALUE 'B'.
004900     05  CA-DATE                 PIC 9(08).
005000
005100 FD  REPORT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  REPORT-RECORD               PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
005700 01  FS-CALENDAR-FILE            PIC X(02) VALUE '00'.
005800 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
005900 01  WS-SWITCHES.
006000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
006100         88  END-OF-FILE                    VALUE 'Y'.
006200     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
006300         88  WS-CALENDAR-EOF             VALUE 'Y'.
006400     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006500         88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.
006600     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
006700         88  WS-TABLE-OVERFLOWED             VALUE 'Y'.
006800
006900 01  WS-RUN-DATE                 PIC 9(08).
007000 01  WS-OPEN-PERIOD              PIC 9(06) VALUE ZERO.
007100
007200*--------------------------------------------------------------
007300* COMPANY-PAIR ACCUMULATORS - ONE SLOT PER UNORDERED PAIR, LOW
007400* COMPANY CODE FIRST. LOW-DUE IS WHAT THE LOW COMPANY OWES THE
007500* HIGH ONE (TRANSFERS OUT OF THE LOW COMPANY'S ACCOUNTS), HIGH-
007600* DUE THE REVERSE; THE NET IS WHAT ACTUALLY CHANGES HANDS.
007700*--------------------------------------------------------------
007800 01  WS-PAIR-LIMIT               PIC 9(03) COMP VALUE 100.
007900 01  WS-PAIR-COUNT               PIC 9(03) COMP VALUE ZERO.
008000 01  WS-PAIR-INDEX               PIC 9(03) COMP.
008100 01  WS-PAIR-TABLE.
008200     05  WS-PAIR-ENTRY           OCCURS 100 TIMES.
008300         10  WS-PR-LOW-COMPANY   PIC X(03).
008400         10  WS-PR-HIGH-COMPANY  PIC X(03).
008500         10  WS-PR-LOW-DUE-COUNT PIC 9(07) COMP.
008600         10  WS-PR-LOW-DUE-AMOUNT
008700                                 PIC S9(13)V99 COMP-3.
008800         10  WS-PR-HIGH-DUE-COUNT
008900                                 PIC 9(07) COMP.
009000         10  WS-PR-HIGH-DUE-AMOUNT
009100                                 PIC S9(13)V99 COMP-3.
009200
009300*--------------------------------------------------------------
009400* PER-COMPANY POSITION - FIND-OR-CREATE SLOTS IN THE PERIOD-
009500* CLOSE STYLE. DUE-TO IS OWED TO OTHER COMPANIES, DUE-FROM IS
009600* OWED BY THEM.
009700*--------------------------------------------------------------
009800 01  WS-COMPANY-LIMIT            PIC 9(02) COMP VALUE 10.
009900 01  WS-COMPANY-COUNT            PIC 9(02) COMP VALUE ZERO.
010000 01  WS-COMPANY-INDEX            PIC 9(02) COMP.
010100 01  WS-COMPANY-TABLE.
010200     05  WS-COMPANY-ENTRY        OCCURS 10 TIMES.
010300         10  WS-CO-COMPANY-CODE  PIC X(03).
010400         10  WS-CO-DUE-TO-TOTAL  PIC S9(13)V99 COMP-3.
010500         10  WS-CO-DUE-FROM-TOTAL
010600                                 PIC S9(13)V99 COMP-3.
010700
010800 01  WS-TRANSFER-AMOUNT          PIC S9(13)V99 COMP-3.
010900 01  WS-NET-AMOUNT               PIC S9(13)V99 COMP-3.
011000 01  WS-SEARCH-COMPANY           PIC X(03).
011100 01  WS-SEARCH-LOW               PIC X(03).
011200 01  WS-SEARCH-HIGH              PIC X(03).
011300
011400 01  WS-COUNTERS.
011500     05  WS-HISTORY-COUNT        PIC 9(07) COMP VALUE ZERO.
011600     05  WS-INTERCO-COUNT        PIC 9(07) COMP VALUE ZERO.
011700     05  WS-SAME-COMPANY-COUNT   PIC 9(07) COMP VALUE ZERO.
011800
011900*--------------------------------------------------------------
012000* SETTLEMENT REPORT LINES
012100*--------------------------------------------------------------
012200 01  WS-REPORT-HEADING.
012300     05  FILLER                  PIC X(35)
012400         VALUE 'IC-SETTLE  INTERCOMPANY SETTLEMENT '.
012500     05  RH-OPEN-PERIOD          PIC 9(06).
012600     05  FILLER                  PIC X(09) VALUE '  RUN ON '.
012700     05  RH-RUN-DATE             PIC X(08).
012800 01  WS-PAIR-HEADING.
012900     05  FILLER                  PIC X(40) VALUE
013000         'PAIR       LOW N     LOW AMOUNT  HIGH N '.
013100     05  FILLER                  PIC X(36) VALUE
013200         '   HIGH AMOUNT      NET AMOUNT PAYER'.
013300 01  WS-PAIR-LINE.
013400     05  PL-LOW-COMPANY          PIC X(03).
013500     05  FILLER                  PIC X(01) VALUE '/'.
013600     05  PL-HIGH-COMPANY         PIC X(03).
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  PL-LOW-DUE-COUNT        PIC Z(06)9.
013900     05  PL-LOW-DUE-AMOUNT       PIC -(11)9.99.
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  PL-HIGH-DUE-COUNT       PIC Z(06)9.
014200     05  PL-HIGH-DUE-AMOUNT      PIC -(11)9.99.
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  PL-NET-AMOUNT           PIC -(11)9.99.
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  PL-PAYER                PIC X(03).
014700 01  WS-COMPANY-HEADING.
014800     05  FILLER                  PIC X(36) VALUE
014900         'CO             DUE TO         DUE FR'.
015000     05  FILLER                  PIC X(19) VALUE
015100         'OM   NET (+ = OWED)'.
015200 01  WS-COMPANY-LINE.
015300     05  CL-COMPANY-CODE         PIC X(03).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  CL-DUE-TO               PIC -(12)9.99.
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  CL-DUE-FROM             PIC -(12)9.99.
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  CL-NET                  PIC -(12)9.99.
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-INITIALIZE-EXIT
016500     PERFORM 3000-PROCESS-ONE-HISTORY
016600         THRU 3000-PROCESS-ONE-HISTORY-EXIT
016700         UNTIL END-OF-FILE
016800     IF RETURN-CODE NOT = 8
016900         PERFORM 5000-PRINT-SETTLEMENT
017000             THRU 5000-PRINT-SETTLEMENT-EXIT
017100     END-IF
017200     PERFORM 8000-SUMMARIZE
017300         THRU 8000-SUMMARIZE-EXIT
017400     PERFORM 9999-TERMINATE
017500         THRU 9999-TERMINATE-EXIT
017600     STOP RUN.
017700
017800 1000-INITIALIZE.
017900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
018000     MOVE WS-RUN-DATE TO RH-RUN-DATE
018100     OPEN OUTPUT REPORT-FILE
018200     PERFORM 1100-LOAD-OPEN-PERIOD
018300         THRU 1100-LOAD-OPEN-PERIOD-EXIT
018400     IF WS-OPEN-PERIOD = ZERO
018500         DISPLAY 'IC-SETTLE: CALENDAR HAS NO OPEN-PERIOD '
018600             'RECORD - NOTHING TO SETTLE'
018700         MOVE 8 TO RETURN-CODE
018800         MOVE 'Y' TO EOF-SWITCH
018900         GO TO 1000-INITIALIZE-EXIT
019000     END-IF
019100     MOVE WS-OPEN-PERIOD TO RH-OPEN-PERIOD
019200     OPEN INPUT HISTORY-FILE
019300     IF FS-HISTORY-FILE NOT = '00' AND '05'
019400         DISPLAY 'IC-SETTLE: ACTHIST OPEN FAILED, STATUS='
019500             FS-HISTORY-FILE
019600         MOVE 8 TO RETURN-CODE
019700         MOVE 'Y' TO EOF-SWITCH
019800         GO TO 1000-INITIALIZE-EXIT
019900     END-IF
020000     MOVE 'Y' TO WS-HIST-OPEN-SWITCH
020100     MOVE LOW-VALUES TO AH-HISTORY-KEY
020200     START HISTORY-FILE
020300         KEY IS NOT LESS THAN AH-HISTORY-KEY
020400         INVALID KEY
020500             MOVE 'Y' TO EOF-SWITCH
020600     END-START
020700     IF NOT END-OF-FILE
020800         PERFORM 3100-READ-NEXT-HISTORY
020900             THRU 3100-READ-NEXT-HISTORY-EXIT
021000     END-IF.
021100 1000-INITIALIZE-EXIT.
021200     EXIT.
021300
021400 1100-LOAD-OPEN-PERIOD.
021500     OPEN INPUT CALENDAR-FILE
021600     IF FS-CALENDAR-FILE NOT = '00'
021700         DISPLAY 'IC-SETTLE: NO PROCESSING CALENDAR, '
021800             'STATUS=' FS-CALENDAR-FILE
021900         GO TO 1100-LOAD-OPEN-PERIOD-EXIT
022000     END-IF
022100     PERFORM 1150-SCAN-ONE-CALENDAR
022200         THRU 1150-SCAN-ONE-CALENDAR-EXIT
022300         UNTIL WS-CALENDAR-EOF
022400     CLOSE CALENDAR-FILE.
022500 1100-LOAD-OPEN-PERIOD-EXIT.
022600     EXIT.
022700
022800 1150-SCAN-ONE-CALENDAR.
022900     READ CALENDAR-FILE
023000         AT END
023100             MOVE 'Y' TO WS-CAL-EOF-SWITCH
023200         NOT AT END
023300             IF CA-OPEN-PERIOD-RECORD
023400                 MOVE CA-DATE (1:6) TO WS-OPEN-PERIOD
023500             END-IF
023600     END-READ.
023700 1150-SCAN-ONE-CALENDAR-EXIT.
023800     EXIT.
023900
024000*--------------------------------------------------------------
024100* ONLY THE FROM LEG OF A TRANSFER IS COUNTED - THE TO LEG IS THE
024200* SAME MONEY SEEN FROM THE OTHER SIDE. THE FROM LEG POSTS AS A
024300* NEGATIVE AMOUNT, SO IT IS NEGATED HERE; A LATER CORRECTION
024400* POSTED AGAINST THE FROM LEG NETS OUT THE SAME WAY. THE FROM
024500* COMPANY HOLDS THE FUNDS AND IS DUE TO THE CONTRA COMPANY.
024600*--------------------------------------------------------------
024700 3000-PROCESS-ONE-HISTORY.
024800     ADD 1 TO WS-HISTORY-COUNT
024900     IF NOT AH-TRANSFER-ITEM OR
025000        NOT AH-FROM-LEG OR
025100        AH-POST-DATE (1:6) NOT = WS-OPEN-PERIOD
025200         GO TO 3000-PROCESS-ONE-HISTORY-NEXT
025300     END-IF
025400     IF AH-CONTRA-COMPANY = AH-COMPANY-CODE
025500         ADD 1 TO WS-SAME-COMPANY-COUNT
025600         GO TO 3000-PROCESS-ONE-HISTORY-NEXT
025700     END-IF
025800     ADD 1 TO WS-INTERCO-COUNT
025900     COMPUTE WS-TRANSFER-AMOUNT = 0 - AH-AMOUNT
026000     PERFORM 3200-TALLY-PAIR
026100         THRU 3200-TALLY-PAIR-EXIT
026200     MOVE AH-COMPANY-CODE TO WS-SEARCH-COMPANY
026300     PERFORM 3300-FIND-COMPANY-SLOT
026400         THRU 3300-FIND-COMPANY-SLOT-EXIT
026500     IF WS-COMPANY-INDEX NOT > WS-COMPANY-COUNT
026600         ADD WS-TRANSFER-AMOUNT TO
026700             WS-CO-DUE-TO-TOTAL (WS-COMPANY-INDEX)
026800     END-IF
026900     MOVE AH-CONTRA-COMPANY TO WS-SEARCH-COMPANY
027000     PERFORM 3300-FIND-COMPANY-SLOT
027100         THRU 3300-FIND-COMPANY-SLOT-EXIT
027200     IF WS-COMPANY-INDEX NOT > WS-COMPANY-COUNT
027300         ADD WS-TRANSFER-AMOUNT TO
027400             WS-CO-DUE-FROM-TOTAL (WS-COMPANY-INDEX)
027500     END-IF.
027600 3000-PROCESS-ONE-HISTORY-NEXT.
027700     PERFORM 3100-READ-NEXT-HISTORY
027800         THRU 3100-READ-NEXT-HISTORY-EXIT.
027900 3000-PROCESS-ONE-HISTORY-EXIT.
028000     EXIT.
028100
028200 3100-READ-NEXT-HISTORY.
028300     READ HISTORY-FILE NEXT RECORD
028400         AT END
028500             MOVE 'Y' TO EOF-SWITCH
028600     END-READ.
028700 3100-READ-NEXT-HISTORY-EXIT.
028800     EXIT.
028900
029000 3200-TALLY-PAIR.
029100     IF AH-COMPANY-CODE < AH-CONTRA-COMPANY
029200         MOVE AH-COMPANY-CODE TO WS-SEARCH-LOW
029300         MOVE AH-CONTRA-COMPANY TO WS-SEARCH-HIGH
029400     ELSE
029500         MOVE AH-CONTRA-COMPANY TO WS-SEARCH-LOW
029600         MOVE AH-COMPANY-CODE TO WS-SEARCH-HIGH
029700     END-IF
029800     MOVE 1 TO WS-PAIR-INDEX
029900     PERFORM 3250-SCAN-PAIR-SLOT
030000         THRU 3250-SCAN-PAIR-SLOT-EXIT
030100         UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT OR
030200             (WS-PR-LOW-COMPANY (WS-PAIR-INDEX) =
030300                 WS-SEARCH-LOW AND
030400              WS-PR-HIGH-COMPANY (WS-PAIR-INDEX) =
030500                 WS-SEARCH-HIGH)
030600     IF WS-PAIR-INDEX > WS-PAIR-COUNT
030700         IF WS-PAIR-COUNT = WS-PAIR-LIMIT
030800             DISPLAY 'IC-SETTLE: PAIR TABLE FULL - '
030900                 WS-SEARCH-LOW '/' WS-SEARCH-HIGH ' NOT TOTALED'
031000             MOVE 'Y' TO WS-TABLE-FULL-SWITCH
031100             GO TO 3200-TALLY-PAIR-EXIT
031200         END-IF
031300         ADD 1 TO WS-PAIR-COUNT
031400         MOVE WS-PAIR-COUNT TO WS-PAIR-INDEX
031500         MOVE WS-SEARCH-LOW TO WS-PR-LOW-COMPANY (WS-PAIR-INDEX)
031600         MOVE WS-SEARCH-HIGH TO WS-PR-HIGH-COMPANY (WS-PAIR-INDEX)
031700         MOVE ZERO TO WS-PR-LOW-DUE-COUNT (WS-PAIR-INDEX)
031800         MOVE ZERO TO WS-PR-LOW-DUE-AMOUNT (WS-PAIR-INDEX)
031900         MOVE ZERO TO WS-PR-HIGH-DUE-COUNT (WS-PAIR-INDEX)
032000         MOVE ZERO TO WS-PR-HIGH-DUE-AMOUNT (WS-PAIR-INDEX)
032100     END-IF
032200     IF AH-COMPANY-CODE = WS-SEARCH-LOW
032300         ADD 1 TO WS-PR-LOW-DUE-COUNT (WS-PAIR-INDEX)
032400         ADD WS-TRANSFER-AMOUNT TO
032500             WS-PR-LOW-DUE-AMOUNT (WS-PAIR-INDEX)
032600     ELSE
032700         ADD 1 TO WS-PR-HIGH-DUE-COUNT (WS-PAIR-INDEX)
032800         ADD WS-TRANSFER-AMOUNT TO
032900             WS-PR-HIGH-DUE-AMOUNT (WS-PAIR-INDEX)
033000     END-IF.
033100 3200-TALLY-PAIR-EXIT.
033200     EXIT.
033300
033400 3250-SCAN-PAIR-SLOT.
033500     ADD 1 TO WS-PAIR-INDEX.
033600 3250-SCAN-PAIR-SLOT-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------
034000* WS-COMPANY-INDEX COMES BACK PAST WS-COMPANY-COUNT WHEN THE
034100* TABLE IS FULL AND THE COMPANY HAS NO SLOT.
034200*--------------------------------------------------------------
034300 3300-FIND-COMPANY-SLOT.
034400     MOVE 1 TO WS-COMPANY-INDEX
034500     PERFORM 3350-SCAN-COMPANY-SLOT
034600         THRU 3350-SCAN-COMPANY-SLOT-EXIT
034700         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT OR
034800             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) =
034900                 WS-SEARCH-COMPANY
035000     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
035100         IF WS-COMPANY-COUNT = WS-COMPANY-LIMIT
035200             DISPLAY 'IC-SETTLE: COMPANY TABLE FULL - '
035300                 WS-SEARCH-COMPANY ' NOT TOTALED'
035400             MOVE 'Y' TO WS-TABLE-FULL-SWITCH
035500             GO TO 3300-FIND-COMPANY-SLOT-EXIT
035600         END-IF
035700         ADD 1 TO WS-COMPANY-COUNT
035800         MOVE WS-COMPANY-COUNT TO WS-COMPANY-INDEX
035900         MOVE WS-SEARCH-COMPANY TO
036000             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
036100         MOVE ZERO TO WS-CO-DUE-TO-TOTAL (WS-COMPANY-INDEX)
036200         MOVE ZERO TO WS-CO-DUE-FROM-TOTAL (WS-COMPANY-INDEX)
036300     END-IF.
036400 3300-FIND-COMPANY-SLOT-EXIT.
036500     EXIT.
036600
036700 3350-SCAN-COMPANY-SLOT.
036800     ADD 1 TO WS-COMPANY-INDEX.
036900 3350-SCAN-COMPANY-SLOT-EXIT.
037000     EXIT.
037100
037200 5000-PRINT-SETTLEMENT.
037300     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
037400     MOVE SPACES TO REPORT-RECORD
037500     WRITE REPORT-RECORD
037600     MOVE 'BY COMPANY PAIR' TO REPORT-RECORD
037700     WRITE REPORT-RECORD
037800     WRITE REPORT-RECORD FROM WS-PAIR-HEADING
037900     MOVE 1 TO WS-PAIR-INDEX
038000     PERFORM 5100-PRINT-PAIR-LINE
038100         THRU 5100-PRINT-PAIR-LINE-EXIT
038200         UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT
038300     IF WS-PAIR-COUNT = ZERO
038400         MOVE 'NO INTERCOMPANY TRANSFERS THIS PERIOD'
038500             TO REPORT-RECORD
038600         WRITE REPORT-RECORD
038700     END-IF
038800     MOVE SPACES TO REPORT-RECORD
038900     WRITE REPORT-RECORD
039000     MOVE 'BY COMPANY' TO REPORT-RECORD
039100     WRITE REPORT-RECORD
039200     WRITE REPORT-RECORD FROM WS-COMPANY-HEADING
039300     MOVE 1 TO WS-COMPANY-INDEX
039400     PERFORM 5200-PRINT-COMPANY-LINE
039500         THRU 5200-PRINT-COMPANY-LINE-EXIT
039600         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT
039700     IF WS-TABLE-OVERFLOWED
039800         MOVE SPACES TO REPORT-RECORD
039900         WRITE REPORT-RECORD
040000         MOVE '*** TABLE FULL - FIGURES ARE INCOMPLETE ***'
040100             TO REPORT-RECORD
040200         WRITE REPORT-RECORD
040300     END-IF.
040400 5000-PRINT-SETTLEMENT-EXIT.
040500     EXIT.
040600
040700*--------------------------------------------------------------
040800* THE NET IS LOW-DUE LESS HIGH-DUE - POSITIVE MEANS THE LOW
040900* COMPANY PAYS, NEGATIVE THE HIGH ONE, ZERO NOBODY.
041000*--------------------------------------------------------------
041100 5100-PRINT-PAIR-LINE.
041200     MOVE WS-PR-LOW-COMPANY (WS-PAIR-INDEX) TO PL-LOW-COMPANY
041300     MOVE WS-PR-HIGH-COMPANY (WS-PAIR-INDEX) TO PL-HIGH-COMPANY
041400     MOVE WS-PR-LOW-DUE-COUNT (WS-PAIR-INDEX) TO PL-LOW-DUE-COUNT
041500     MOVE WS-PR-LOW-DUE-AMOUNT (WS-PAIR-INDEX)
041600         TO PL-LOW-DUE-AMOUNT
041700     MOVE WS-PR-HIGH-DUE-COUNT (WS-PAIR-INDEX)
041800         TO PL-HIGH-DUE-COUNT
041900     MOVE WS-PR-HIGH-DUE-AMOUNT (WS-PAIR-INDEX)
042000         TO PL-HIGH-DUE-AMOUNT
042100     COMPUTE WS-NET-AMOUNT =
042200         WS-PR-LOW-DUE-AMOUNT (WS-PAIR-INDEX)
042300         - WS-PR-HIGH-DUE-AMOUNT (WS-PAIR-INDEX)
042400     MOVE WS-NET-AMOUNT TO PL-NET-AMOUNT
042500     IF WS-NET-AMOUNT > ZERO
042600         MOVE WS-PR-LOW-COMPANY (WS-PAIR-INDEX) TO PL-PAYER
042700     ELSE
042800         IF WS-NET-AMOUNT < ZERO
042900             MOVE WS-PR-HIGH-COMPANY (WS-PAIR-INDEX) TO PL-PAYER
043000         ELSE
043100             MOVE '---' TO PL-PAYER
043200         END-IF
043300     END-IF
043400     WRITE REPORT-RECORD FROM WS-PAIR-LINE
043500     ADD 1 TO WS-PAIR-INDEX.
043600 5100-PRINT-PAIR-LINE-EXIT.
043700     EXIT.
043800
043900 5200-PRINT-COMPANY-LINE.
044000     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO CL-COMPANY-CODE
044100     MOVE WS-CO-DUE-TO-TOTAL (WS-COMPANY-INDEX) TO CL-DUE-TO
044200     MOVE WS-CO-DUE-FROM-TOTAL (WS-COMPANY-INDEX) TO CL-DUE-FROM
044300     COMPUTE WS-NET-AMOUNT =
044400         WS-CO-DUE-FROM-TOTAL (WS-COMPANY-INDEX)
044500         - WS-CO-DUE-TO-TOTAL (WS-COMPANY-INDEX)
044600     MOVE WS-NET-AMOUNT TO CL-NET
044700     WRITE REPORT-RECORD FROM WS-COMPANY-LINE
044800     ADD 1 TO WS-COMPANY-INDEX.
044900 5200-PRINT-COMPANY-LINE-EXIT.
045000     EXIT.
045100
045200 8000-SUMMARIZE.
045300     DISPLAY 'IC-SETTLE: PERIOD................ ' WS-OPEN-PERIOD
045400     DISPLAY 'IC-SETTLE: HISTORY ROWS READ..... '
045500         WS-HISTORY-COUNT
045600     DISPLAY 'IC-SETTLE: INTERCOMPANY LEGS..... '
045700         WS-INTERCO-COUNT
045800     DISPLAY 'IC-SETTLE: SAME-COMPANY LEGS..... '
045900         WS-SAME-COMPANY-COUNT
046000     DISPLAY 'IC-SETTLE: COMPANY PAIRS......... '
046100         WS-PAIR-COUNT
046200     IF WS-TABLE-OVERFLOWED AND RETURN-CODE < 4
046300         MOVE 4 TO RETURN-CODE
046400     END-IF.
046500 8000-SUMMARIZE-EXIT.
046600     EXIT.
046700
046800 9999-TERMINATE.
046900     IF WS-HISTORY-FILE-OPEN
047000         CLOSE HISTORY-FILE
047100     END-IF
047200     CLOSE REPORT-FILE.
047300 9999-TERMINATE-EXIT.
047400     EXIT.
