000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CONSOL-RPT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. CONSOLIDATED TRIAL BALANCE IN
001100*                   THE GROUP REPORTING CURRENCY (CTLMSTR 'T'
001200*                   GROUPCCY). SWEEPS BALMSTR, TOTALS EACH
001300*                   COMPANY IN ITS OWN BOOKS CURRENCY (CTLMSTR
001400*                   'C' ENTRY), AND TRANSLATES IT AT THE FXRATE
001500*                   RATE IN FORCE AT THE OPEN PERIOD'S END - THE
001600*                   PRIOR POSITION AT THE RATE IN FORCE AT THE
001700*                   PERIOD'S START. THE GAP BETWEEN THE TWO IS
001800*                   PRINTED AS THE TRANSLATION DIFFERENCE, AND THE
001900*                   CONSOLIDATED FIGURES MUST PROVE WITH IT. A
002000*                   COMPANY WITH NO CURRENCY CODE OR NO CLOSING
002100*                   RATE IS LEFT OUT OF THE CONSOLIDATION AND THE
002200*                   RUN ENDS RC=4. RUNS AHEAD OF PERIOD-CLOSE IN
002300*                   DLCLOSE, WHILE THE PERIOD'S ACTIVITY IS STILL
002400*                   ON BALMSTR.
002410* 2026-10-15  DLBS  THE TRANSLATED PROOF WAS BUILT FROM THE SAME
002420*                   FIGURES AS THE DIFFERENCE AND ALWAYS CROSSED.
002430*                   EACH COMPANY NOW PROVES IN ITS OWN CURRENCY
002440*                   FIRST (PRIOR + DEBITS - CREDITS = NET) OR IS
002450*                   LEFT OUT WITH RC=8, AND THE TRANSLATION
002460*                   DIFFERENCE IS THE PRIOR POSITION TIMES THE
002470*                   RATE MOVEMENT, SO THE GROUP PROOF NOW TESTS
002480*                   THE TRANSLATION - IT MAY BE OUT ONLY BY
002490*                   ROUNDING, .02 PER COMPANY.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS BL-MASTER-KEY
003300         FILE STATUS IS FS-BALANCE-FILE.
003400     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CT-CONTROL-KEY
003800         FILE STATUS IS FS-CONTROL-MASTER-FILE.
003900     SELECT RATE-FILE ASSIGN TO 'FXRATE'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS FX-RATE-KEY
004300         FILE STATUS IS FS-RATE-FILE.
004400     SELECT CALENDAR-FILE ASSIGN TO 'CALNDR'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-CALENDAR-FILE.
004700     SELECT REPORT-FILE ASSIGN TO 'CONSRPT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-REPORT-FILE.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BALANCE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  BALANCE-RECORD.
005600     COPY BALREC.
005700
005800 FD  CONTROL-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  CONTROL-MASTER-RECORD.
006100     COPY CTLREC.
006200
006300 FD  RATE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  RATE-RECORD.
006600     COPY FXRATREC.
006700
006800 FD  CALENDAR-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  CALENDAR-RECORD.
007100     05  CA-RECORD-TYPE          PIC X(01).
007200         88  CA-OPEN-PERIOD-RECORD       VALUE 'P'.
007300         88  CA-BUSINESS-DAY-RECORD      VALUE 'B'.
007400     05  CA-DATE                 PIC 9(08).
007500
007600 FD  REPORT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  REPORT-RECORD               PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
008200 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
008300 01  FS-RATE-FILE                PIC X(02) VALUE '00'.
008400 01  FS-CALENDAR-FILE            PIC X(02) VALUE '00'.
008500 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
008600 01  WS-SWITCHES.
008700     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
008800         88  END-OF-FILE                    VALUE 'Y'.
008900     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
009000         88  WS-CALENDAR-EOF             VALUE 'Y'.
009100     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
009200         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
009300     05  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
009400         88  WS-CONTROL-FILE-OPEN            VALUE 'Y'.
009500     05  WS-RATE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009600         88  WS-RATE-FILE-OPEN               VALUE 'Y'.
009700     05  WS-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
009800         88  WS-RATE-EOF                 VALUE 'Y'.
009900     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
010000         88  WS-RATE-FOUND               VALUE 'Y'.
010100
010200 01  WS-RUN-DATE                 PIC 9(08).
010300 01  WS-GROUP-CURRENCY           PIC X(03) VALUE SPACES.
010400
010500*--------------------------------------------------------------
010600* PERIOD BOUNDARIES - THE OPENING RATE IS THE LAST ONE EFFECTIVE
010700* BEFORE THE PERIOD'S FIRST DAY, THE CLOSING RATE THE LAST ONE
010800* EFFECTIVE BEFORE THE NEXT PERIOD'S FIRST DAY.
010900*--------------------------------------------------------------
011000 01  WS-OPEN-PERIOD              PIC 9(06) VALUE ZERO.
011100 01  WS-PERIOD-START-DATE        PIC 9(08).
011200 01  WS-NEXT-PERIOD-DATE         PIC 9(08).
011300 01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD-DATE.
011400     05  WS-NEXT-YEAR            PIC 9(04).
011500     05  WS-NEXT-MONTH           PIC 9(02).
011600     05  WS-NEXT-DAY             PIC 9(02).
011700
011800*--------------------------------------------------------------
011900* RATE LOOKUP PARAMETERS
012000*--------------------------------------------------------------
012100 01  WS-LOOKUP-FROM              PIC X(03).
012200 01  WS-LOOKUP-BEFORE-DATE       PIC 9(08).
012300 01  WS-LOOKUP-RATE              PIC 9(05)V9(06) COMP-3.
012400 01  WS-LOOKUP-EFFECTIVE-DATE    PIC 9(08).
012500
012600*--------------------------------------------------------------
012700* PER-COMPANY ACCUMULATORS - FIND-OR-CREATE SLOTS IN THE
012800* PERIOD-CLOSE STYLE. LOCAL TOTALS ARE IN THE COMPANY'S OWN
012900* CURRENCY, TRANSLATED TOTALS IN THE GROUP CURRENCY. THE STATUS
013000* BYTE SAYS WHY A COMPANY DID NOT TRANSLATE CLEANLY.
013100*--------------------------------------------------------------
013200 01  WS-COMPANY-LIMIT            PIC 9(02) COMP VALUE 10.
013300 01  WS-COMPANY-COUNT            PIC 9(02) COMP VALUE ZERO.
013400 01  WS-COMPANY-INDEX            PIC 9(02) COMP.
013500 01  WS-COMPANY-TABLE.
013600     05  WS-COMPANY-ENTRY        OCCURS 10 TIMES.
013700         10  WS-CO-COMPANY-CODE  PIC X(03).
013800         10  WS-CO-CURRENCY-CODE PIC X(03).
013900         10  WS-CO-STATUS        PIC X(01).
014000             88  WS-CO-TRANSLATED            VALUE ' '.
014100             88  WS-CO-NO-CURRENCY           VALUE 'C'.
014200             88  WS-CO-NO-CLOSING-RATE       VALUE 'R'.
014300             88  WS-CO-NO-OPENING-RATE       VALUE 'O'.
014350             88  WS-CO-LOCAL-UNPROVEN        VALUE 'L'.
014400         10  WS-CO-PRIOR-TOTAL   PIC S9(13)V99 COMP-3.
014500         10  WS-CO-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
014600         10  WS-CO-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
014700         10  WS-CO-NET-TOTAL     PIC S9(13)V99 COMP-3.
014800         10  WS-CO-OPENING-RATE  PIC 9(05)V9(06) COMP-3.
014900         10  WS-CO-CLOSING-RATE  PIC 9(05)V9(06) COMP-3.
015000         10  WS-CO-OPENING-DATE  PIC 9(08).
015100         10  WS-CO-CLOSING-DATE  PIC 9(08).
015200         10  WS-CO-XL-PRIOR      PIC S9(13)V99 COMP-3.
015300         10  WS-CO-XL-DEBITS     PIC S9(13)V99 COMP-3.
015400         10  WS-CO-XL-CREDITS    PIC S9(13)V99 COMP-3.
015500         10  WS-CO-XL-NET        PIC S9(13)V99 COMP-3.
015600         10  WS-CO-XL-DIFFERENCE PIC S9(13)V99 COMP-3.
015700
015800 01  WS-GROUP-TOTALS.
015900     05  WS-GR-PRIOR-TOTAL       PIC S9(13)V99 COMP-3
016000                                     VALUE ZERO.
016100     05  WS-GR-DEBIT-TOTAL       PIC S9(13)V99 COMP-3
016200                                     VALUE ZERO.
016300     05  WS-GR-CREDIT-TOTAL      PIC S9(13)V99 COMP-3
016400                                     VALUE ZERO.
016500     05  WS-GR-NET-TOTAL         PIC S9(13)V99 COMP-3
016600                                     VALUE ZERO.
016700     05  WS-GR-DIFFERENCE-TOTAL  PIC S9(13)V99 COMP-3
016800                                     VALUE ZERO.
016900 01  WS-PROOF-AMOUNT             PIC S9(13)V99 COMP-3.
016950 01  WS-ROUNDING-LIMIT           PIC S9(05)V99 COMP-3.
017000
017100 01  WS-COUNTERS.
017200     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
017300     05  WS-TRANSLATED-COUNT     PIC 9(05) COMP VALUE ZERO.
017400     05  WS-EXCLUDED-COUNT       PIC 9(05) COMP VALUE ZERO.
017450     05  WS-UNPROVEN-COUNT       PIC 9(05) COMP VALUE ZERO.
017500     05  WS-UNTOTALED-COUNT      PIC 9(07) COMP VALUE ZERO.
017600
017700*--------------------------------------------------------------
017800* CONSOLIDATION REPORT LINES
017900*--------------------------------------------------------------
018000 01  WS-REPORT-HEADING.
018100     05  FILLER                  PIC X(39)
018200         VALUE 'CONSOL-RPT  CONSOLIDATED TRIAL BALANCE '.
018300     05  RH-OPEN-PERIOD          PIC 9(06).
018400     05  FILLER                  PIC X(08) VALUE '  GROUP '.
018500     05  RH-GROUP-CURRENCY       PIC X(03).
018600     05  FILLER                  PIC X(09) VALUE '  RUN ON '.
018700     05  RH-RUN-DATE             PIC X(08).
018800 01  WS-RATE-BASIS-LINE.
018900     05  FILLER                  PIC X(30)
019000         VALUE 'OPENING RATE IN FORCE BEFORE '.
019100     05  RB-PERIOD-START         PIC 9(08).
019200     05  FILLER                  PIC X(30)
019300         VALUE ', CLOSING RATE IN FORCE BEFORE'.
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  RB-NEXT-PERIOD          PIC 9(08).
019600 01  WS-COLUMN-HEADING.
019700     05  FILLER                  PIC X(42) VALUE
019800         'KEY   CCY           PRIOR           DEBITS'.
019900     05  FILLER                  PIC X(34) VALUE
020000         '          CREDITS              NET'.
020100 01  WS-COMPANY-HEADING.
020200     05  FILLER                  PIC X(08) VALUE 'COMPANY '.
020300     05  CH-COMPANY-CODE         PIC X(03).
020400     05  FILLER                  PIC X(11) VALUE '  CURRENCY '.
020500     05  CH-CURRENCY-CODE        PIC X(03).
020600     05  FILLER                  PIC X(15)
020700         VALUE '  OPENING RATE '.
020800     05  CH-OPENING-RATE         PIC ZZZZ9.999999.
020900     05  FILLER                  PIC X(15)
021000         VALUE '  CLOSING RATE '.
021100     05  CH-CLOSING-RATE         PIC ZZZZ9.999999.
021200 01  WS-TOTAL-LINE.
021300     05  TL-KEY                  PIC X(06).
021400     05  TL-CURRENCY             PIC X(03).
021500     05  TL-PRIOR                PIC -(12)9.99.
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  TL-DEBITS               PIC -(12)9.99.
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  TL-CREDITS              PIC -(12)9.99.
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  TL-NET                  PIC -(12)9.99.
022200 01  WS-DIFFERENCE-LINE.
022300     05  FILLER                  PIC X(28)
022400         VALUE 'TRANSLATION DIFFERENCE   '.
022500     05  DL-CURRENCY             PIC X(03).
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  DL-DIFFERENCE           PIC -(12)9.99.
022800 01  WS-NOTE-LINE.
022900     05  FILLER                  PIC X(04) VALUE '*** '.
023000     05  NL-NOTE-TEXT            PIC X(60).
023100 01  WS-PROOF-LINE.
023200     05  FILLER                  PIC X(32)
023300         VALUE 'PROOF (ROUNDING, .02 PER CO)    '.
023400     05  PL-PROOF-AMOUNT         PIC -(12)9.99.
023500 01  WS-VERDICT-LINE.
023600     05  FILLER                  PIC X(08) VALUE 'VERDICT '.
023700     05  VL-VERDICT              PIC X(50).
023800 01  WS-EXCLUDED-TEXT.
023900     05  FILLER                  PIC X(13) VALUE 'INCOMPLETE - '.
024000     05  ET-EXCLUDED-COUNT       PIC Z9.
024100     05  FILLER                  PIC X(31)
024200         VALUE ' COMPANY(S) LEFT OUT - SEE *** '.
024300
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE
024700         THRU 1000-INITIALIZE-EXIT
024800     PERFORM 3000-ACCUMULATE-ONE-ACCOUNT
024900         THRU 3000-ACCUMULATE-ONE-ACCOUNT-EXIT
025000         UNTIL END-OF-FILE
025100     IF RETURN-CODE < 8
025200         MOVE 1 TO WS-COMPANY-INDEX
025300         PERFORM 5000-TRANSLATE-ONE-COMPANY
025400             THRU 5000-TRANSLATE-ONE-COMPANY-EXIT
025500             UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT
025600         PERFORM 6000-PRINT-CONSOLIDATION
025700             THRU 6000-PRINT-CONSOLIDATION-EXIT
025800     END-IF
025900     PERFORM 8000-SUMMARIZE
026000         THRU 8000-SUMMARIZE-EXIT
026100     PERFORM 9999-TERMINATE
026200         THRU 9999-TERMINATE-EXIT
026300     STOP RUN.
026400
026500 1000-INITIALIZE.
026600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
026700     MOVE WS-RUN-DATE TO RH-RUN-DATE
026800     OPEN OUTPUT REPORT-FILE
026900     PERFORM 1100-LOAD-OPEN-PERIOD
027000         THRU 1100-LOAD-OPEN-PERIOD-EXIT
027100     IF WS-OPEN-PERIOD = ZERO
027200         DISPLAY 'CONSOL-RPT: CALENDAR HAS NO OPEN-PERIOD '
027300             'RECORD - NOTHING TO CONSOLIDATE'
027400         MOVE 8 TO RETURN-CODE
027500         MOVE 'Y' TO EOF-SWITCH
027600         GO TO 1000-INITIALIZE-EXIT
027700     END-IF
027800     MOVE WS-OPEN-PERIOD TO RH-OPEN-PERIOD
027900     COMPUTE WS-PERIOD-START-DATE = WS-OPEN-PERIOD * 100 + 1
028000     MOVE WS-PERIOD-START-DATE TO WS-NEXT-PERIOD-DATE
028100     IF WS-NEXT-MONTH = 12
028200         ADD 1 TO WS-NEXT-YEAR
028300         MOVE 1 TO WS-NEXT-MONTH
028400     ELSE
028500         ADD 1 TO WS-NEXT-MONTH
028600     END-IF
028700     OPEN INPUT CONTROL-MASTER-FILE
028800     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
028900         DISPLAY 'CONSOL-RPT: CTLMSTR OPEN FAILED, STATUS='
029000             FS-CONTROL-MASTER-FILE
029100         MOVE 8 TO RETURN-CODE
029200         MOVE 'Y' TO EOF-SWITCH
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF
029500     MOVE 'Y' TO WS-CTL-OPEN-SWITCH
029600     MOVE 'T' TO CT-ENTRY-TYPE
029700     MOVE 'GROUPCCY' TO CT-ENTRY-CODE
029800     READ CONTROL-MASTER-FILE
029900         INVALID KEY
030000             MOVE SPACES TO CT-GR-CURRENCY-CODE
030100     END-READ
030200     IF CT-GR-CURRENCY-CODE = SPACES
030300         DISPLAY 'CONSOL-RPT: NO GROUPCCY ENTRY ON CTLMSTR - '
030400             'NO REPORTING CURRENCY TO TRANSLATE INTO'
030500         MOVE 8 TO RETURN-CODE
030600         MOVE 'Y' TO EOF-SWITCH
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF
030900     MOVE CT-GR-CURRENCY-CODE TO WS-GROUP-CURRENCY
031000     MOVE WS-GROUP-CURRENCY TO RH-GROUP-CURRENCY
031100     OPEN INPUT RATE-FILE
031200     IF FS-RATE-FILE NOT = '00' AND '05'
031300         DISPLAY 'CONSOL-RPT: NO FXRATE - ONLY ' WS-GROUP-CURRENCY
031400             ' COMPANIES CAN BE TRANSLATED'
031500     ELSE
031600         MOVE 'Y' TO WS-RATE-OPEN-SWITCH
031700     END-IF
031800     OPEN INPUT BALANCE-FILE
031900     IF FS-BALANCE-FILE NOT = '00' AND '05'
032000         DISPLAY 'CONSOL-RPT: BALMSTR OPEN FAILED, STATUS='
032100             FS-BALANCE-FILE
032200         MOVE 8 TO RETURN-CODE
032300         MOVE 'Y' TO EOF-SWITCH
032400         GO TO 1000-INITIALIZE-EXIT
032500     END-IF
032600     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
032700     MOVE LOW-VALUES TO BL-MASTER-KEY
032800     START BALANCE-FILE
032900         KEY IS NOT LESS THAN BL-MASTER-KEY
033000         INVALID KEY
033100             MOVE 'Y' TO EOF-SWITCH
033200     END-START
033300     IF NOT END-OF-FILE
033400         PERFORM 3100-READ-NEXT-BALANCE
033500             THRU 3100-READ-NEXT-BALANCE-EXIT
033600     END-IF.
033700 1000-INITIALIZE-EXIT.
033800     EXIT.
033900
034000 1100-LOAD-OPEN-PERIOD.
034100     OPEN INPUT CALENDAR-FILE
034200     IF FS-CALENDAR-FILE NOT = '00'
034300         DISPLAY 'CONSOL-RPT: NO PROCESSING CALENDAR, '
034400             'STATUS=' FS-CALENDAR-FILE
034500         GO TO 1100-LOAD-OPEN-PERIOD-EXIT
034600     END-IF
034700     PERFORM 1150-SCAN-ONE-CALENDAR
034800         THRU 1150-SCAN-ONE-CALENDAR-EXIT
034900         UNTIL WS-CALENDAR-EOF
035000     CLOSE CALENDAR-FILE.
035100 1100-LOAD-OPEN-PERIOD-EXIT.
035200     EXIT.
035300
035400 1150-SCAN-ONE-CALENDAR.
035500     READ CALENDAR-FILE
035600         AT END
035700             MOVE 'Y' TO WS-CAL-EOF-SWITCH
035800         NOT AT END
035900             IF CA-OPEN-PERIOD-RECORD
036000                 MOVE CA-DATE (1:6) TO WS-OPEN-PERIOD
036100             END-IF
036200     END-READ.
036300 1150-SCAN-ONE-CALENDAR-EXIT.
036400     EXIT.
036500
036600 3000-ACCUMULATE-ONE-ACCOUNT.
036700     ADD 1 TO WS-ACCOUNT-COUNT
036800     PERFORM 3300-TALLY-COMPANY
036900         THRU 3300-TALLY-COMPANY-EXIT
037000     PERFORM 3100-READ-NEXT-BALANCE
037100         THRU 3100-READ-NEXT-BALANCE-EXIT.
037200 3000-ACCUMULATE-ONE-ACCOUNT-EXIT.
037300     EXIT.
037400
037500 3100-READ-NEXT-BALANCE.
037600     READ BALANCE-FILE NEXT RECORD
037700         AT END
037800             MOVE 'Y' TO EOF-SWITCH
037900     END-READ.
038000 3100-READ-NEXT-BALANCE-EXIT.
038100     EXIT.
038200
038300*--------------------------------------------------------------
038400* THE OWNING COMPANY IS THE LEAD OF THE BALMSTR KEY. A NEW SLOT
038500* TAKES ITS CURRENCY FROM THE COMPANY'S CTLMSTR 'C' ENTRY.
038600*--------------------------------------------------------------
038700 3300-TALLY-COMPANY.
038800     MOVE 1 TO WS-COMPANY-INDEX
038900     PERFORM 3350-SCAN-COMPANY-SLOT
039000         THRU 3350-SCAN-COMPANY-SLOT-EXIT
039100         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT OR
039200             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) =
039300                 BL-COMPANY-CODE
039400     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
039500         IF WS-COMPANY-COUNT = WS-COMPANY-LIMIT
039600             DISPLAY 'CONSOL-RPT: COMPANY TABLE FULL - '
039700                 BL-COMPANY-CODE ' NOT TOTALED'
039800             ADD 1 TO WS-UNTOTALED-COUNT
039900             IF RETURN-CODE < 4
040000                 MOVE 4 TO RETURN-CODE
040100             END-IF
040200             GO TO 3300-TALLY-COMPANY-EXIT
040300         END-IF
040400         ADD 1 TO WS-COMPANY-COUNT
040500         MOVE WS-COMPANY-COUNT TO WS-COMPANY-INDEX
040600         PERFORM 3400-OPEN-COMPANY-SLOT
040700             THRU 3400-OPEN-COMPANY-SLOT-EXIT
040800     END-IF
040900     ADD BL-PRIOR-BALANCE TO
041000         WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX)
041100     ADD BL-TODAY-DEBITS TO
041200         WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
041300     ADD BL-TODAY-CREDITS TO
041400         WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
041500     ADD BL-NET-BALANCE TO
041600         WS-CO-NET-TOTAL (WS-COMPANY-INDEX).
041700 3300-TALLY-COMPANY-EXIT.
041800     EXIT.
041900
042000 3350-SCAN-COMPANY-SLOT.
042100     ADD 1 TO WS-COMPANY-INDEX.
042200 3350-SCAN-COMPANY-SLOT-EXIT.
042300     EXIT.
042400
042500 3400-OPEN-COMPANY-SLOT.
042600     MOVE BL-COMPANY-CODE TO WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
042700     MOVE SPACES TO WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
042800     MOVE SPACE TO WS-CO-STATUS (WS-COMPANY-INDEX)
042900     MOVE ZERO TO WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX)
043000     MOVE ZERO TO WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
043100     MOVE ZERO TO WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
043200     MOVE ZERO TO WS-CO-NET-TOTAL (WS-COMPANY-INDEX)
043300     MOVE ZERO TO WS-CO-OPENING-RATE (WS-COMPANY-INDEX)
043400     MOVE ZERO TO WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
043500     MOVE ZERO TO WS-CO-OPENING-DATE (WS-COMPANY-INDEX)
043600     MOVE ZERO TO WS-CO-CLOSING-DATE (WS-COMPANY-INDEX)
043700     MOVE ZERO TO WS-CO-XL-PRIOR (WS-COMPANY-INDEX)
043800     MOVE ZERO TO WS-CO-XL-DEBITS (WS-COMPANY-INDEX)
043900     MOVE ZERO TO WS-CO-XL-CREDITS (WS-COMPANY-INDEX)
044000     MOVE ZERO TO WS-CO-XL-NET (WS-COMPANY-INDEX)
044100     MOVE ZERO TO WS-CO-XL-DIFFERENCE (WS-COMPANY-INDEX)
044200     MOVE 'C' TO CT-ENTRY-TYPE
044300     MOVE BL-COMPANY-CODE TO CT-ENTRY-CODE
044400     READ CONTROL-MASTER-FILE
044500         INVALID KEY
044600             DISPLAY 'CONSOL-RPT: COMPANY ' BL-COMPANY-CODE
044700                 ' HAS NO CTLMSTR ENTRY'
044800         NOT INVALID KEY
044900             MOVE CT-CO-CURRENCY-CODE
045000                 TO WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
045100     END-READ.
045200 3400-OPEN-COMPANY-SLOT-EXIT.
045300     EXIT.
045400
045500*--------------------------------------------------------------
045600* TRANSLATION - THE CURRENT-RATE METHOD. THE COMPANY MUST FIRST
045700* PROVE IN ITS OWN CURRENCY (PRIOR + DEBITS - CREDITS = NET); ONE
045800* THAT DOES NOT IS LEFT OUT AND THE RUN ENDS RC=8. DEBITS,
045900* CREDITS AND THE NET POSITION GO ACROSS AT THE CLOSING RATE; THE
046000* PRIOR POSITION STAYS AT THE OPENING RATE IT WAS LAST REPORTED
046030* AT. THE DIFFERENCE IS WHAT THE RATE MOVEMENT DID TO THE OPENING
046060* POSITION - PRIOR TIMES (CLOSING RATE - OPENING RATE). A COMPANY
046100* ALREADY IN THE GROUP CURRENCY TRANSLATES AT 1.
046200*--------------------------------------------------------------
046300 5000-TRANSLATE-ONE-COMPANY.
046307     COMPUTE WS-PROOF-AMOUNT =
046310         WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX)
046314         + WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
046321         - WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
046328         - WS-CO-NET-TOTAL (WS-COMPANY-INDEX)
046335     IF WS-PROOF-AMOUNT NOT = ZERO
046342         MOVE 'L' TO WS-CO-STATUS (WS-COMPANY-INDEX)
046349         ADD 1 TO WS-UNPROVEN-COUNT
046356         DISPLAY 'CONSOL-RPT: COMPANY '
046363             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
046370             ' DOES NOT PROVE IN ITS OWN CURRENCY'
046377         MOVE 8 TO RETURN-CODE
046384         GO TO 5000-TRANSLATE-ONE-COMPANY-NEXT
046391     END-IF
046400     IF WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX) = SPACES
046500         MOVE 'C' TO WS-CO-STATUS (WS-COMPANY-INDEX)
046600         GO TO 5000-TRANSLATE-ONE-COMPANY-NEXT
046700     END-IF
046800     IF WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX) = WS-GROUP-CURRENCY
046900         MOVE 1 TO WS-CO-OPENING-RATE (WS-COMPANY-INDEX)
047000         MOVE 1 TO WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
047100         GO TO 5000-TRANSLATE-ONE-COMPANY-APPLY
047200     END-IF
047300     MOVE WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX) TO WS-LOOKUP-FROM
047400     MOVE WS-NEXT-PERIOD-DATE TO WS-LOOKUP-BEFORE-DATE
047500     PERFORM 5500-FIND-RATE
047600         THRU 5500-FIND-RATE-EXIT
047700     IF NOT WS-RATE-FOUND
047800         MOVE 'R' TO WS-CO-STATUS (WS-COMPANY-INDEX)
047900         GO TO 5000-TRANSLATE-ONE-COMPANY-NEXT
048000     END-IF
048100     MOVE WS-LOOKUP-RATE TO WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
048200     MOVE WS-LOOKUP-EFFECTIVE-DATE
048300         TO WS-CO-CLOSING-DATE (WS-COMPANY-INDEX)
048400     MOVE WS-PERIOD-START-DATE TO WS-LOOKUP-BEFORE-DATE
048500     PERFORM 5500-FIND-RATE
048600         THRU 5500-FIND-RATE-EXIT
048700     IF WS-RATE-FOUND
048800         MOVE WS-LOOKUP-RATE
048900             TO WS-CO-OPENING-RATE (WS-COMPANY-INDEX)
049000         MOVE WS-LOOKUP-EFFECTIVE-DATE
049100             TO WS-CO-OPENING-DATE (WS-COMPANY-INDEX)
049200     ELSE
049300         MOVE 'O' TO WS-CO-STATUS (WS-COMPANY-INDEX)
049400         MOVE WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
049500             TO WS-CO-OPENING-RATE (WS-COMPANY-INDEX)
049600     END-IF.
049700 5000-TRANSLATE-ONE-COMPANY-APPLY.
049800     COMPUTE WS-CO-XL-PRIOR (WS-COMPANY-INDEX) ROUNDED =
049900         WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX) *
050000         WS-CO-OPENING-RATE (WS-COMPANY-INDEX)
050100     COMPUTE WS-CO-XL-DEBITS (WS-COMPANY-INDEX) ROUNDED =
050200         WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX) *
050300         WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
050400     COMPUTE WS-CO-XL-CREDITS (WS-COMPANY-INDEX) ROUNDED =
050500         WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX) *
050600         WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
050700     COMPUTE WS-CO-XL-NET (WS-COMPANY-INDEX) ROUNDED =
050800         WS-CO-NET-TOTAL (WS-COMPANY-INDEX) *
050900         WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
051000     COMPUTE WS-CO-XL-DIFFERENCE (WS-COMPANY-INDEX) ROUNDED =
051100         WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX) *
051200         (WS-CO-CLOSING-RATE (WS-COMPANY-INDEX)
051300          - WS-CO-OPENING-RATE (WS-COMPANY-INDEX))
051500     ADD WS-CO-XL-PRIOR (WS-COMPANY-INDEX) TO WS-GR-PRIOR-TOTAL
051600     ADD WS-CO-XL-DEBITS (WS-COMPANY-INDEX) TO WS-GR-DEBIT-TOTAL
051700     ADD WS-CO-XL-CREDITS (WS-COMPANY-INDEX) TO WS-GR-CREDIT-TOTAL
051800     ADD WS-CO-XL-NET (WS-COMPANY-INDEX) TO WS-GR-NET-TOTAL
051900     ADD WS-CO-XL-DIFFERENCE (WS-COMPANY-INDEX)
052000         TO WS-GR-DIFFERENCE-TOTAL
052100     ADD 1 TO WS-TRANSLATED-COUNT.
052200 5000-TRANSLATE-ONE-COMPANY-NEXT.
052300     IF NOT WS-CO-TRANSLATED (WS-COMPANY-INDEX)
052400         IF RETURN-CODE < 4
052500             MOVE 4 TO RETURN-CODE
052600         END-IF
052700     END-IF
052800     IF WS-CO-NO-CURRENCY (WS-COMPANY-INDEX) OR
052900        WS-CO-NO-CLOSING-RATE (WS-COMPANY-INDEX)
053000         ADD 1 TO WS-EXCLUDED-COUNT
053100     END-IF
053200     ADD 1 TO WS-COMPANY-INDEX.
053300 5000-TRANSLATE-ONE-COMPANY-EXIT.
053400     EXIT.
053500
053600*--------------------------------------------------------------
053700* RATE LOOKUP - THE LAST FXRATE ENTRY FOR THE PAIR EFFECTIVE
053800* BEFORE WS-LOOKUP-BEFORE-DATE. THE PAIR'S ENTRIES ARE READ IN
053900* DATE ORDER FROM THE FIRST, KEEPING THE LATEST THAT QUALIFIES.
054000*--------------------------------------------------------------
054100 5500-FIND-RATE.
054200     MOVE 'N' TO WS-RATE-FOUND-SWITCH
054300     MOVE ZERO TO WS-LOOKUP-RATE
054400     MOVE ZERO TO WS-LOOKUP-EFFECTIVE-DATE
054500     IF NOT WS-RATE-FILE-OPEN
054600         GO TO 5500-FIND-RATE-EXIT
054700     END-IF
054800     MOVE 'N' TO WS-RATE-EOF-SWITCH
054900     MOVE WS-LOOKUP-FROM TO FX-FROM-CURRENCY
055000     MOVE WS-GROUP-CURRENCY TO FX-TO-CURRENCY
055100     MOVE ZERO TO FX-EFFECTIVE-DATE
055200     START RATE-FILE
055300         KEY IS NOT LESS THAN FX-RATE-KEY
055400         INVALID KEY
055500             MOVE 'Y' TO WS-RATE-EOF-SWITCH
055600     END-START
055700     PERFORM 5550-SCAN-ONE-RATE
055800         THRU 5550-SCAN-ONE-RATE-EXIT
055900         UNTIL WS-RATE-EOF.
056000 5500-FIND-RATE-EXIT.
056100     EXIT.
056200
056300 5550-SCAN-ONE-RATE.
056400     READ RATE-FILE NEXT RECORD
056500         AT END
056600             MOVE 'Y' TO WS-RATE-EOF-SWITCH
056700             GO TO 5550-SCAN-ONE-RATE-EXIT
056800     END-READ
056900     IF FX-FROM-CURRENCY NOT = WS-LOOKUP-FROM OR
057000        FX-TO-CURRENCY NOT = WS-GROUP-CURRENCY OR
057100        FX-EFFECTIVE-DATE NOT < WS-LOOKUP-BEFORE-DATE
057200         MOVE 'Y' TO WS-RATE-EOF-SWITCH
057300         GO TO 5550-SCAN-ONE-RATE-EXIT
057400     END-IF
057500     MOVE 'Y' TO WS-RATE-FOUND-SWITCH
057600     MOVE FX-RATE TO WS-LOOKUP-RATE
057700     MOVE FX-EFFECTIVE-DATE TO WS-LOOKUP-EFFECTIVE-DATE.
057800 5550-SCAN-ONE-RATE-EXIT.
057900     EXIT.
058000
058100 6000-PRINT-CONSOLIDATION.
058200     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
058300     MOVE WS-PERIOD-START-DATE TO RB-PERIOD-START
058400     MOVE WS-NEXT-PERIOD-DATE TO RB-NEXT-PERIOD
058500     WRITE REPORT-RECORD FROM WS-RATE-BASIS-LINE
058600     MOVE SPACES TO REPORT-RECORD
058700     WRITE REPORT-RECORD
058800     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
058900     MOVE 1 TO WS-COMPANY-INDEX
059000     PERFORM 6100-PRINT-ONE-COMPANY
059100         THRU 6100-PRINT-ONE-COMPANY-EXIT
059200         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT
059300     MOVE SPACES TO REPORT-RECORD
059400     WRITE REPORT-RECORD
059500     MOVE 'CONSOLIDATED' TO REPORT-RECORD
059600     WRITE REPORT-RECORD
059700     MOVE 'TOTAL' TO TL-KEY
059800     MOVE WS-GROUP-CURRENCY TO TL-CURRENCY
059900     MOVE WS-GR-PRIOR-TOTAL TO TL-PRIOR
060000     MOVE WS-GR-DEBIT-TOTAL TO TL-DEBITS
060100     MOVE WS-GR-CREDIT-TOTAL TO TL-CREDITS
060200     MOVE WS-GR-NET-TOTAL TO TL-NET
060300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
060400     MOVE WS-GROUP-CURRENCY TO DL-CURRENCY
060500     MOVE WS-GR-DIFFERENCE-TOTAL TO DL-DIFFERENCE
060600     WRITE REPORT-RECORD FROM WS-DIFFERENCE-LINE
060700*--------------------------------------------------------------
060800* THE TRANSLATED PROOF - THE CONSOLIDATED ACTIVITY PLUS THE
060900* TRANSLATION DIFFERENCE MUST CARRY THE TRANSLATED PRIOR
061000* POSITION TO THE TRANSLATED NET POSITION. EACH COMPANY HAS
061030* PROVED LOCALLY, SO ONLY THE ROUNDING OF ITS FIVE TRANSLATED
061060* FIGURES IS LEFT - AT MOST .02 PER COMPANY TRANSLATED.
061100*--------------------------------------------------------------
061200     COMPUTE WS-PROOF-AMOUNT = WS-GR-NET-TOTAL
061300         - WS-GR-PRIOR-TOTAL
061400         - WS-GR-DEBIT-TOTAL + WS-GR-CREDIT-TOTAL
061500         - WS-GR-DIFFERENCE-TOTAL
061600     MOVE WS-PROOF-AMOUNT TO PL-PROOF-AMOUNT
061700     WRITE REPORT-RECORD FROM WS-PROOF-LINE
061800     COMPUTE WS-ROUNDING-LIMIT = WS-TRANSLATED-COUNT * 0.02
061810     IF WS-UNPROVEN-COUNT > 0
061820         MOVE 8 TO RETURN-CODE
061830         MOVE 'NOT PROVEN - LOCAL TRIAL BALANCE DOES NOT PROVE'
061840             TO VL-VERDICT
061850         GO TO 6000-PRINT-CONSOLIDATION-VERDICT
061860     END-IF
061870     IF WS-PROOF-AMOUNT > WS-ROUNDING-LIMIT OR
061880        WS-PROOF-AMOUNT + WS-ROUNDING-LIMIT < ZERO
061900         MOVE 8 TO RETURN-CODE
062000         MOVE 'NOT PROVEN - TRANSLATION DOES NOT CROSS'
062100             TO VL-VERDICT
062200     ELSE
062300         IF WS-EXCLUDED-COUNT > 0 OR WS-UNTOTALED-COUNT > 0
062400             MOVE WS-EXCLUDED-COUNT TO ET-EXCLUDED-COUNT
062500             MOVE WS-EXCLUDED-TEXT TO VL-VERDICT
062600         ELSE
062700             MOVE 'PROVEN - CONSOLIDATION COMPLETE' TO VL-VERDICT
062800         END-IF
062900     END-IF.
062950 6000-PRINT-CONSOLIDATION-VERDICT.
063000     WRITE REPORT-RECORD FROM WS-VERDICT-LINE.
063100 6000-PRINT-CONSOLIDATION-EXIT.
063200     EXIT.
063300
063400*--------------------------------------------------------------
063500* ONE BLOCK PER COMPANY - RATES, THE LOCAL TRIAL BALANCE, THE
063600* TRANSLATED ONE AND ITS DIFFERENCE, OR WHY IT WAS LEFT OUT.
063700*--------------------------------------------------------------
063800 6100-PRINT-ONE-COMPANY.
063900     MOVE SPACES TO REPORT-RECORD
064000     WRITE REPORT-RECORD
064100     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO CH-COMPANY-CODE
064200     MOVE WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
064300         TO CH-CURRENCY-CODE
064400     MOVE WS-CO-OPENING-RATE (WS-COMPANY-INDEX) TO CH-OPENING-RATE
064500     MOVE WS-CO-CLOSING-RATE (WS-COMPANY-INDEX) TO CH-CLOSING-RATE
064600     WRITE REPORT-RECORD FROM WS-COMPANY-HEADING
064700     MOVE 'LOCAL' TO TL-KEY
064800     MOVE WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX) TO TL-CURRENCY
064900     MOVE WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX) TO TL-PRIOR
065000     MOVE WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX) TO TL-DEBITS
065100     MOVE WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX) TO TL-CREDITS
065200     MOVE WS-CO-NET-TOTAL (WS-COMPANY-INDEX) TO TL-NET
065300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
065310     IF WS-CO-LOCAL-UNPROVEN (WS-COMPANY-INDEX)
065320         MOVE 'NOT TRANSLATED - OWN-CURRENCY TOTALS DO NOT PROVE'
065330             TO NL-NOTE-TEXT
065340         WRITE REPORT-RECORD FROM WS-NOTE-LINE
065350         GO TO 6100-PRINT-ONE-COMPANY-NEXT
065360     END-IF
065400     IF WS-CO-NO-CURRENCY (WS-COMPANY-INDEX)
065500         MOVE 'NOT TRANSLATED - NO CURRENCY CODE ON CTLMSTR'
065600             TO NL-NOTE-TEXT
065700         WRITE REPORT-RECORD FROM WS-NOTE-LINE
065800         GO TO 6100-PRINT-ONE-COMPANY-NEXT
065900     END-IF
066000     IF WS-CO-NO-CLOSING-RATE (WS-COMPANY-INDEX)
066100         MOVE 'NOT TRANSLATED - NO CLOSING RATE ON FXRATE'
066200             TO NL-NOTE-TEXT
066300         WRITE REPORT-RECORD FROM WS-NOTE-LINE
066400         GO TO 6100-PRINT-ONE-COMPANY-NEXT
066500     END-IF
066600     MOVE 'GROUP' TO TL-KEY
066700     MOVE WS-GROUP-CURRENCY TO TL-CURRENCY
066800     MOVE WS-CO-XL-PRIOR (WS-COMPANY-INDEX) TO TL-PRIOR
066900     MOVE WS-CO-XL-DEBITS (WS-COMPANY-INDEX) TO TL-DEBITS
067000     MOVE WS-CO-XL-CREDITS (WS-COMPANY-INDEX) TO TL-CREDITS
067100     MOVE WS-CO-XL-NET (WS-COMPANY-INDEX) TO TL-NET
067200     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
067300     MOVE WS-GROUP-CURRENCY TO DL-CURRENCY
067400     MOVE WS-CO-XL-DIFFERENCE (WS-COMPANY-INDEX) TO DL-DIFFERENCE
067500     WRITE REPORT-RECORD FROM WS-DIFFERENCE-LINE
067600     IF WS-CO-NO-OPENING-RATE (WS-COMPANY-INDEX)
067700         MOVE 'NO OPENING RATE ON FXRATE - CLOSING RATE USED'
067800             TO NL-NOTE-TEXT
067900         WRITE REPORT-RECORD FROM WS-NOTE-LINE
068000     END-IF.
068100 6100-PRINT-ONE-COMPANY-NEXT.
068200     ADD 1 TO WS-COMPANY-INDEX.
068300 6100-PRINT-ONE-COMPANY-EXIT.
068400     EXIT.
068500
068600 8000-SUMMARIZE.
068700     DISPLAY 'CONSOL-RPT: PERIOD............... ' WS-OPEN-PERIOD
068800     DISPLAY 'CONSOL-RPT: GROUP CURRENCY....... '
068900         WS-GROUP-CURRENCY
069000     DISPLAY 'CONSOL-RPT: ACCOUNTS READ........ '
069100         WS-ACCOUNT-COUNT
069200     DISPLAY 'CONSOL-RPT: COMPANIES............ '
069300         WS-COMPANY-COUNT
069400     DISPLAY 'CONSOL-RPT: COMPANIES TRANSLATED. '
069500         WS-TRANSLATED-COUNT
069600     DISPLAY 'CONSOL-RPT: COMPANIES LEFT OUT... '
069700         WS-EXCLUDED-COUNT
069730     DISPLAY 'CONSOL-RPT: COMPANIES NOT PROVEN. '
069760         WS-UNPROVEN-COUNT
069800     DISPLAY 'CONSOL-RPT: ACCOUNTS NOT TOTALED. '
069900         WS-UNTOTALED-COUNT.
070000 8000-SUMMARIZE-EXIT.
070100     EXIT.
070200
070300 9999-TERMINATE.
070400     IF WS-BALANCE-FILE-OPEN
070500         CLOSE BALANCE-FILE
070600     END-IF
070700     IF WS-CONTROL-FILE-OPEN
070800         CLOSE CONTROL-MASTER-FILE
070900     END-IF
071000     IF WS-RATE-FILE-OPEN
071100         CLOSE RATE-FILE
071200     END-IF
071300     CLOSE REPORT-FILE.
071400 9999-TERMINATE-EXIT.
071500     EXIT.
