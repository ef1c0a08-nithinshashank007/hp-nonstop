002801* 2026-09-02  DLBS  THE MASTERS ARE NOW KEYED ON THE COMPOUND
002802*                   COMPANY-PLUS-ACCOUNT MASTER KEY - KEYED READS
002803*                   CARRY BOTH FIELDS.
002813* 2026-10-15  DLBS  THE COMPANIES KEEP THEIR BOOKS IN DIFFERENT
002823*                   CURRENCIES, SO THE TRIAL BALANCE NO LONGER
002833*                   ADDS THEM TOGETHER. EACH COMPANY AND BRANCH
002843*                   LINE CARRIES ITS CURRENCY (CTLMSTR 'C' ENTRY,
002853*                   '???' WHEN UNKNOWN), AND THE TOTAL AND PROOF
002863*                   ARE STRUCK ONCE PER CURRENCY - EVERY ONE MUST
002873*                   CROSS TO ZERO. THE GROUP-CURRENCY VIEW IS
002883*                   CONSOL-RPT'S CONSRPT.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS IR-MASTER-KEY
004200         FILE STATUS IS FS-MASTER-FILE.
004210     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS RANDOM
004240         RECORD KEY IS CT-CONTROL-KEY
004250         FILE STATUS IS FS-CONTROL-MASTER-FILE.
004300     SELECT CALENDAR-FILE ASSIGN TO 'CALNDR'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FS-CALENDAR-FILE.
006400     LABEL RECORDS ARE STANDARD.
006500 01  MASTER-RECORD.
006600     COPY INPTREC.
006610
006620 FD  CONTROL-MASTER-FILE
006630     LABEL RECORDS ARE STANDARD.
006640 01  CONTROL-MASTER-RECORD.
006650     COPY CTLREC.
006700
006800 FD  CALENDAR-FILE
006900     LABEL RECORDS ARE STANDARD.
010000 WORKING-STORAGE SECTION.
010100 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
010200 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
010250 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
010300 01  FS-CALENDAR-FILE            PIC X(02) VALUE '00'.
010400 01  FS-CALENDAR-NEW-FILE        PIC X(02) VALUE '00'.
010500 01  FS-AUTH-FILE                PIC X(02) VALUE '00'.
011300         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
011400     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
011500         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
011530     05  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011560         88  WS-CONTROL-FILE-OPEN            VALUE 'Y'.
011600     05  WS-PROVEN-SWITCH        PIC X(01) VALUE 'N'.
011700         88  WS-TRIAL-BALANCE-PROVEN         VALUE 'Y'.
011800     05  WS-AUTH-EOF-SWITCH      PIC X(01).
014300
014400*--------------------------------------------------------------
014500* TRIAL-BALANCE ACCUMULATORS - FIND-OR-CREATE SLOT TABLES IN
014600* THE BRANCH-TOTALS STYLE, ONE PER COMPANY, ONE PER BRANCH AND
014650* CURRENCY, AND ONE PER CURRENCY FOR THE TOTALS AND PROOF.
014700* AN ACCOUNT WITH NO INPTMSTR RECORD FALLS IN THE '???' BUCKET.
014800*--------------------------------------------------------------
014900 01  WS-COMPANY-LIMIT            PIC 9(02) COMP VALUE 10.
015200 01  WS-COMPANY-TABLE.
015300     05  WS-COMPANY-ENTRY        OCCURS 10 TIMES.
015400         10  WS-CO-COMPANY-CODE  PIC X(03).
015450         10  WS-CO-CURRENCY-CODE PIC X(03).
015500         10  WS-CO-PRIOR-TOTAL   PIC S9(13)V99 COMP-3.
015600         10  WS-CO-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
015700         10  WS-CO-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
016200 01  WS-BRANCH-TABLE.
016300     05  WS-BRANCH-ENTRY         OCCURS 150 TIMES.
016400         10  WS-BT-BRANCH-CODE   PIC X(04).
016450         10  WS-BT-CURRENCY-CODE PIC X(03).
016500         10  WS-BT-PRIOR-TOTAL   PIC S9(13)V99 COMP-3.
016600         10  WS-BT-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
016700         10  WS-BT-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
016800         10  WS-BT-NET-TOTAL     PIC S9(13)V99 COMP-3.
016900
017000 01  WS-CURRENCY-LIMIT           PIC 9(02) COMP VALUE 10.
017100 01  WS-CURRENCY-COUNT           PIC 9(02) COMP VALUE ZERO.
017200 01  WS-CURRENCY-INDEX           PIC 9(02) COMP.
017300 01  WS-CURRENCY-TABLE.
017400     05  WS-CURRENCY-ENTRY       OCCURS 10 TIMES.
017500         10  WS-CT-CURRENCY-CODE PIC X(03).
017600         10  WS-CT-PRIOR-TOTAL   PIC S9(13)V99 COMP-3.
017700         10  WS-CT-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
017800         10  WS-CT-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
017830         10  WS-CT-NET-TOTAL     PIC S9(13)V99 COMP-3.
017860
017900 01  WS-PROOF-AMOUNT             PIC S9(13)V99 COMP-3.
018000 01  WS-ACCOUNT-COMPANY          PIC X(03).
018100 01  WS-ACCOUNT-BRANCH           PIC X(04).
018150 01  WS-ACCOUNT-CURRENCY         PIC X(03).
018200
018300 01  WS-COUNTERS.
018400     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
018500     05  WS-ROLLED-COUNT         PIC 9(07) COMP VALUE ZERO.
018600     05  WS-UNKNOWN-COUNT        PIC 9(07) COMP VALUE ZERO.
018650     05  WS-UNTOTALED-COUNT      PIC 9(07) COMP VALUE ZERO.
018700
018800*--------------------------------------------------------------
018900* TRIAL-BALANCE REPORT LINES
019400     05  RH-OPEN-PERIOD          PIC 9(06).
019500     05  FILLER                  PIC X(09) VALUE '  RUN ON '.
019600     05  RH-RUN-DATE             PIC X(08).
019610 01  WS-CURRENCY-NOTE.
019620     05  FILLER                  PIC X(43) VALUE
019630         'AMOUNTS IN EACH COMPANY''S BOOKS CURRENCY - '.
019640     05  FILLER                  PIC X(30) VALUE
019650         'GROUP CURRENCY VIEW ON CONSRPT'.
019700 01  WS-COLUMN-HEADING.
019800     05  FILLER                  PIC X(42) VALUE
019900         'KEY   CCY           PRIOR           DEBITS'.
020000     05  FILLER                  PIC X(34) VALUE
020050         '          CREDITS              NET'.
020100 01  WS-TOTAL-LINE.
020200     05  TL-KEY                  PIC X(06).
020250     05  TL-CURRENCY             PIC X(03).
020300     05  TL-PRIOR                PIC -(12)9.99.
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  TL-DEBITS               PIC -(12)9.99.
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  TL-NET                  PIC -(12)9.99.
021000 01  WS-PROOF-LINE.
021030     05  FILLER                  PIC X(06) VALUE 'PROOF '.
021060     05  PL-CURRENCY             PIC X(03).
021100     05  FILLER                  PIC X(24)
021200         VALUE ' (MUST CROSS ZERO)      '.
021300     05  PL-PROOF-AMOUNT         PIC -(12)9.99.
021400 01  WS-VERDICT-LINE.
021500     05  FILLER                  PIC X(08) VALUE 'VERDICT '.
026900     ELSE
027000         MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
027100     END-IF
027110     OPEN INPUT CONTROL-MASTER-FILE
027120     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
027130         DISPLAY 'PERIOD-CLOSE: NO CTLMSTR - COMPANY CURRENCIES '
027140             'UNAVAILABLE'
027150     ELSE
027160         MOVE 'Y' TO WS-CTL-OPEN-SWITCH
027170     END-IF
027200     MOVE LOW-VALUES TO BL-MASTER-KEY
027300     START BALANCE-FILE
027400         KEY IS NOT LESS THAN BL-MASTER-KEY
031600         THRU 3300-TALLY-COMPANY-EXIT
031700     PERFORM 3400-TALLY-BRANCH
031800         THRU 3400-TALLY-BRANCH-EXIT
031900     PERFORM 3500-TALLY-CURRENCY
032000         THRU 3500-TALLY-CURRENCY-EXIT
032300     PERFORM 3100-READ-NEXT-BALANCE
032400         THRU 3100-READ-NEXT-BALANCE-EXIT.
032500 3000-ACCUMULATE-ONE-ACCOUNT-EXIT.
035600 3200-FIND-ACCOUNT-OWNER-EXIT.
035700     EXIT.
035800
035820*--------------------------------------------------------------
035840* THE COMPANY'S CURRENCY IS READ OFF CTLMSTR ONCE, WHEN ITS SLOT
035860* IS OPENED, AND SET FOR EVERY ACCOUNT OF THE COMPANY AFTER.
035880*--------------------------------------------------------------
035900 3300-TALLY-COMPANY.
036000     MOVE 1 TO WS-COMPANY-INDEX
036100     PERFORM 3350-SCAN-COMPANY-SLOT
036400             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) =
036500                 WS-ACCOUNT-COMPANY
036600     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
036630         PERFORM 3360-LOAD-COMPANY-CURRENCY
036660             THRU 3360-LOAD-COMPANY-CURRENCY-EXIT
036700         IF WS-COMPANY-COUNT = WS-COMPANY-LIMIT
036800             DISPLAY 'PERIOD-CLOSE: COMPANY TABLE FULL - '
036900                 WS-ACCOUNT-COMPANY ' NOT TOTALED'
037300         MOVE WS-COMPANY-COUNT TO WS-COMPANY-INDEX
037400         MOVE WS-ACCOUNT-COMPANY TO
037500             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
037530         MOVE WS-ACCOUNT-CURRENCY TO
037560             WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
037600         MOVE ZERO TO WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX)
037700         MOVE ZERO TO WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
037800         MOVE ZERO TO WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
037900         MOVE ZERO TO WS-CO-NET-TOTAL (WS-COMPANY-INDEX)
038000     END-IF
038030     MOVE WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
038060         TO WS-ACCOUNT-CURRENCY
038100     ADD BL-PRIOR-BALANCE TO
038200         WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX)
038300     ADD BL-TODAY-DEBITS TO
039300     ADD 1 TO WS-COMPANY-INDEX.
039400 3350-SCAN-COMPANY-SLOT-EXIT.
039500     EXIT.
039505
039510 3360-LOAD-COMPANY-CURRENCY.
039515     MOVE '???' TO WS-ACCOUNT-CURRENCY
039520     IF NOT WS-CONTROL-FILE-OPEN
039525         GO TO 3360-LOAD-COMPANY-CURRENCY-EXIT
039530     END-IF
039535     MOVE 'C' TO CT-ENTRY-TYPE
039540     MOVE WS-ACCOUNT-COMPANY TO CT-ENTRY-CODE
039545     READ CONTROL-MASTER-FILE
039550         INVALID KEY
039555             GO TO 3360-LOAD-COMPANY-CURRENCY-EXIT
039560     END-READ
039565     IF CT-CO-CURRENCY-CODE NOT = SPACES
039570         MOVE CT-CO-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
039575     END-IF.
039580 3360-LOAD-COMPANY-CURRENCY-EXIT.
039585     EXIT.
039600
039700 3400-TALLY-BRANCH.
039800     MOVE 1 TO WS-BRANCH-INDEX
039900     PERFORM 3450-SCAN-BRANCH-SLOT
040000         THRU 3450-SCAN-BRANCH-SLOT-EXIT
040100         UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT OR
040200             (WS-BT-BRANCH-CODE (WS-BRANCH-INDEX) =
040300                 WS-ACCOUNT-BRANCH AND
040330              WS-BT-CURRENCY-CODE (WS-BRANCH-INDEX) =
040360                 WS-ACCOUNT-CURRENCY)
040400     IF WS-BRANCH-INDEX > WS-BRANCH-COUNT
040500         IF WS-BRANCH-COUNT = WS-BRANCH-LIMIT
040600             DISPLAY 'PERIOD-CLOSE: BRANCH TABLE FULL - '
041100         MOVE WS-BRANCH-COUNT TO WS-BRANCH-INDEX
041200         MOVE WS-ACCOUNT-BRANCH TO
041300             WS-BT-BRANCH-CODE (WS-BRANCH-INDEX)
041330         MOVE WS-ACCOUNT-CURRENCY TO
041360             WS-BT-CURRENCY-CODE (WS-BRANCH-INDEX)
041400         MOVE ZERO TO WS-BT-PRIOR-TOTAL (WS-BRANCH-INDEX)
041500         MOVE ZERO TO WS-BT-DEBIT-TOTAL (WS-BRANCH-INDEX)
041600         MOVE ZERO TO WS-BT-CREDIT-TOTAL (WS-BRANCH-INDEX)
043100     ADD 1 TO WS-BRANCH-INDEX.
043200 3450-SCAN-BRANCH-SLOT-EXIT.
043300     EXIT.
043302
043304*--------------------------------------------------------------
043306* CURRENCY TOTALS - THE PROOF IS STRUCK PER CURRENCY. AN
043308* ACCOUNT THAT FINDS NO SLOT IS COUNTED, AND THE TRIAL BALANCE
043310* CANNOT THEN PROVE.
043312*--------------------------------------------------------------
043314 3500-TALLY-CURRENCY.
043316     MOVE 1 TO WS-CURRENCY-INDEX
043318     PERFORM 3550-SCAN-CURRENCY-SLOT
043320         THRU 3550-SCAN-CURRENCY-SLOT-EXIT
043322         UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT OR
043324             WS-CT-CURRENCY-CODE (WS-CURRENCY-INDEX) =
043326                 WS-ACCOUNT-CURRENCY
043328     IF WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
043330         IF WS-CURRENCY-COUNT = WS-CURRENCY-LIMIT
043332             DISPLAY 'PERIOD-CLOSE: CURRENCY TABLE FULL - '
043334                 WS-ACCOUNT-CURRENCY ' NOT TOTALED'
043336             ADD 1 TO WS-UNTOTALED-COUNT
043338             GO TO 3500-TALLY-CURRENCY-EXIT
043340         END-IF
043342         ADD 1 TO WS-CURRENCY-COUNT
043344         MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-INDEX
043346         MOVE WS-ACCOUNT-CURRENCY TO
043348             WS-CT-CURRENCY-CODE (WS-CURRENCY-INDEX)
043350         MOVE ZERO TO WS-CT-PRIOR-TOTAL (WS-CURRENCY-INDEX)
043352         MOVE ZERO TO WS-CT-DEBIT-TOTAL (WS-CURRENCY-INDEX)
043354         MOVE ZERO TO WS-CT-CREDIT-TOTAL (WS-CURRENCY-INDEX)
043356         MOVE ZERO TO WS-CT-NET-TOTAL (WS-CURRENCY-INDEX)
043358     END-IF
043360     ADD BL-PRIOR-BALANCE TO
043362         WS-CT-PRIOR-TOTAL (WS-CURRENCY-INDEX)
043364     ADD BL-TODAY-DEBITS TO
043366         WS-CT-DEBIT-TOTAL (WS-CURRENCY-INDEX)
043368     ADD BL-TODAY-CREDITS TO
043370         WS-CT-CREDIT-TOTAL (WS-CURRENCY-INDEX)
043372     ADD BL-NET-BALANCE TO
043374         WS-CT-NET-TOTAL (WS-CURRENCY-INDEX).
043376 3500-TALLY-CURRENCY-EXIT.
043378     EXIT.
043380
043382 3550-SCAN-CURRENCY-SLOT.
043384     ADD 1 TO WS-CURRENCY-INDEX.
043386 3550-SCAN-CURRENCY-SLOT-EXIT.
043388     EXIT.
043400
043500 5000-PRINT-TRIAL-BALANCE.
043600     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
043650     WRITE REPORT-RECORD FROM WS-CURRENCY-NOTE
043700     MOVE SPACES TO REPORT-RECORD
043800     WRITE REPORT-RECORD
043900     MOVE 'BY COMPANY' TO REPORT-RECORD
045200     PERFORM 5200-PRINT-BRANCH-LINE
045300         THRU 5200-PRINT-BRANCH-LINE-EXIT
045400         UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
045500     MOVE 'Y' TO WS-PROVEN-SWITCH
045600     IF WS-UNTOTALED-COUNT > 0
045700         MOVE 'N' TO WS-PROVEN-SWITCH
045800     END-IF
045900     MOVE 1 TO WS-CURRENCY-INDEX
046000     PERFORM 5300-PRINT-CURRENCY-PROOF
046100         THRU 5300-PRINT-CURRENCY-PROOF-EXIT
046200         UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT.
047700 5000-PRINT-TRIAL-BALANCE-EXIT.
047800     EXIT.
047900
048000 5100-PRINT-COMPANY-LINE.
048100     MOVE SPACES TO TL-KEY
048200     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO TL-KEY
048250     MOVE WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX) TO TL-CURRENCY
048300     MOVE WS-CO-PRIOR-TOTAL (WS-COMPANY-INDEX) TO TL-PRIOR
048400     MOVE WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX) TO TL-DEBITS
048500     MOVE WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX) TO TL-CREDITS
049200 5200-PRINT-BRANCH-LINE.
049300     MOVE SPACES TO TL-KEY
049400     MOVE WS-BT-BRANCH-CODE (WS-BRANCH-INDEX) TO TL-KEY
049450     MOVE WS-BT-CURRENCY-CODE (WS-BRANCH-INDEX) TO TL-CURRENCY
049500     MOVE WS-BT-PRIOR-TOTAL (WS-BRANCH-INDEX) TO TL-PRIOR
049600     MOVE WS-BT-DEBIT-TOTAL (WS-BRANCH-INDEX) TO TL-DEBITS
049700     MOVE WS-BT-CREDIT-TOTAL (WS-BRANCH-INDEX) TO TL-CREDITS
050000     ADD 1 TO WS-BRANCH-INDEX.
050100 5200-PRINT-BRANCH-LINE-EXIT.
050200     EXIT.
050203
050206*--------------------------------------------------------------
050209* THE PROOF, ONCE PER CURRENCY - THE PERIOD'S POSTED ACTIVITY
050212* (DEBITS LESS CREDITS) MUST CARRY THE PRIOR POSITION EXACTLY
050215* TO THE NET POSITION. ANY RESIDUE MEANS A BALANCE RECORD WAS
050218* DAMAGED OR POSTED OUTSIDE THE CHAIN.
050221*--------------------------------------------------------------
050224 5300-PRINT-CURRENCY-PROOF.
050227     MOVE SPACES TO REPORT-RECORD
050230     WRITE REPORT-RECORD
050233     MOVE 'TOTAL' TO TL-KEY
050236     MOVE WS-CT-CURRENCY-CODE (WS-CURRENCY-INDEX) TO TL-CURRENCY
050239     MOVE WS-CT-PRIOR-TOTAL (WS-CURRENCY-INDEX) TO TL-PRIOR
050242     MOVE WS-CT-DEBIT-TOTAL (WS-CURRENCY-INDEX) TO TL-DEBITS
050245     MOVE WS-CT-CREDIT-TOTAL (WS-CURRENCY-INDEX) TO TL-CREDITS
050248     MOVE WS-CT-NET-TOTAL (WS-CURRENCY-INDEX) TO TL-NET
050251     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
050254     COMPUTE WS-PROOF-AMOUNT =
050257         WS-CT-NET-TOTAL (WS-CURRENCY-INDEX)
050260         - WS-CT-PRIOR-TOTAL (WS-CURRENCY-INDEX)
050263         - WS-CT-DEBIT-TOTAL (WS-CURRENCY-INDEX)
050266         + WS-CT-CREDIT-TOTAL (WS-CURRENCY-INDEX)
050269     MOVE WS-CT-CURRENCY-CODE (WS-CURRENCY-INDEX) TO PL-CURRENCY
050272     MOVE WS-PROOF-AMOUNT TO PL-PROOF-AMOUNT
050275     WRITE REPORT-RECORD FROM WS-PROOF-LINE
050278     IF WS-PROOF-AMOUNT NOT = ZERO
050281         MOVE 'N' TO WS-PROVEN-SWITCH
050284     END-IF
050287     ADD 1 TO WS-CURRENCY-INDEX.
050290 5300-PRINT-CURRENCY-PROOF-EXIT.
050293     EXIT.
050300
050400*--------------------------------------------------------------
050500* A PROVEN TRIAL BALANCE CLOSES. AN UNPROVEN ONE CLOSES ONLY
067100         WS-ROLLED-COUNT
067200     DISPLAY 'PERIOD-CLOSE: OWNERSHIP UNKNOWN.. '
067300         WS-UNKNOWN-COUNT
067320     DISPLAY 'PERIOD-CLOSE: CURRENCIES......... '
067340         WS-CURRENCY-COUNT
067360     DISPLAY 'PERIOD-CLOSE: ACCOUNTS UNTOTALED. '
067380         WS-UNTOTALED-COUNT
067400     IF WS-PERIOD-CLOSED
067500         DISPLAY 'PERIOD-CLOSE: PERIOD CLOSED'
067600     ELSE
068600     IF WS-MASTER-FILE-OPEN
068700         CLOSE MASTER-FILE
068800     END-IF
068820     IF WS-CONTROL-FILE-OPEN
068840         CLOSE CONTROL-MASTER-FILE
068860     END-IF
068900     CLOSE REPORT-FILE.
069000 9999-TERMINATE-EXIT.
069100     EXIT.
