000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROD-SUMMARY.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. PRODUCT SUMMARY REPORT
001100*                   (PRODSUM) - ACCOUNT COUNT AND NET BALANCE BY
001200*                   PRODUCT WITHIN BRANCH WITHIN COMPANY, FROM
001300*                   INPTMSTR AND THE BALMSTR NET BALANCE (SEE
001400*                   JCL/DLPROD.JCL). AN ACCOUNT WITH NO PRODUCT
001500*                   CODE REPORTS UNDER (NONE); ONE WITH NO BALMSTR
001600*                   RECORD COUNTS AT A ZERO BALANCE. NO
001700*                   CROSS-COMPANY TOTAL - THE COMPANIES REPORT IN
001800*                   DIFFERENT CURRENCIES.
001810* 2026-10-15  DLBS  THE COMPANY TOTAL LINE NOW CARRIES THE
001820*                   COMPANY'S CURRENCY CODE FROM ITS CTLMSTR 'C'
001830*                   ENTRY, SO NO TOTAL READS AS IN ANOTHER
001840*                   COMPANY'S CURRENCY. A COMPANY WITH NO CODE
001850*                   PRINTS ??? AND ENDS THE RUN RC=4.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS IR-MASTER-KEY
002700         FILE STATUS IS FS-MASTER-FILE.
002800     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS BL-MASTER-KEY
003200         FILE STATUS IS FS-BALANCE-FILE.
003300     SELECT PRODUCT-FILE ASSIGN TO 'PRODMSTR'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS PD-PRODUCT-KEY
003700         FILE STATUS IS FS-PRODUCT-FILE.
003710     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS RANDOM
003740         RECORD KEY IS CT-CONTROL-KEY
003750         FILE STATUS IS FS-CONTROL-MASTER-FILE.
003800     SELECT REPORT-FILE ASSIGN TO 'PRODSUM'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-REPORT-FILE.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  MASTER-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  MASTER-RECORD.
004700     COPY INPTREC.
004800
004900 FD  BALANCE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  BALANCE-RECORD.
005200     COPY BALREC.
005300
005400 FD  PRODUCT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  PRODUCT-RECORD.
005700     COPY PRODREC.
005800
005810 FD  CONTROL-MASTER-FILE
005820     LABEL RECORDS ARE STANDARD.
005830 01  CONTROL-MASTER-RECORD.
005840     COPY CTLREC.
005850
005900 FD  REPORT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  REPORT-RECORD               PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
006500 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
006600 01  FS-PRODUCT-FILE             PIC X(02) VALUE '00'.
006650 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
006700 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
006800 01  WS-SWITCHES.
006900     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007000         88  END-OF-FILE                    VALUE 'Y'.
007100     05  WS-MSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007200         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
007300     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007400         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
007500     05  WS-PROD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007600         88  WS-PRODUCT-FILE-OPEN            VALUE 'Y'.
007630     05  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007660         88  WS-CONTROL-MASTER-OPEN          VALUE 'Y'.
007700     05  WS-RPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007800         88  WS-REPORT-FILE-OPEN             VALUE 'Y'.
007900     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
008000         88  WS-SUMMARY-TABLE-FULL           VALUE 'Y'.
008100     05  WS-ENTRY-FOUND-SWITCH   PIC X(01).
008200         88  WS-ENTRY-FOUND                  VALUE 'Y'.
008300     05  WS-SLOT-FOUND-SWITCH    PIC X(01).
008400         88  WS-SLOT-FOUND                   VALUE 'Y'.
008500 01  WS-RUN-DATE                 PIC 9(08).
008600 01  WS-ACCOUNT-BALANCE          PIC S9(09)V99 COMP-3.
008700*--------------------------------------------------------------
008800* THE ACCOUNT'S SUMMARY KEY - COMPANY, BRANCH AND PRODUCT.
008900*--------------------------------------------------------------
009000 01  WS-SUMMARY-KEY.
009100     05  WS-SK-COMPANY-CODE      PIC X(03).
009200     05  WS-SK-BRANCH-CODE       PIC X(04).
009300     05  WS-SK-PRODUCT-CODE      PIC X(04).
009400*--------------------------------------------------------------
009500* ONE ENTRY PER COMPANY, BRANCH AND PRODUCT, KEPT IN KEY ORDER
009600* AS THEY ARRIVE SO THE PRINT PASS CAN BREAK ON BRANCH AND
009700* COMPANY. A FULL TABLE LEAVES LATER COMBINATIONS OUT OF THE
009800* REPORT AND ENDS THE RUN RC=4.
009900*--------------------------------------------------------------
010000 01  WS-SUMMARY-LIMIT            PIC 9(03) COMP VALUE 500.
010100 01  WS-SUMMARY-COUNT            PIC 9(03) COMP VALUE ZERO.
010200 01  WS-SUMMARY-INDEX            PIC 9(03) COMP.
010300 01  WS-SHIFT-INDEX              PIC 9(03) COMP.
010400 01  WS-SUMMARY-TABLE.
010500     05  WS-SUMMARY-ENTRY        OCCURS 500 TIMES.
010600         10  WS-SM-KEY.
010700             15  WS-SM-COMPANY-CODE
010800                                 PIC X(03).
010900             15  WS-SM-BRANCH-CODE
011000                                 PIC X(04).
011100             15  WS-SM-PRODUCT-CODE
011200                                 PIC X(04).
011300         10  WS-SM-ACCOUNT-COUNT PIC 9(07) COMP.
011400         10  WS-SM-NET-BALANCE   PIC S9(13)V99 COMP-3.
011500*--------------------------------------------------------------
011600* CONTROL BREAK FIELDS FOR THE PRINT PASS
011700*--------------------------------------------------------------
011800 01  WS-CURRENT-COMPANY          PIC X(03) VALUE SPACES.
011900 01  WS-CURRENT-BRANCH           PIC X(04) VALUE SPACES.
012000 01  WS-BRANCH-ACCOUNTS          PIC 9(07) COMP VALUE ZERO.
012100 01  WS-BRANCH-BALANCE           PIC S9(13)V99 COMP-3
012200                                     VALUE ZERO.
012300 01  WS-COMPANY-ACCOUNTS         PIC 9(07) COMP VALUE ZERO.
012400 01  WS-COMPANY-BALANCE          PIC S9(13)V99 COMP-3
012500                                     VALUE ZERO.
012600 01  WS-COUNTERS.
012700     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
012800     05  WS-NO-BALANCE-COUNT     PIC 9(07) COMP VALUE ZERO.
012900     05  WS-NO-PRODUCT-COUNT     PIC 9(07) COMP VALUE ZERO.
013000     05  WS-UNTRACKED-COUNT      PIC 9(07) COMP VALUE ZERO.
013100*--------------------------------------------------------------
013200* PRODUCT SUMMARY REPORT LINES
013300*--------------------------------------------------------------
013400 01  WS-REPORT-HEADING.
013500     05  FILLER                  PIC X(46)
013600         VALUE 'PROD-SUMMARY  ACCOUNTS AND BALANCES BY PRODUCT'.
013700     05  FILLER                  PIC X(05) VALUE ' RUN '.
013800     05  RH-RUN-DATE             PIC 9(08).
013900 01  WS-COLUMN-HEADING.
014000     05  FILLER                  PIC X(40) VALUE
014100         'CO  BRCH PROD DESCRIPTION               '.
014200     05  FILLER                  PIC X(34) VALUE
014300         '      ACCOUNTS       NET BALANCE'.
014400 01  WS-PRODUCT-LINE.
014500     05  PL-COMPANY-CODE         PIC X(03).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  PL-BRANCH-CODE          PIC X(04).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  PL-PRODUCT-CODE         PIC X(04).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  PL-DESCRIPTION          PIC X(30).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  PL-ACCOUNT-COUNT        PIC Z(06)9.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  PL-NET-BALANCE          PIC -(13)9.99.
015600 01  WS-BRANCH-LINE.
015700     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
015800     05  BT-BRANCH-CODE          PIC X(04).
015900     05  FILLER                  PIC X(33) VALUE SPACES.
016000     05  BT-ACCOUNT-COUNT        PIC Z(06)9.
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  BT-NET-BALANCE          PIC -(13)9.99.
016300 01  WS-COMPANY-LINE.
016400     05  FILLER                  PIC X(08) VALUE 'COMPANY '.
016500     05  CT-COMPANY-CODE         PIC X(03).
016600     05  FILLER                  PIC X(33) VALUE SPACES.
016700     05  CT-ACCOUNT-COUNT        PIC Z(06)9.
016800     05  FILLER                  PIC X(01) VALUE SPACE.
016900     05  CT-NET-BALANCE          PIC -(13)9.99.
016930     05  FILLER                  PIC X(01) VALUE SPACE.
016960     05  CT-CURRENCY-CODE        PIC X(03).
017000 01  WS-COUNT-LINE.
017100     05  CL-LABEL                PIC X(32).
017200     05  CL-COUNT                PIC Z(08)9.
017300
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE
017700         THRU 1000-INITIALIZE-EXIT
017800     PERFORM 3000-PROCESS-ONE-ACCOUNT
017900         THRU 3000-PROCESS-ONE-ACCOUNT-EXIT
018000         UNTIL END-OF-FILE
018100     IF WS-REPORT-FILE-OPEN
018200         PERFORM 5000-PRINT-SUMMARY
018300             THRU 5000-PRINT-SUMMARY-EXIT
018400         PERFORM 8000-PRINT-CONTROL-TOTALS
018500             THRU 8000-PRINT-CONTROL-TOTALS-EXIT
018600     END-IF
018700     PERFORM 9999-TERMINATE
018800         THRU 9999-TERMINATE-EXIT
018900     STOP RUN.
019000
019100 1000-INITIALIZE.
019200     CALL 'PROC-DATE' USING WS-RUN-DATE
019300     OPEN OUTPUT REPORT-FILE
019400     IF FS-REPORT-FILE NOT = '00'
019500         DISPLAY 'PROD-SUMMARY: PRODSUM OPEN FAILED, STATUS='
019600             FS-REPORT-FILE
019700         MOVE 8 TO RETURN-CODE
019800         MOVE 'Y' TO EOF-SWITCH
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020100     MOVE 'Y' TO WS-RPT-OPEN-SWITCH
020200     MOVE WS-RUN-DATE TO RH-RUN-DATE
020300     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
020400     MOVE SPACES TO REPORT-RECORD
020500     WRITE REPORT-RECORD
020600     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
020700     OPEN INPUT PRODUCT-FILE
020800     IF FS-PRODUCT-FILE NOT = '00' AND '05'
020900         DISPLAY 'PROD-SUMMARY: NO PRODMSTR, STATUS='
021000             FS-PRODUCT-FILE ' - DESCRIPTIONS NOT SHOWN'
021100     ELSE
021200         MOVE 'Y' TO WS-PROD-OPEN-SWITCH
021300     END-IF
021310     OPEN INPUT CONTROL-MASTER-FILE
021320     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
021330         DISPLAY 'PROD-SUMMARY: NO CTLMSTR, STATUS='
021340             FS-CONTROL-MASTER-FILE ' - CURRENCIES NOT SHOWN'
021350         MOVE 4 TO RETURN-CODE
021360     ELSE
021370         MOVE 'Y' TO WS-CTL-OPEN-SWITCH
021380     END-IF
021400     OPEN INPUT BALANCE-FILE
021500     IF FS-BALANCE-FILE NOT = '00'
021600         DISPLAY 'PROD-SUMMARY: BALMSTR OPEN FAILED, STATUS='
021700             FS-BALANCE-FILE
021800         MOVE 8 TO RETURN-CODE
021900         MOVE 'Y' TO EOF-SWITCH
022000         GO TO 1000-INITIALIZE-EXIT
022100     END-IF
022200     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
022300     OPEN INPUT MASTER-FILE
022400     IF FS-MASTER-FILE NOT = '00'
022500         DISPLAY 'PROD-SUMMARY: INPTMSTR OPEN FAILED, STATUS='
022600             FS-MASTER-FILE
022700         MOVE 8 TO RETURN-CODE
022800         MOVE 'Y' TO EOF-SWITCH
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF
023100     MOVE 'Y' TO WS-MSTR-OPEN-SWITCH
023200     MOVE LOW-VALUES TO IR-MASTER-KEY
023300     START MASTER-FILE
023400         KEY IS NOT LESS THAN IR-MASTER-KEY
023500         INVALID KEY
023600             MOVE 'Y' TO EOF-SWITCH
023700     END-START
023800     IF NOT END-OF-FILE
023900         PERFORM 3100-READ-NEXT-MASTER
024000             THRU 3100-READ-NEXT-MASTER-EXIT
024100     END-IF.
024200 1000-INITIALIZE-EXIT.
024300     EXIT.
024400
024500*--------------------------------------------------------------
024600* EACH ACCOUNT ADDS ITS BALMSTR NET BALANCE TO ITS COMPANY,
024700* BRANCH AND PRODUCT ENTRY.
024800*--------------------------------------------------------------
024900 3000-PROCESS-ONE-ACCOUNT.
025000     ADD 1 TO WS-ACCOUNT-COUNT
025100     MOVE IR-COMPANY-CODE TO WS-SK-COMPANY-CODE
025200     MOVE IR-BRANCH-CODE TO WS-SK-BRANCH-CODE
025300     MOVE IR-PRODUCT-CODE TO WS-SK-PRODUCT-CODE
025400     IF IR-PRODUCT-CODE = SPACES
025500         ADD 1 TO WS-NO-PRODUCT-COUNT
025600     END-IF
025700     MOVE IR-MASTER-KEY TO BL-MASTER-KEY
025800     READ BALANCE-FILE
025900         INVALID KEY
026000             MOVE ZERO TO BL-NET-BALANCE
026100             ADD 1 TO WS-NO-BALANCE-COUNT
026200     END-READ
026300     MOVE BL-NET-BALANCE TO WS-ACCOUNT-BALANCE
026400     PERFORM 4000-FIND-ENTRY
026500         THRU 4000-FIND-ENTRY-EXIT
026600     IF NOT WS-ENTRY-FOUND
026700         ADD 1 TO WS-UNTRACKED-COUNT
026800         MOVE 'Y' TO WS-TABLE-FULL-SWITCH
026900         GO TO 3000-PROCESS-ONE-ACCOUNT-NEXT
027000     END-IF
027100     ADD 1 TO WS-SM-ACCOUNT-COUNT (WS-SUMMARY-INDEX)
027200     ADD WS-ACCOUNT-BALANCE TO
027300         WS-SM-NET-BALANCE (WS-SUMMARY-INDEX).
027400 3000-PROCESS-ONE-ACCOUNT-NEXT.
027500     PERFORM 3100-READ-NEXT-MASTER
027600         THRU 3100-READ-NEXT-MASTER-EXIT.
027700 3000-PROCESS-ONE-ACCOUNT-EXIT.
027800     EXIT.
027900
028000 3100-READ-NEXT-MASTER.
028100     READ MASTER-FILE NEXT RECORD
028200         AT END
028300             MOVE 'Y' TO EOF-SWITCH
028400     END-READ.
028500 3100-READ-NEXT-MASTER-EXIT.
028600     EXIT.
028700
028800*--------------------------------------------------------------
028900* LOCATE THE ACCOUNT'S ENTRY. A NEW KEY IS SLOTTED IN AHEAD OF
029000* THE FIRST HIGHER KEY, THE ENTRIES FROM THERE MOVING DOWN ONE,
029100* WHILE THERE IS ROOM. NOT FOUND AFTER THAT MEANS THE TABLE IS
029200* FULL.
029300*--------------------------------------------------------------
029400 4000-FIND-ENTRY.
029500     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
029600     MOVE 'N' TO WS-SLOT-FOUND-SWITCH
029700     MOVE 1 TO WS-SUMMARY-INDEX
029800     PERFORM 4100-MATCH-ONE-ENTRY
029900         THRU 4100-MATCH-ONE-ENTRY-EXIT
030000         UNTIL WS-SLOT-FOUND OR
030100               WS-SUMMARY-INDEX > WS-SUMMARY-COUNT
030200     IF WS-ENTRY-FOUND
030300         GO TO 4000-FIND-ENTRY-EXIT
030400     END-IF
030500     IF WS-SUMMARY-COUNT NOT < WS-SUMMARY-LIMIT
030600         GO TO 4000-FIND-ENTRY-EXIT
030700     END-IF
030800     MOVE WS-SUMMARY-COUNT TO WS-SHIFT-INDEX
030900     PERFORM 4200-SHIFT-ONE-ENTRY
031000         THRU 4200-SHIFT-ONE-ENTRY-EXIT
031100         UNTIL WS-SHIFT-INDEX < WS-SUMMARY-INDEX
031200     ADD 1 TO WS-SUMMARY-COUNT
031300     MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
031400     MOVE WS-SUMMARY-KEY TO WS-SM-KEY (WS-SUMMARY-INDEX)
031500     MOVE ZERO TO WS-SM-ACCOUNT-COUNT (WS-SUMMARY-INDEX)
031600     MOVE ZERO TO WS-SM-NET-BALANCE (WS-SUMMARY-INDEX).
031700 4000-FIND-ENTRY-EXIT.
031800     EXIT.
031900
032000 4100-MATCH-ONE-ENTRY.
032100     IF WS-SM-KEY (WS-SUMMARY-INDEX) = WS-SUMMARY-KEY
032200         MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
032300         MOVE 'Y' TO WS-SLOT-FOUND-SWITCH
032400         GO TO 4100-MATCH-ONE-ENTRY-EXIT
032500     END-IF
032600     IF WS-SM-KEY (WS-SUMMARY-INDEX) > WS-SUMMARY-KEY
032700         MOVE 'Y' TO WS-SLOT-FOUND-SWITCH
032800         GO TO 4100-MATCH-ONE-ENTRY-EXIT
032900     END-IF
033000     ADD 1 TO WS-SUMMARY-INDEX.
033100 4100-MATCH-ONE-ENTRY-EXIT.
033200     EXIT.
033300
033400 4200-SHIFT-ONE-ENTRY.
033500     MOVE WS-SUMMARY-ENTRY (WS-SHIFT-INDEX)
033600         TO WS-SUMMARY-ENTRY (WS-SHIFT-INDEX + 1)
033700     SUBTRACT 1 FROM WS-SHIFT-INDEX.
033800 4200-SHIFT-ONE-ENTRY-EXIT.
033900     EXIT.
034000
034100*--------------------------------------------------------------
034200* PRINT THE TABLE IN KEY ORDER - ONE LINE PER PRODUCT, A TOTAL
034300* AT EACH CHANGE OF BRANCH AND OF COMPANY.
034400*--------------------------------------------------------------
034500 5000-PRINT-SUMMARY.
034600     MOVE 1 TO WS-SUMMARY-INDEX
034700     PERFORM 5100-PRINT-ONE-ENTRY
034800         THRU 5100-PRINT-ONE-ENTRY-EXIT
034900         UNTIL WS-SUMMARY-INDEX > WS-SUMMARY-COUNT
035000     IF WS-CURRENT-COMPANY NOT = SPACES
035100         PERFORM 5300-CLOSE-BRANCH
035200             THRU 5300-CLOSE-BRANCH-EXIT
035300         PERFORM 5400-CLOSE-COMPANY
035400             THRU 5400-CLOSE-COMPANY-EXIT
035500     END-IF.
035600 5000-PRINT-SUMMARY-EXIT.
035700     EXIT.
035800
035900 5100-PRINT-ONE-ENTRY.
036000     IF WS-SM-COMPANY-CODE (WS-SUMMARY-INDEX)
036100            NOT = WS-CURRENT-COMPANY
036200         IF WS-CURRENT-COMPANY NOT = SPACES
036300             PERFORM 5300-CLOSE-BRANCH
036400                 THRU 5300-CLOSE-BRANCH-EXIT
036500             PERFORM 5400-CLOSE-COMPANY
036600                 THRU 5400-CLOSE-COMPANY-EXIT
036700         END-IF
036800         MOVE WS-SM-COMPANY-CODE (WS-SUMMARY-INDEX)
036900             TO WS-CURRENT-COMPANY
037000         MOVE WS-SM-BRANCH-CODE (WS-SUMMARY-INDEX)
037100             TO WS-CURRENT-BRANCH
037200     END-IF
037300     IF WS-SM-BRANCH-CODE (WS-SUMMARY-INDEX)
037400            NOT = WS-CURRENT-BRANCH
037500         PERFORM 5300-CLOSE-BRANCH
037600             THRU 5300-CLOSE-BRANCH-EXIT
037700         MOVE WS-SM-BRANCH-CODE (WS-SUMMARY-INDEX)
037800             TO WS-CURRENT-BRANCH
037900     END-IF
038000     PERFORM 5200-GET-DESCRIPTION
038100         THRU 5200-GET-DESCRIPTION-EXIT
038200     MOVE WS-SM-COMPANY-CODE (WS-SUMMARY-INDEX)
038300         TO PL-COMPANY-CODE
038400     MOVE WS-SM-BRANCH-CODE (WS-SUMMARY-INDEX) TO PL-BRANCH-CODE
038500     MOVE WS-SM-PRODUCT-CODE (WS-SUMMARY-INDEX)
038600         TO PL-PRODUCT-CODE
038700     MOVE WS-SM-ACCOUNT-COUNT (WS-SUMMARY-INDEX)
038800         TO PL-ACCOUNT-COUNT
038900     MOVE WS-SM-NET-BALANCE (WS-SUMMARY-INDEX) TO PL-NET-BALANCE
039000     WRITE REPORT-RECORD FROM WS-PRODUCT-LINE
039100     ADD WS-SM-ACCOUNT-COUNT (WS-SUMMARY-INDEX)
039200         TO WS-BRANCH-ACCOUNTS
039300     ADD WS-SM-NET-BALANCE (WS-SUMMARY-INDEX)
039400         TO WS-BRANCH-BALANCE
039500     ADD 1 TO WS-SUMMARY-INDEX.
039600 5100-PRINT-ONE-ENTRY-EXIT.
039700     EXIT.
039800
039900*--------------------------------------------------------------
040000* THE PRODUCT'S DESCRIPTION FROM PRODMSTR. A BLANK PRODUCT IS
040100* THE ACCOUNTS NOT YET ASSIGNED ONE.
040200*--------------------------------------------------------------
040300 5200-GET-DESCRIPTION.
040400     IF WS-SM-PRODUCT-CODE (WS-SUMMARY-INDEX) = SPACES
040500         MOVE '(NONE)' TO PL-DESCRIPTION
040600         GO TO 5200-GET-DESCRIPTION-EXIT
040700     END-IF
040800     IF NOT WS-PRODUCT-FILE-OPEN
040900         MOVE SPACES TO PL-DESCRIPTION
041000         GO TO 5200-GET-DESCRIPTION-EXIT
041100     END-IF
041200     MOVE WS-SM-COMPANY-CODE (WS-SUMMARY-INDEX) TO PD-COMPANY-CODE
041300     MOVE WS-SM-PRODUCT-CODE (WS-SUMMARY-INDEX) TO PD-PRODUCT-CODE
041400     READ PRODUCT-FILE
041500         INVALID KEY
041600             MOVE '*NOT ON FILE*' TO PL-DESCRIPTION
041700             GO TO 5200-GET-DESCRIPTION-EXIT
041800     END-READ
041900     MOVE PD-DESCRIPTION TO PL-DESCRIPTION.
042000 5200-GET-DESCRIPTION-EXIT.
042100     EXIT.
042200
042300 5300-CLOSE-BRANCH.
042400     MOVE WS-CURRENT-BRANCH TO BT-BRANCH-CODE
042500     MOVE WS-BRANCH-ACCOUNTS TO BT-ACCOUNT-COUNT
042600     MOVE WS-BRANCH-BALANCE TO BT-NET-BALANCE
042700     WRITE REPORT-RECORD FROM WS-BRANCH-LINE
042800     MOVE SPACES TO REPORT-RECORD
042900     WRITE REPORT-RECORD
043000     ADD WS-BRANCH-ACCOUNTS TO WS-COMPANY-ACCOUNTS
043100     ADD WS-BRANCH-BALANCE TO WS-COMPANY-BALANCE
043200     MOVE ZERO TO WS-BRANCH-ACCOUNTS
043300     MOVE ZERO TO WS-BRANCH-BALANCE.
043400 5300-CLOSE-BRANCH-EXIT.
043500     EXIT.
043600
043620*--------------------------------------------------------------
043640* THE COMPANY TOTAL CARRIES THE COMPANY'S BOOKS CURRENCY FROM ITS
043660* CTLMSTR 'C' ENTRY - THE COMPANIES DO NOT SHARE ONE.
043680*--------------------------------------------------------------
043700 5400-CLOSE-COMPANY.
043800     MOVE WS-CURRENT-COMPANY TO CT-COMPANY-CODE
043900     MOVE WS-COMPANY-ACCOUNTS TO CT-ACCOUNT-COUNT
044000     MOVE WS-COMPANY-BALANCE TO CT-NET-BALANCE
044030     PERFORM 5500-GET-COMPANY-CURRENCY
044060         THRU 5500-GET-COMPANY-CURRENCY-EXIT
044100     WRITE REPORT-RECORD FROM WS-COMPANY-LINE
044200     MOVE SPACES TO REPORT-RECORD
044300     WRITE REPORT-RECORD
044400     MOVE ZERO TO WS-COMPANY-ACCOUNTS
044500     MOVE ZERO TO WS-COMPANY-BALANCE.
044600 5400-CLOSE-COMPANY-EXIT.
044700     EXIT.
044703
044706*--------------------------------------------------------------
044709* THE COMPANY'S CURRENCY CODE. NO CTLMSTR, NO 'C' ENTRY OR A
044712* BLANK CODE PRINTS ??? AND ENDS THE RUN RC=4.
044715*--------------------------------------------------------------
044718 5500-GET-COMPANY-CURRENCY.
044721     MOVE '???' TO CT-CURRENCY-CODE
044724     IF NOT WS-CONTROL-MASTER-OPEN
044727         GO TO 5500-GET-COMPANY-CURRENCY-EXIT
044730     END-IF
044733     MOVE 'C' TO CT-ENTRY-TYPE
044736     MOVE WS-CURRENT-COMPANY TO CT-ENTRY-CODE
044739     READ CONTROL-MASTER-FILE
044742         INVALID KEY
044745             DISPLAY 'PROD-SUMMARY: COMPANY ' WS-CURRENT-COMPANY
044748                 ' HAS NO CTLMSTR ENTRY'
044751             IF RETURN-CODE < 4
044754                 MOVE 4 TO RETURN-CODE
044757             END-IF
044760             GO TO 5500-GET-COMPANY-CURRENCY-EXIT
044763     END-READ
044766     IF CT-CO-CURRENCY-CODE = SPACES
044769         DISPLAY 'PROD-SUMMARY: COMPANY ' WS-CURRENT-COMPANY
044772             ' HAS NO CURRENCY CODE ON CTLMSTR'
044775         IF RETURN-CODE < 4
044778             MOVE 4 TO RETURN-CODE
044781         END-IF
044784         GO TO 5500-GET-COMPANY-CURRENCY-EXIT
044787     END-IF
044790     MOVE CT-CO-CURRENCY-CODE TO CT-CURRENCY-CODE.
044793 5500-GET-COMPANY-CURRENCY-EXIT.
044796     EXIT.
044800
044900 8000-PRINT-CONTROL-TOTALS.
045000     IF WS-ACCOUNT-COUNT = ZERO
045100         MOVE 'NO ACCOUNTS ON INPTMSTR' TO REPORT-RECORD
045200         WRITE REPORT-RECORD
045300     END-IF
045400     MOVE SPACES TO REPORT-RECORD
045500     WRITE REPORT-RECORD
045600     MOVE 'CONTROL TOTALS' TO REPORT-RECORD
045700     WRITE REPORT-RECORD
045800     MOVE 'ACCOUNTS READ' TO CL-LABEL
045900     MOVE WS-ACCOUNT-COUNT TO CL-COUNT
046000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
046100     MOVE 'ACCOUNTS WITH NO PRODUCT' TO CL-LABEL
046200     MOVE WS-NO-PRODUCT-COUNT TO CL-COUNT
046300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
046400     MOVE 'ACCOUNTS WITH NO BALMSTR RECORD' TO CL-LABEL
046500     MOVE WS-NO-BALANCE-COUNT TO CL-COUNT
046600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
046700     MOVE 'SUMMARY LINES' TO CL-LABEL
046800     MOVE WS-SUMMARY-COUNT TO CL-COUNT
046900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
047000     IF WS-SUMMARY-TABLE-FULL
047100         MOVE 'ACCOUNTS NOT IN SUMMARY' TO CL-LABEL
047200         MOVE WS-UNTRACKED-COUNT TO CL-COUNT
047300         WRITE REPORT-RECORD FROM WS-COUNT-LINE
047400         MOVE '*** SUMMARY TABLE FULL - TOTALS INCOMPLETE ***'
047500             TO REPORT-RECORD
047600         WRITE REPORT-RECORD
047700         IF RETURN-CODE < 4
047800             MOVE 4 TO RETURN-CODE
047900         END-IF
048000     END-IF
048100     DISPLAY 'PROD-SUMMARY: ACCOUNTS READ....... '
048200         WS-ACCOUNT-COUNT
048300     DISPLAY 'PROD-SUMMARY: NO PRODUCT.......... '
048400         WS-NO-PRODUCT-COUNT
048500     DISPLAY 'PROD-SUMMARY: NO BALMSTR RECORD... '
048600         WS-NO-BALANCE-COUNT
048700     DISPLAY 'PROD-SUMMARY: SUMMARY LINES....... '
048800         WS-SUMMARY-COUNT.
048900 8000-PRINT-CONTROL-TOTALS-EXIT.
049000     EXIT.
049100
049200 9999-TERMINATE.
049300     IF WS-MASTER-FILE-OPEN
049400         CLOSE MASTER-FILE
049500     END-IF
049600     IF WS-BALANCE-FILE-OPEN
049700         CLOSE BALANCE-FILE
049800     END-IF
049900     IF WS-PRODUCT-FILE-OPEN
050000         CLOSE PRODUCT-FILE
050100     END-IF
050120     IF WS-CONTROL-MASTER-OPEN
050140         CLOSE CONTROL-MASTER-FILE
050160     END-IF
050200     IF WS-REPORT-FILE-OPEN
050300         CLOSE REPORT-FILE
050400     END-IF.
050500 9999-TERMINATE-EXIT.
050600     EXIT.
