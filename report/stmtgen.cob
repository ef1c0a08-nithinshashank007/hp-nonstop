000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STMT-GEN.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. PERIODIC CUSTOMER STATEMENTS
001100*                   FOR ONE COMPANY'S STATEMENT CYCLE - UNTIL
001200*                   NOW A CUSTOMER ASKING FOR A STATEMENT MEANT
001300*                   A HIST-INQUIRY RUN RETYPED INTO A LETTER.
001400*                   THE SYSIN CARD CARRIES THE COMPANY AND THE
001500*                   CYCLE FROM/TO POSTING DATES. EVERY BALMSTR
001600*                   ACCOUNT OF THE COMPANY WITH CYCLE ACTIVITY
001700*                   ON ACTHIST (OR A NON-ZERO BALANCE) GETS A
001800*                   PAGINATED STATEMENT ON STMTRPT - NAME AND
001900*                   BRANCH FROM CUSTMSTR, OPENING BALANCE, EACH
002000*                   DATED ITEM WITH A RUNNING BALANCE,
002100*                   CAPITALIZED INTEREST, AND CLOSING BALANCE.
002200*                   THE CLOSING BALANCE IS BALMSTR'S NET LESS
002300*                   ANYTHING POSTED AFTER THE CYCLE; THE OPENING
002400*                   BALANCE IS THE LAST STATEMENT'S CLOSING,
002500*                   CARRIED ON THE KEYED STMTBAL FILE. EACH
002600*                   STATEMENT PROVES OPENING PLUS ITEMS EQUALS
002700*                   CLOSING. A CONTROL PASS OVER ACTHIST COUNTS
002800*                   THE CYCLE'S ACTIVE ACCOUNTS, ITEMS, AND
002900*                   AMOUNT INDEPENDENTLY OF THE STATEMENT PASS,
003000*                   AND THE CONTROL-TOTALS PAGE PROVES EVERY
003100*                   ACCOUNT WITH ACTIVITY GOT A STATEMENT. AN
003200*                   UNPROVEN STATEMENT OR A MISSED ACCOUNT ENDS
003300*                   RC=8.
003320* 2026-10-15  DLBS  STATEMENTS STAY IN THE COMPANY'S OWN BOOKS
003340*                   CURRENCY - THE CTLMSTR 'C' ENTRY'S CURRENCY
003360*                   CODE NOW PRINTS IN THE PAGE AND CONTROL
003380*                   HEADINGS.
003400*--------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS BL-MASTER-KEY
004200         FILE STATUS IS FS-BALANCE-FILE.
004300     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS AH-HISTORY-KEY
004700         FILE STATUS IS FS-HISTORY-FILE.
004800     SELECT CUSTOMER-REF-FILE ASSIGN TO 'CUSTMSTR'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CU-MASTER-KEY
005200         FILE STATUS IS FS-CUSTOMER-REF-FILE.
005300     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CT-CONTROL-KEY
005700         FILE STATUS IS FS-CONTROL-MASTER-FILE.
005800     SELECT STATEMENT-BAL-FILE ASSIGN TO 'STMTBAL'
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS SB-MASTER-KEY
006200         FILE STATUS IS FS-STATEMENT-BAL-FILE.
006300     SELECT REPORT-FILE ASSIGN TO 'STMTRPT'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FS-REPORT-FILE.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BALANCE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  BALANCE-RECORD.
007200     COPY BALREC.
007300
007400 FD  HISTORY-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  HISTORY-RECORD.
007700     COPY ACTHREC.
007800
007900 FD  CUSTOMER-REF-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  CUSTOMER-REF-RECORD.
008200     COPY CUSTREC.
008300
008400 FD  CONTROL-MASTER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  CONTROL-MASTER-RECORD.
008700     COPY CTLREC.
008800
008900*--------------------------------------------------------------
009000* STATEMENT-BALANCE CARRY - ONE RECORD PER ACCOUNT HOLDING THE
009100* LAST STATEMENT'S CYCLE, OPENING AND CLOSING. THE NEXT CYCLE
009200* OPENS AT THE STORED CLOSING; A RERUN OF THE SAME CYCLE OPENS
009300* AT THE STORED OPENING SO IT REPRINTS THE SAME STATEMENT.
009400*--------------------------------------------------------------
009500 FD  STATEMENT-BAL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  STATEMENT-BAL-RECORD.
009800     05  SB-MASTER-KEY.
009900         10  SB-COMPANY-CODE     PIC X(03).
010000         10  SB-ACCOUNT-NUMBER   PIC X(10).
010100     05  SB-CYCLE-FROM-DATE      PIC 9(08).
010200     05  SB-CYCLE-TO-DATE        PIC 9(08).
010300     05  SB-OPENING-BALANCE      PIC S9(09)V99 COMP-3.
010400     05  SB-CLOSING-BALANCE      PIC S9(09)V99 COMP-3.
010500     05  FILLER                  PIC X(05).
010600
010700 FD  REPORT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  REPORT-RECORD               PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
011300 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
011400 01  FS-CUSTOMER-REF-FILE        PIC X(02) VALUE '00'.
011500 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
011600 01  FS-STATEMENT-BAL-FILE       PIC X(02) VALUE '00'.
011700 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
011800 01  WS-SWITCHES.
011900     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
012000         88  END-OF-FILE                    VALUE 'Y'.
012100     05  WS-HIST-EOF-SWITCH      PIC X(01).
012200         88  WS-HISTORY-EOF                  VALUE 'Y'.
012300     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
012400         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
012500     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012600         88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.
012700     05  WS-CUST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012800         88  WS-CUSTREF-FILE-OPEN            VALUE 'Y'.
012900     05  WS-SBAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
013000         88  WS-STATEMENT-BAL-OPEN           VALUE 'Y'.
013100     05  WS-SBAL-FOUND-SWITCH    PIC X(01).
013200         88  WS-STATEMENT-BAL-FOUND          VALUE 'Y'.
013300     05  WS-DERIVED-SWITCH       PIC X(01).
013400         88  WS-OPENING-DERIVED              VALUE 'Y'.
013500
013600*--------------------------------------------------------------
013700* STATEMENT-CYCLE CONTROL CARD - COMPANY AND THE CYCLE'S FROM
013800* AND TO POSTING DATES. ALL THREE ARE REQUIRED.
013900*--------------------------------------------------------------
014000 01  WS-CYCLE-CARD.
014100     05  WS-CYCLE-COMPANY        PIC X(03).
014200     05  WS-CC-FILL-1            PIC X(01).
014300     05  WS-CYCLE-FROM-X         PIC X(08).
014400     05  WS-CC-FILL-2            PIC X(01).
014500     05  WS-CYCLE-TO-X           PIC X(08).
014600
014700 01  WS-RUN-DATE                 PIC 9(08).
014800 01  WS-CYCLE-FROM-DATE          PIC 9(08) VALUE ZERO.
014900 01  WS-CYCLE-TO-DATE            PIC 9(08) VALUE ZERO.
015000 01  WS-COMPANY-NAME             PIC X(20) VALUE SPACES.
015050 01  WS-COMPANY-CURRENCY         PIC X(03) VALUE SPACES.
015100 01  WS-CONTROL-ACCOUNT          PIC X(10).
015200
015300*--------------------------------------------------------------
015400* PER-STATEMENT WORK AREAS
015500*--------------------------------------------------------------
015600 01  WS-OPENING-BALANCE          PIC S9(11)V99 COMP-3.
015700 01  WS-CLOSING-BALANCE          PIC S9(11)V99 COMP-3.
015800 01  WS-RUNNING-BALANCE          PIC S9(11)V99 COMP-3.
015900 01  WS-CYCLE-ITEM-TOTAL         PIC S9(11)V99 COMP-3.
016000 01  WS-LATER-ITEM-TOTAL         PIC S9(11)V99 COMP-3.
016100 01  WS-INTEREST-TOTAL           PIC S9(11)V99 COMP-3.
016200 01  WS-PROOF-AMOUNT             PIC S9(11)V99 COMP-3.
016300 01  WS-STMT-ITEM-COUNT          PIC 9(07) COMP.
016400 01  WS-STMT-PAGE-NUMBER         PIC 9(04) COMP.
016500 01  WS-ITEM-DESCRIPTION         PIC X(20).
016600 01  WS-CUSTOMER-NAME            PIC X(30).
016700 01  WS-CUSTOMER-BRANCH          PIC X(04).
016800
016900*--------------------------------------------------------------
017000* CONTROL-PASS TOTALS (ACTHIST, INDEPENDENT OF THE STATEMENTS)
017100* AND STATEMENT-PASS TOTALS - THE CONTROL PAGE CROSSES THEM.
017200*--------------------------------------------------------------
017300 01  WS-COUNTERS.
017400     05  WS-CTL-ACCOUNT-COUNT    PIC 9(07) COMP VALUE ZERO.
017500     05  WS-CTL-ITEM-COUNT       PIC 9(07) COMP VALUE ZERO.
017600     05  WS-ACCOUNT-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
017700     05  WS-ACTIVE-STMT-COUNT    PIC 9(07) COMP VALUE ZERO.
017800     05  WS-QUIET-STMT-COUNT     PIC 9(07) COMP VALUE ZERO.
017900     05  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
018000     05  WS-PRINTED-ITEM-COUNT   PIC 9(07) COMP VALUE ZERO.
018100     05  WS-UNPROVEN-COUNT       PIC 9(07) COMP VALUE ZERO.
018200     05  WS-DERIVED-COUNT        PIC 9(07) COMP VALUE ZERO.
018300     05  WS-PAGE-COUNT           PIC 9(07) COMP VALUE ZERO.
018400 01  WS-CTL-ITEM-TOTAL           PIC S9(13)V99 COMP-3
018500                                     VALUE ZERO.
018600 01  WS-PRINTED-ITEM-TOTAL       PIC S9(13)V99 COMP-3
018700                                     VALUE ZERO.
018800 01  WS-GRAND-INTEREST-TOTAL     PIC S9(13)V99 COMP-3
018900                                     VALUE ZERO.
019000
019100*--------------------------------------------------------------
019200* ACTIVE ACCOUNTS WITH NO BALMSTR RECORD - FOUND BY THE CONTROL
019300* PASS, LISTED ON THE CONTROL PAGE. EACH IS A MISSED STATEMENT.
019400*--------------------------------------------------------------
019500 01  WS-ORPHAN-LIMIT             PIC 9(03) COMP VALUE 50.
019600 01  WS-ORPHAN-COUNT             PIC 9(03) COMP VALUE ZERO.
019700 01  WS-ORPHAN-INDEX             PIC 9(03) COMP.
019800 01  WS-ORPHAN-TABLE.
019900     05  WS-ORPHAN-ACCOUNT       PIC X(10) OCCURS 50 TIMES.
020000
020100*--------------------------------------------------------------
020200* PAGINATION CONTROL - EVERY STATEMENT STARTS A FRESH PAGE AND
020300* NUMBERS ITS OWN PAGES FROM ONE.
020400*--------------------------------------------------------------
020500 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
020600 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
020700 01  WS-PRINT-LINE               PIC X(80).
020800
020900*--------------------------------------------------------------
021000* STATEMENT LINES
021100*--------------------------------------------------------------
021200 01  WS-PAGE-HEADING.
021300     05  FILLER                  PIC X(22)
021400         VALUE 'STATEMENT OF ACCOUNT  '.
021500     05  PH-COMPANY-NAME         PIC X(20).
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  PH-COMPANY-CODE         PIC X(03).
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021830     05  PH-CURRENCY-CODE        PIC X(03).
021860     05  FILLER                  PIC X(19) VALUE SPACES.
021900     05  FILLER                  PIC X(05) VALUE 'PAGE '.
022000     05  PH-PAGE-NUMBER          PIC ZZZ9.
022100 01  WS-ACCOUNT-HEADING.
022200     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
022300     05  SH-ACCOUNT         PIC X(10).
022400     05  FILLER                  PIC X(09) VALUE '  BRANCH '.
022500     05  SH-BRANCH          PIC X(04).
022600     05  FILLER                  PIC X(09) VALUE '  PERIOD '.
022700     05  SH-FROM-DATE       PIC 9(08).
022800     05  FILLER                  PIC X(04) VALUE ' TO '.
022900     05  SH-TO-DATE         PIC 9(08).
023000 01  WS-NAME-HEADING.
023100     05  FILLER                  PIC X(08) VALUE 'NAME    '.
023200     05  NH-CUSTOMER-NAME        PIC X(30).
023300 01  WS-COLUMN-HEADING.
023400     05  FILLER                  PIC X(43) VALUE
023500         'POSTED    TRANS DATE  DESCRIPTION'.
023600     05  FILLER                  PIC X(27) VALUE
023650         '     AMOUNT        BALANCE'.
023700 01  WS-ITEM-LINE.
023800     05  IL-POST-DATE            PIC 9(08).
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  IL-TRANS-DATE           PIC 9(08).
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  IL-DESCRIPTION          PIC X(20).
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  IL-AMOUNT               PIC -(09)9.99.
024500     05  FILLER                  PIC X(01) VALUE SPACE.
024600     05  IL-BALANCE              PIC -(11)9.99.
024700 01  WS-BALANCE-LINE.
024800     05  FILLER                  PIC X(20) VALUE SPACES.
024900     05  SL-LINE-LABEL           PIC X(35).
025000     05  SL-LINE-AMOUNT          PIC -(11)9.99.
025100 01  WS-PROOF-LINE.
025200     05  FILLER                  PIC X(20) VALUE SPACES.
025300     05  PL-PROOF-TEXT           PIC X(50).
025400
025500*--------------------------------------------------------------
025600* CONTROL-TOTALS PAGE LINES
025700*--------------------------------------------------------------
025800 01  WS-CONTROL-HEADING.
025900     05  FILLER                  PIC X(34)
026000         VALUE 'STMT-GEN  STATEMENT CONTROL TOTALS'.
026100     05  FILLER                  PIC X(05) VALUE '  CO '.
026200     05  CH-COMPANY-CODE         PIC X(03).
026230     05  FILLER                  PIC X(06) VALUE '  CCY '.
026260     05  CH-CURRENCY-CODE        PIC X(03).
026300     05  FILLER                  PIC X(09) VALUE '  RUN ON '.
026400     05  CH-RUN-DATE             PIC 9(08).
026500 01  WS-CONTROL-COUNT-LINE.
026600     05  CC-LABEL                PIC X(40).
026700     05  CC-COUNT                PIC ZZZZZZ9.
026800 01  WS-CONTROL-AMOUNT-LINE.
026900     05  CA-LABEL                PIC X(40).
027000     05  CA-AMOUNT               PIC -(13)9.99.
027100 01  WS-ORPHAN-LINE.
027200     05  FILLER                  PIC X(26)
027300         VALUE '  ACTIVITY, NO STATEMENT  '.
027400     05  OL-ACCOUNT              PIC X(10).
027500     05  FILLER                  PIC X(20)
027600         VALUE '  - NO BALMSTR ENTRY'.
027700 01  WS-VERDICT-LINE.
027800     05  FILLER                  PIC X(08) VALUE 'VERDICT '.
027900     05  VL-VERDICT              PIC X(60).
028000
028100 PROCEDURE DIVISION.
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE
028400         THRU 1000-INITIALIZE-EXIT
028500     IF NOT END-OF-FILE
028600         PERFORM 2000-CONTROL-PASS
028700             THRU 2000-CONTROL-PASS-EXIT
028800         PERFORM 2500-START-STATEMENT-PASS
028900             THRU 2500-START-STATEMENT-PASS-EXIT
029000     END-IF
029100     PERFORM 3000-STATEMENT-ONE-ACCOUNT
029200         THRU 3000-STATEMENT-ONE-ACCOUNT-EXIT
029300         UNTIL END-OF-FILE
029400     IF WS-BALANCE-FILE-OPEN AND WS-HISTORY-FILE-OPEN
029500         PERFORM 8000-PRINT-CONTROL-TOTALS
029600             THRU 8000-PRINT-CONTROL-TOTALS-EXIT
029700     END-IF
029800     PERFORM 9999-TERMINATE
029900         THRU 9999-TERMINATE-EXIT
030000     STOP RUN.
030100
030200 1000-INITIALIZE.
030300     CALL 'PROC-DATE' USING WS-RUN-DATE
030400     ACCEPT WS-CYCLE-CARD FROM SYSIN
030500     OPEN OUTPUT REPORT-FILE
030600     IF WS-CYCLE-COMPANY = SPACES OR
030700        WS-CYCLE-FROM-X NOT NUMERIC OR
030800        WS-CYCLE-TO-X NOT NUMERIC
030900         DISPLAY 'STMT-GEN: CYCLE CARD NEEDS COMPANY, FROM '
031000             'AND TO DATES - NO STATEMENTS PRODUCED'
031100         MOVE 8 TO RETURN-CODE
031200         MOVE 'Y' TO EOF-SWITCH
031300         GO TO 1000-INITIALIZE-EXIT
031400     END-IF
031500     MOVE WS-CYCLE-FROM-X TO WS-CYCLE-FROM-DATE
031600     MOVE WS-CYCLE-TO-X TO WS-CYCLE-TO-DATE
031700     IF WS-CYCLE-FROM-DATE > WS-CYCLE-TO-DATE
031800         DISPLAY 'STMT-GEN: CYCLE FROM DATE IS AFTER THE TO '
031900             'DATE - NO STATEMENTS PRODUCED'
032000         MOVE 8 TO RETURN-CODE
032100         MOVE 'Y' TO EOF-SWITCH
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF
032400     PERFORM 1100-LOAD-COMPANY-NAME
032500         THRU 1100-LOAD-COMPANY-NAME-EXIT
032600     OPEN INPUT BALANCE-FILE
032700     IF FS-BALANCE-FILE NOT = '00' AND '05'
032800         DISPLAY 'STMT-GEN: BALMSTR OPEN FAILED, STATUS='
032900             FS-BALANCE-FILE
033000         MOVE 8 TO RETURN-CODE
033100         MOVE 'Y' TO EOF-SWITCH
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF
033400     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
033500     OPEN INPUT HISTORY-FILE
033600     IF FS-HISTORY-FILE NOT = '00' AND '05'
033700         DISPLAY 'STMT-GEN: ACTHIST OPEN FAILED, STATUS='
033800             FS-HISTORY-FILE
033900         MOVE 8 TO RETURN-CODE
034000         MOVE 'Y' TO EOF-SWITCH
034100         GO TO 1000-INITIALIZE-EXIT
034200     END-IF
034300     MOVE 'Y' TO WS-HIST-OPEN-SWITCH
034400     OPEN INPUT CUSTOMER-REF-FILE
034500     IF FS-CUSTOMER-REF-FILE = '00' OR '05'
034600         MOVE 'Y' TO WS-CUST-OPEN-SWITCH
034700     ELSE
034800         DISPLAY 'STMT-GEN: NO CUSTMSTR - STATEMENTS PRINT '
034900             'WITHOUT NAMES'
035000     END-IF
035100*--------------------------------------------------------------
035200* FIRST-EVER STATEMENT RUN - CREATE THE CARRY FILE, THEN REOPEN
035300* IT I-O, AS CUST-MAINT DOES FOR ITS MASTER.
035400*--------------------------------------------------------------
035500     OPEN I-O STATEMENT-BAL-FILE
035600     IF FS-STATEMENT-BAL-FILE = '35'
035700         OPEN OUTPUT STATEMENT-BAL-FILE
035800         IF FS-STATEMENT-BAL-FILE = '00'
035900             CLOSE STATEMENT-BAL-FILE
036000             OPEN I-O STATEMENT-BAL-FILE
036100         END-IF
036200     END-IF
036300     IF FS-STATEMENT-BAL-FILE NOT = '00' AND '05'
036400         DISPLAY 'STMT-GEN: STMTBAL OPEN FAILED, STATUS='
036500             FS-STATEMENT-BAL-FILE
036600         MOVE 8 TO RETURN-CODE
036700         MOVE 'Y' TO EOF-SWITCH
036800         GO TO 1000-INITIALIZE-EXIT
036900     END-IF
037000     MOVE 'Y' TO WS-SBAL-OPEN-SWITCH
037100     DISPLAY 'STMT-GEN: COMPANY ' WS-CYCLE-COMPANY
037200         ' CYCLE ' WS-CYCLE-FROM-DATE ' TO ' WS-CYCLE-TO-DATE.
037300 1000-INITIALIZE-EXIT.
037400     EXIT.
037500
037600 1100-LOAD-COMPANY-NAME.
037700     OPEN INPUT CONTROL-MASTER-FILE
037800     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
037900         GO TO 1100-LOAD-COMPANY-NAME-EXIT
038000     END-IF
038100     MOVE 'C' TO CT-ENTRY-TYPE
038200     MOVE WS-CYCLE-COMPANY TO CT-ENTRY-CODE
038300     READ CONTROL-MASTER-FILE
038400         INVALID KEY
038500             DISPLAY 'STMT-GEN: COMPANY ' WS-CYCLE-COMPANY
038600                 ' HAS NO CTLMSTR ENTRY'
038700         NOT INVALID KEY
038800             MOVE CT-CO-COMPANY-NAME TO WS-COMPANY-NAME
038850             MOVE CT-CO-CURRENCY-CODE TO WS-COMPANY-CURRENCY
038900     END-READ
039000     CLOSE CONTROL-MASTER-FILE.
039100 1100-LOAD-COMPANY-NAME-EXIT.
039200     EXIT.
039300
039400*--------------------------------------------------------------
039500* CONTROL PASS - EVERY ACTHIST ROW OF THE COMPANY POSTED IN THE
039600* CYCLE IS COUNTED, AND EACH DISTINCT ACCOUNT AMONG THEM. AN
039700* ACTIVE ACCOUNT WITH NO BALMSTR RECORD CAN NEVER GET A
039800* STATEMENT AND IS TABLED FOR THE CONTROL PAGE.
039900*--------------------------------------------------------------
040000 2000-CONTROL-PASS.
040100     MOVE 'N' TO WS-HIST-EOF-SWITCH
040200     MOVE SPACES TO WS-CONTROL-ACCOUNT
040300     MOVE LOW-VALUES TO AH-HISTORY-KEY
040400     START HISTORY-FILE
040500         KEY IS NOT LESS THAN AH-HISTORY-KEY
040600         INVALID KEY
040700             MOVE 'Y' TO WS-HIST-EOF-SWITCH
040800     END-START
040900     PERFORM 2100-CONTROL-ONE-HISTORY
041000         THRU 2100-CONTROL-ONE-HISTORY-EXIT
041100         UNTIL WS-HISTORY-EOF.
041200 2000-CONTROL-PASS-EXIT.
041300     EXIT.
041400
041500 2100-CONTROL-ONE-HISTORY.
041600     READ HISTORY-FILE NEXT RECORD
041700         AT END
041800             MOVE 'Y' TO WS-HIST-EOF-SWITCH
041900             GO TO 2100-CONTROL-ONE-HISTORY-EXIT
042000     END-READ
042100     IF AH-COMPANY-CODE NOT = WS-CYCLE-COMPANY OR
042200        AH-POST-DATE < WS-CYCLE-FROM-DATE OR
042300        AH-POST-DATE > WS-CYCLE-TO-DATE
042400         GO TO 2100-CONTROL-ONE-HISTORY-EXIT
042500     END-IF
042600     ADD 1 TO WS-CTL-ITEM-COUNT
042700     ADD AH-AMOUNT TO WS-CTL-ITEM-TOTAL
042800     IF AH-ACCOUNT-NUMBER = WS-CONTROL-ACCOUNT
042900         GO TO 2100-CONTROL-ONE-HISTORY-EXIT
043000     END-IF
043100     MOVE AH-ACCOUNT-NUMBER TO WS-CONTROL-ACCOUNT
043200     ADD 1 TO WS-CTL-ACCOUNT-COUNT
043300     MOVE WS-CYCLE-COMPANY TO BL-COMPANY-CODE
043400     MOVE AH-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
043500     READ BALANCE-FILE
043600         INVALID KEY
043700             PERFORM 2200-TABLE-ORPHAN
043800                 THRU 2200-TABLE-ORPHAN-EXIT
043900     END-READ.
044000 2100-CONTROL-ONE-HISTORY-EXIT.
044100     EXIT.
044200
044300 2200-TABLE-ORPHAN.
044400     DISPLAY 'STMT-GEN: ACTIVITY BUT NO BALMSTR RECORD FOR '
044500         AH-ACCOUNT-NUMBER
044600     IF WS-ORPHAN-COUNT < WS-ORPHAN-LIMIT
044700         ADD 1 TO WS-ORPHAN-COUNT
044800         MOVE AH-ACCOUNT-NUMBER TO
044900             WS-ORPHAN-ACCOUNT (WS-ORPHAN-COUNT)
045000     END-IF.
045100 2200-TABLE-ORPHAN-EXIT.
045200     EXIT.
045300
045400 2500-START-STATEMENT-PASS.
045500     MOVE WS-CYCLE-COMPANY TO BL-COMPANY-CODE
045600     MOVE LOW-VALUES TO BL-ACCOUNT-NUMBER
045700     START BALANCE-FILE
045800         KEY IS NOT LESS THAN BL-MASTER-KEY
045900         INVALID KEY
046000             MOVE 'Y' TO EOF-SWITCH
046100     END-START
046200     IF NOT END-OF-FILE
046300         PERFORM 3100-READ-NEXT-BALANCE
046400             THRU 3100-READ-NEXT-BALANCE-EXIT
046500     END-IF.
046600 2500-START-STATEMENT-PASS-EXIT.
046700     EXIT.
046800
046900*--------------------------------------------------------------
047000* ONE ACCOUNT - TOTAL ITS ACTHIST ROWS FIRST (CYCLE ITEMS AND
047100* ANYTHING POSTED SINCE THE CYCLE ENDED), SETTLE THE OPENING
047200* AND CLOSING BALANCES, THEN PRINT THE STATEMENT. AN ACCOUNT
047300* WITH NO CYCLE ACTIVITY AND A ZERO CLOSING GETS NO STATEMENT.
047400*--------------------------------------------------------------
047500 3000-STATEMENT-ONE-ACCOUNT.
047600     IF BL-COMPANY-CODE NOT = WS-CYCLE-COMPANY
047700         MOVE 'Y' TO EOF-SWITCH
047800         GO TO 3000-STATEMENT-ONE-ACCOUNT-EXIT
047900     END-IF
048000     ADD 1 TO WS-ACCOUNT-READ-COUNT
048100     PERFORM 3200-TOTAL-ACCOUNT-ACTIVITY
048200         THRU 3200-TOTAL-ACCOUNT-ACTIVITY-EXIT
048300     COMPUTE WS-CLOSING-BALANCE = BL-NET-BALANCE
048400         - WS-LATER-ITEM-TOTAL
048500     IF WS-STMT-ITEM-COUNT = ZERO AND
048600        WS-CLOSING-BALANCE = ZERO
048700         ADD 1 TO WS-SKIPPED-COUNT
048800         GO TO 3000-STATEMENT-ONE-ACCOUNT-NEXT
048900     END-IF
049000     PERFORM 3400-SETTLE-OPENING-BALANCE
049100         THRU 3400-SETTLE-OPENING-BALANCE-EXIT
049200     PERFORM 4000-PRINT-STATEMENT
049300         THRU 4000-PRINT-STATEMENT-EXIT
049400     IF WS-STMT-ITEM-COUNT > ZERO
049500         ADD 1 TO WS-ACTIVE-STMT-COUNT
049600     ELSE
049700         ADD 1 TO WS-QUIET-STMT-COUNT
049800     END-IF.
049900 3000-STATEMENT-ONE-ACCOUNT-NEXT.
050000     PERFORM 3100-READ-NEXT-BALANCE
050100         THRU 3100-READ-NEXT-BALANCE-EXIT.
050200 3000-STATEMENT-ONE-ACCOUNT-EXIT.
050300     EXIT.
050400
050500 3100-READ-NEXT-BALANCE.
050600     READ BALANCE-FILE NEXT RECORD
050700         AT END
050800             MOVE 'Y' TO EOF-SWITCH
050900     END-READ.
051000 3100-READ-NEXT-BALANCE-EXIT.
051100     EXIT.
051200
051300 3200-TOTAL-ACCOUNT-ACTIVITY.
051400     MOVE ZERO TO WS-STMT-ITEM-COUNT
051500     MOVE ZERO TO WS-CYCLE-ITEM-TOTAL
051600     MOVE ZERO TO WS-LATER-ITEM-TOTAL
051700     PERFORM 3300-START-ACCOUNT-HISTORY
051800         THRU 3300-START-ACCOUNT-HISTORY-EXIT
051900     PERFORM 3250-TOTAL-ONE-HISTORY
052000         THRU 3250-TOTAL-ONE-HISTORY-EXIT
052100         UNTIL WS-HISTORY-EOF.
052200 3200-TOTAL-ACCOUNT-ACTIVITY-EXIT.
052300     EXIT.
052400
052500 3250-TOTAL-ONE-HISTORY.
052600     PERFORM 3350-READ-ACCOUNT-HISTORY
052700         THRU 3350-READ-ACCOUNT-HISTORY-EXIT
052800     IF WS-HISTORY-EOF
052900         GO TO 3250-TOTAL-ONE-HISTORY-EXIT
053000     END-IF
053100     IF AH-POST-DATE > WS-CYCLE-TO-DATE
053200         ADD AH-AMOUNT TO WS-LATER-ITEM-TOTAL
053300     ELSE
053400         ADD 1 TO WS-STMT-ITEM-COUNT
053500         ADD AH-AMOUNT TO WS-CYCLE-ITEM-TOTAL
053600     END-IF.
053700 3250-TOTAL-ONE-HISTORY-EXIT.
053800     EXIT.
053900
054000*--------------------------------------------------------------
054100* POSITION ACTHIST AT THE ACCOUNT'S FIRST ROW ON OR AFTER THE
054200* CYCLE START. 3350 RETURNS ONLY THIS ACCOUNT'S ROWS FOR THIS
054300* COMPANY AND ENDS AT THE NEXT ACCOUNT.
054400*--------------------------------------------------------------
054500 3300-START-ACCOUNT-HISTORY.
054600     MOVE 'N' TO WS-HIST-EOF-SWITCH
054700     MOVE BL-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
054800     MOVE WS-CYCLE-FROM-DATE TO AH-POST-DATE
054900     MOVE ZERO TO AH-SEQUENCE
055000     START HISTORY-FILE
055100         KEY IS NOT LESS THAN AH-HISTORY-KEY
055200         INVALID KEY
055300             MOVE 'Y' TO WS-HIST-EOF-SWITCH
055400     END-START.
055500 3300-START-ACCOUNT-HISTORY-EXIT.
055600     EXIT.
055700
055800 3350-READ-ACCOUNT-HISTORY.
055900     READ HISTORY-FILE NEXT RECORD
056000         AT END
056100             MOVE 'Y' TO WS-HIST-EOF-SWITCH
056200             GO TO 3350-READ-ACCOUNT-HISTORY-EXIT
056300     END-READ
056400     IF AH-ACCOUNT-NUMBER NOT = BL-ACCOUNT-NUMBER
056500         MOVE 'Y' TO WS-HIST-EOF-SWITCH
056600         GO TO 3350-READ-ACCOUNT-HISTORY-EXIT
056700     END-IF
056800     IF AH-COMPANY-CODE NOT = WS-CYCLE-COMPANY
056900         GO TO 3350-READ-ACCOUNT-HISTORY
057000     END-IF.
057100 3350-READ-ACCOUNT-HISTORY-EXIT.
057200     EXIT.
057300
057400*--------------------------------------------------------------
057500* OPENING BALANCE - THE LAST STATEMENT'S CLOSING (OR, ON A RERUN
057600* OF THE SAME CYCLE, ITS OPENING). AN ACCOUNT NEVER STATEMENTED
057700* BEFORE OPENS AT THE CLOSING LESS THE CYCLE'S ITEMS, AND THE
057800* STATEMENT SAYS SO.
057900*--------------------------------------------------------------
058000 3400-SETTLE-OPENING-BALANCE.
058100     MOVE 'N' TO WS-DERIVED-SWITCH
058200     MOVE 'Y' TO WS-SBAL-FOUND-SWITCH
058300     MOVE BL-MASTER-KEY TO SB-MASTER-KEY
058400     READ STATEMENT-BAL-FILE
058500         INVALID KEY
058600             MOVE 'N' TO WS-SBAL-FOUND-SWITCH
058700     END-READ
058800     IF NOT WS-STATEMENT-BAL-FOUND
058900         MOVE 'Y' TO WS-DERIVED-SWITCH
059000         ADD 1 TO WS-DERIVED-COUNT
059100         COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
059200             - WS-CYCLE-ITEM-TOTAL
059300         GO TO 3400-SETTLE-OPENING-BALANCE-EXIT
059400     END-IF
059500     IF SB-CYCLE-TO-DATE = WS-CYCLE-TO-DATE AND
059600        SB-CYCLE-FROM-DATE = WS-CYCLE-FROM-DATE
059700         MOVE SB-OPENING-BALANCE TO WS-OPENING-BALANCE
059800     ELSE
059900         MOVE SB-CLOSING-BALANCE TO WS-OPENING-BALANCE
060000     END-IF.
060100 3400-SETTLE-OPENING-BALANCE-EXIT.
060200     EXIT.
060300
060400*--------------------------------------------------------------
060500* PRINT ONE STATEMENT - HEADINGS, OPENING, ITEMS WITH THE
060600* RUNNING BALANCE, THEN THE CLOSING BLOCK AND ITS PROOF.
060700*--------------------------------------------------------------
060800 4000-PRINT-STATEMENT.
060900     PERFORM 4100-LOAD-CUSTOMER
061000         THRU 4100-LOAD-CUSTOMER-EXIT
061100     MOVE ZERO TO WS-STMT-PAGE-NUMBER
061200     MOVE ZERO TO WS-INTEREST-TOTAL
061300     MOVE 99 TO WS-LINE-COUNT
061400     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
061500     MOVE 'OPENING BALANCE' TO SL-LINE-LABEL
061600     MOVE WS-OPENING-BALANCE TO SL-LINE-AMOUNT
061700     MOVE WS-BALANCE-LINE TO WS-PRINT-LINE
061800     PERFORM 9100-WRITE-STATEMENT-LINE
061900         THRU 9100-WRITE-STATEMENT-LINE-EXIT
062000     IF WS-OPENING-DERIVED
062100         MOVE 'FIRST STATEMENT - OPENING BROUGHT FORWARD FROM '
062200             TO PL-PROOF-TEXT
062300         MOVE WS-PROOF-LINE TO WS-PRINT-LINE
062400         PERFORM 9100-WRITE-STATEMENT-LINE
062500             THRU 9100-WRITE-STATEMENT-LINE-EXIT
062600         MOVE 'THE LEDGER BALANCE' TO PL-PROOF-TEXT
062700         MOVE WS-PROOF-LINE TO WS-PRINT-LINE
062800         PERFORM 9100-WRITE-STATEMENT-LINE
062900             THRU 9100-WRITE-STATEMENT-LINE-EXIT
063000     END-IF
063100     IF WS-STMT-ITEM-COUNT > ZERO
063200         PERFORM 3300-START-ACCOUNT-HISTORY
063300             THRU 3300-START-ACCOUNT-HISTORY-EXIT
063400         PERFORM 4200-PRINT-ONE-ITEM
063500             THRU 4200-PRINT-ONE-ITEM-EXIT
063600             UNTIL WS-HISTORY-EOF
063700     ELSE
063800         MOVE 'NO ACTIVITY THIS PERIOD' TO PL-PROOF-TEXT
063900         MOVE WS-PROOF-LINE TO WS-PRINT-LINE
064000         PERFORM 9100-WRITE-STATEMENT-LINE
064100             THRU 9100-WRITE-STATEMENT-LINE-EXIT
064200     END-IF
064300     PERFORM 4500-PRINT-CLOSING-BLOCK
064400         THRU 4500-PRINT-CLOSING-BLOCK-EXIT.
064500 4000-PRINT-STATEMENT-EXIT.
064600     EXIT.
064700
064800 4100-LOAD-CUSTOMER.
064900     MOVE SPACES TO WS-CUSTOMER-NAME
065000     MOVE SPACES TO WS-CUSTOMER-BRANCH
065100     IF NOT WS-CUSTREF-FILE-OPEN
065200         GO TO 4100-LOAD-CUSTOMER-EXIT
065300     END-IF
065400     MOVE BL-MASTER-KEY TO CU-MASTER-KEY
065500     READ CUSTOMER-REF-FILE
065600         INVALID KEY
065700             MOVE '** NO CUSTOMER REFERENCE **' TO
065800                 WS-CUSTOMER-NAME
065900         NOT INVALID KEY
066000             MOVE CU-CUSTOMER-NAME TO WS-CUSTOMER-NAME
066100             MOVE CU-BRANCH-CODE TO WS-CUSTOMER-BRANCH
066200     END-READ.
066300 4100-LOAD-CUSTOMER-EXIT.
066400     EXIT.
066500
066600 4200-PRINT-ONE-ITEM.
066700     PERFORM 3350-READ-ACCOUNT-HISTORY
066800         THRU 3350-READ-ACCOUNT-HISTORY-EXIT
066900     IF WS-HISTORY-EOF
067000         GO TO 4200-PRINT-ONE-ITEM-EXIT
067100     END-IF
067200     IF AH-POST-DATE > WS-CYCLE-TO-DATE
067300         MOVE 'Y' TO WS-HIST-EOF-SWITCH
067400         GO TO 4200-PRINT-ONE-ITEM-EXIT
067500     END-IF
067600     ADD AH-AMOUNT TO WS-RUNNING-BALANCE
067700     ADD 1 TO WS-PRINTED-ITEM-COUNT
067800     ADD AH-AMOUNT TO WS-PRINTED-ITEM-TOTAL
067900     PERFORM 4300-DESCRIBE-ITEM
068000         THRU 4300-DESCRIBE-ITEM-EXIT
068100     MOVE AH-POST-DATE TO IL-POST-DATE
068200     MOVE AH-TRANS-DATE TO IL-TRANS-DATE
068300     MOVE WS-ITEM-DESCRIPTION TO IL-DESCRIPTION
068400     MOVE AH-AMOUNT TO IL-AMOUNT
068500     MOVE WS-RUNNING-BALANCE TO IL-BALANCE
068600     MOVE WS-ITEM-LINE TO WS-PRINT-LINE
068700     PERFORM 9100-WRITE-STATEMENT-LINE
068800         THRU 9100-WRITE-STATEMENT-LINE-EXIT.
068900 4200-PRINT-ONE-ITEM-EXIT.
069000     EXIT.
069100
069200*--------------------------------------------------------------
069300* ITEM DESCRIPTION FROM THE POSTED TRANSACTION CLASS - AN
069400* ORDINARY ITEM NAMES THE BRANCH IT CAME THROUGH.
069500*--------------------------------------------------------------
069600 4300-DESCRIBE-ITEM.
069700     MOVE SPACES TO WS-ITEM-DESCRIPTION
069800     IF AH-INTEREST-CAPITALIZED
069900         MOVE 'INTEREST CREDITED' TO WS-ITEM-DESCRIPTION
070000         ADD AH-AMOUNT TO WS-INTEREST-TOTAL
070100         ADD AH-AMOUNT TO WS-GRAND-INTEREST-TOTAL
070200         GO TO 4300-DESCRIBE-ITEM-EXIT
070300     END-IF
070400     STRING 'BRANCH ' DELIMITED BY SIZE
070500         AH-BRANCH-CODE DELIMITED BY SIZE
070600         ' ITEM' DELIMITED BY SIZE
070700         INTO WS-ITEM-DESCRIPTION.
070800 4300-DESCRIBE-ITEM-EXIT.
070900     EXIT.
071000
071100*--------------------------------------------------------------
071200* CLOSING BLOCK AND PROOF - OPENING PLUS THE PRINTED ITEMS MUST
071300* LAND EXACTLY ON THE CLOSING TAKEN FROM BALMSTR. A PROVEN
071400* STATEMENT UPDATES THE STMTBAL CARRY; AN UNPROVEN ONE DOES
071500* NOT, SO THE NEXT CYCLE DOES NOT OPEN ON A BAD NUMBER.
071600*--------------------------------------------------------------
071700 4500-PRINT-CLOSING-BLOCK.
071800     MOVE SPACES TO WS-PRINT-LINE
071900     PERFORM 9100-WRITE-STATEMENT-LINE
072000         THRU 9100-WRITE-STATEMENT-LINE-EXIT
072100     MOVE 'INTEREST CREDITED THIS PERIOD' TO SL-LINE-LABEL
072200     MOVE WS-INTEREST-TOTAL TO SL-LINE-AMOUNT
072300     MOVE WS-BALANCE-LINE TO WS-PRINT-LINE
072400     PERFORM 9100-WRITE-STATEMENT-LINE
072500         THRU 9100-WRITE-STATEMENT-LINE-EXIT
072600     MOVE 'INTEREST EARNED NOT YET CREDITED' TO SL-LINE-LABEL
072700     MOVE BL-ACCRUED-INTEREST TO SL-LINE-AMOUNT
072800     MOVE WS-BALANCE-LINE TO WS-PRINT-LINE
072900     PERFORM 9100-WRITE-STATEMENT-LINE
073000         THRU 9100-WRITE-STATEMENT-LINE-EXIT
073100     MOVE 'CLOSING BALANCE' TO SL-LINE-LABEL
073200     MOVE WS-CLOSING-BALANCE TO SL-LINE-AMOUNT
073300     MOVE WS-BALANCE-LINE TO WS-PRINT-LINE
073400     PERFORM 9100-WRITE-STATEMENT-LINE
073500         THRU 9100-WRITE-STATEMENT-LINE-EXIT
073600     COMPUTE WS-PROOF-AMOUNT = WS-RUNNING-BALANCE
073700         - WS-CLOSING-BALANCE
073800     IF WS-PROOF-AMOUNT = ZERO
073900         MOVE 'OPENING PLUS ITEMS EQUALS CLOSING - PROVEN'
074000             TO PL-PROOF-TEXT
074100         PERFORM 4600-STORE-STATEMENT-BALANCE
074200             THRU 4600-STORE-STATEMENT-BALANCE-EXIT
074300     ELSE
074400         ADD 1 TO WS-UNPROVEN-COUNT
074500         MOVE '*** STATEMENT DOES NOT PROVE - HELD FOR REVIEW'
074600             TO PL-PROOF-TEXT
074700         DISPLAY 'STMT-GEN: *** STATEMENT DOES NOT PROVE FOR '
074800             BL-ACCOUNT-NUMBER ' ***'
074900     END-IF
075000     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
075100     PERFORM 9100-WRITE-STATEMENT-LINE
075200         THRU 9100-WRITE-STATEMENT-LINE-EXIT.
075300 4500-PRINT-CLOSING-BLOCK-EXIT.
075400     EXIT.
075500
075600 4600-STORE-STATEMENT-BALANCE.
075700     MOVE BL-MASTER-KEY TO SB-MASTER-KEY
075800     MOVE WS-CYCLE-FROM-DATE TO SB-CYCLE-FROM-DATE
075900     MOVE WS-CYCLE-TO-DATE TO SB-CYCLE-TO-DATE
076000     MOVE WS-OPENING-BALANCE TO SB-OPENING-BALANCE
076100     MOVE WS-CLOSING-BALANCE TO SB-CLOSING-BALANCE
076200     IF WS-STATEMENT-BAL-FOUND
076300         REWRITE STATEMENT-BAL-RECORD
076400             INVALID KEY
076500                 DISPLAY 'STMT-GEN: STMTBAL REWRITE FAILED FOR '
076600                     BL-ACCOUNT-NUMBER
076700         END-REWRITE
076800     ELSE
076900         WRITE STATEMENT-BAL-RECORD
077000             INVALID KEY
077100                 DISPLAY 'STMT-GEN: STMTBAL WRITE FAILED FOR '
077200                     BL-ACCOUNT-NUMBER
077300         END-WRITE
077400     END-IF.
077500 4600-STORE-STATEMENT-BALANCE-EXIT.
077600     EXIT.
077700
077800*--------------------------------------------------------------
077900* CONTROL-TOTALS PAGE - THE CONTROL PASS'S ACTIVE ACCOUNTS MUST
078000* EQUAL THE STATEMENTS THAT CARRIED ACTIVITY, AND ITS ITEM COUNT
078100* AND AMOUNT MUST EQUAL WHAT THE STATEMENTS PRINTED.
078200*--------------------------------------------------------------
078300 8000-PRINT-CONTROL-TOTALS.
078400     MOVE WS-CYCLE-COMPANY TO CH-COMPANY-CODE
078450     MOVE WS-COMPANY-CURRENCY TO CH-CURRENCY-CODE
078500     MOVE WS-RUN-DATE TO CH-RUN-DATE
078600     WRITE REPORT-RECORD FROM WS-CONTROL-HEADING
078700     MOVE SPACES TO REPORT-RECORD
078800     WRITE REPORT-RECORD
079100     MOVE 'BALMSTR ACCOUNTS READ' TO CC-LABEL
079200     MOVE WS-ACCOUNT-READ-COUNT TO CC-COUNT
079300     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
079400     MOVE 'ACCOUNTS WITH CYCLE ACTIVITY (ACTHIST)' TO CC-LABEL
079500     MOVE WS-CTL-ACCOUNT-COUNT TO CC-COUNT
079600     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
079700     MOVE 'STATEMENTS WITH ACTIVITY' TO CC-LABEL
079800     MOVE WS-ACTIVE-STMT-COUNT TO CC-COUNT
079900     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
080000     MOVE 'STATEMENTS WITHOUT ACTIVITY' TO CC-LABEL
080100     MOVE WS-QUIET-STMT-COUNT TO CC-COUNT
080200     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
080300     MOVE 'ZERO-BALANCE ACCOUNTS NOT STATEMENTED' TO CC-LABEL
080400     MOVE WS-SKIPPED-COUNT TO CC-COUNT
080500     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
080600     MOVE 'FIRST STATEMENTS (OPENING BROUGHT FWD)' TO CC-LABEL
080700     MOVE WS-DERIVED-COUNT TO CC-COUNT
080800     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
080900     MOVE 'STATEMENT PAGES PRINTED' TO CC-LABEL
081000     MOVE WS-PAGE-COUNT TO CC-COUNT
081100     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
081200     MOVE 'CYCLE ITEMS ON ACTHIST' TO CC-LABEL
081300     MOVE WS-CTL-ITEM-COUNT TO CC-COUNT
081400     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
081500     MOVE 'CYCLE ITEMS PRINTED' TO CC-LABEL
081600     MOVE WS-PRINTED-ITEM-COUNT TO CC-COUNT
081700     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
081800     MOVE 'CYCLE AMOUNT ON ACTHIST' TO CA-LABEL
081900     MOVE WS-CTL-ITEM-TOTAL TO CA-AMOUNT
082000     WRITE REPORT-RECORD FROM WS-CONTROL-AMOUNT-LINE
082100     MOVE 'CYCLE AMOUNT PRINTED' TO CA-LABEL
082200     MOVE WS-PRINTED-ITEM-TOTAL TO CA-AMOUNT
082300     WRITE REPORT-RECORD FROM WS-CONTROL-AMOUNT-LINE
082400     MOVE 'INTEREST CREDITED IN CYCLE' TO CA-LABEL
082500     MOVE WS-GRAND-INTEREST-TOTAL TO CA-AMOUNT
082600     WRITE REPORT-RECORD FROM WS-CONTROL-AMOUNT-LINE
082700     MOVE 'STATEMENTS NOT PROVEN' TO CC-LABEL
082800     MOVE WS-UNPROVEN-COUNT TO CC-COUNT
082900     WRITE REPORT-RECORD FROM WS-CONTROL-COUNT-LINE
083000     MOVE 1 TO WS-ORPHAN-INDEX
083100     PERFORM 8100-PRINT-ORPHAN-LINE
083200         THRU 8100-PRINT-ORPHAN-LINE-EXIT
083300         UNTIL WS-ORPHAN-INDEX > WS-ORPHAN-COUNT
083400     MOVE SPACES TO REPORT-RECORD
083500     WRITE REPORT-RECORD
083600     IF WS-ACTIVE-STMT-COUNT = WS-CTL-ACCOUNT-COUNT AND
083700        WS-PRINTED-ITEM-COUNT = WS-CTL-ITEM-COUNT AND
083800        WS-PRINTED-ITEM-TOTAL = WS-CTL-ITEM-TOTAL AND
083900        WS-UNPROVEN-COUNT = ZERO
084000         MOVE 'IN BALANCE - EVERY ACTIVE ACCOUNT HAS A STATEMENT'
084100             TO VL-VERDICT
084200         DISPLAY 'STMT-GEN: CONTROL TOTALS IN BALANCE'
084300     ELSE
084400         MOVE '*** OUT OF BALANCE - SEE COUNTS ABOVE ***'
084500             TO VL-VERDICT
084600         DISPLAY 'STMT-GEN: *** CONTROL TOTALS OUT OF BALANCE ***'
084700         MOVE 8 TO RETURN-CODE
084800     END-IF
084900     WRITE REPORT-RECORD FROM WS-VERDICT-LINE
085000     DISPLAY 'STMT-GEN: ACCOUNTS READ.......... '
085100         WS-ACCOUNT-READ-COUNT
085200     DISPLAY 'STMT-GEN: STATEMENTS PRODUCED.... '
085300         WS-ACTIVE-STMT-COUNT ' ACTIVE, '
085400         WS-QUIET-STMT-COUNT ' WITHOUT ACTIVITY'.
085500 8000-PRINT-CONTROL-TOTALS-EXIT.
085600     EXIT.
085700
085800 8100-PRINT-ORPHAN-LINE.
085900     MOVE WS-ORPHAN-ACCOUNT (WS-ORPHAN-INDEX) TO OL-ACCOUNT
086000     WRITE REPORT-RECORD FROM WS-ORPHAN-LINE
086100     ADD 1 TO WS-ORPHAN-INDEX.
086200 8100-PRINT-ORPHAN-LINE-EXIT.
086300     EXIT.
086400
086500*--------------------------------------------------------------
086600* STATEMENT PAGE BREAK - THE HEADING BLOCK (COMPANY, PAGE,
086700* ACCOUNT, BRANCH, PERIOD, NAME, COLUMNS) REPEATS ON EVERY PAGE
086800* OF THE STATEMENT.
086900*--------------------------------------------------------------
087000 9100-WRITE-STATEMENT-LINE.
087100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
087200         ADD 1 TO WS-STMT-PAGE-NUMBER
087300         ADD 1 TO WS-PAGE-COUNT
087400         MOVE WS-COMPANY-NAME TO PH-COMPANY-NAME
087500         MOVE WS-CYCLE-COMPANY TO PH-COMPANY-CODE
087550         MOVE WS-COMPANY-CURRENCY TO PH-CURRENCY-CODE
087600         MOVE WS-STMT-PAGE-NUMBER TO PH-PAGE-NUMBER
087700         WRITE REPORT-RECORD FROM WS-PAGE-HEADING
087800         MOVE BL-ACCOUNT-NUMBER TO SH-ACCOUNT
087900         MOVE WS-CUSTOMER-BRANCH TO SH-BRANCH
088000         MOVE WS-CYCLE-FROM-DATE TO SH-FROM-DATE
088100         MOVE WS-CYCLE-TO-DATE TO SH-TO-DATE
088200         WRITE REPORT-RECORD FROM WS-ACCOUNT-HEADING
088300         MOVE WS-CUSTOMER-NAME TO NH-CUSTOMER-NAME
088400         WRITE REPORT-RECORD FROM WS-NAME-HEADING
088500         MOVE SPACES TO REPORT-RECORD
088600         WRITE REPORT-RECORD
088700         WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
088800         MOVE 5 TO WS-LINE-COUNT
088900     END-IF
089000     WRITE REPORT-RECORD FROM WS-PRINT-LINE
089100     ADD 1 TO WS-LINE-COUNT.
089200 9100-WRITE-STATEMENT-LINE-EXIT.
089300     EXIT.
089400
089500 9999-TERMINATE.
089600     IF WS-BALANCE-FILE-OPEN
089700         CLOSE BALANCE-FILE
089800     END-IF
089900     IF WS-HISTORY-FILE-OPEN
090000         CLOSE HISTORY-FILE
090100     END-IF
090200     IF WS-CUSTREF-FILE-OPEN
090300         CLOSE CUSTOMER-REF-FILE
090400     END-IF
090500     IF WS-STATEMENT-BAL-OPEN
090600         CLOSE STATEMENT-BAL-FILE
090700     END-IF
090800     CLOSE REPORT-FILE.
090900 9999-TERMINATE-EXIT.
091000     EXIT.
