000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIF-EXPOSURE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. RELATIONSHIP EXPOSURE REPORT.
001100*                   READS CIFLINK IN CUSTOMER ORDER AND COMBINES
001200*                   EACH CUSTOMER'S LINKED BALMSTR BALANCES, IN
001300*                   THE GROUP REPORTING CURRENCY (CTLMSTR 'T'
001400*                   GROUPCCY) AT THE LATEST FXRATE RATE IN FORCE
001500*                   ON THE RUN DATE, SINCE A CUSTOMER'S ACCOUNTS
001600*                   MAY SIT IN COMPANIES KEEPING DIFFERENT
001700*                   CURRENCIES. ONLY CONFIRMED PRIMARY AND JOINT
001800*                   LINKS COUNT - A TRUSTEE DOES NOT OWE WHAT THE
001900*                   TRUST OWES, AND A DRAFT LINK IS NOT YET KNOWN
002000*                   TO BE THE SAME PERSON - BUT BOTH ARE LISTED.
002100*                   EVERY CUSTOMER WHOSE COMBINED POSITION IS
002200*                   OVERDRAWN BY MORE THAN THE SYSIN LIMIT IS
002300*                   PRINTED ON CIFXRPT WITH EACH ACCOUNT. AN
002400*                   ACCOUNT WHOSE COMPANY HAS NO CURRENCY OR NO
002500*                   RATE CANNOT BE COMBINED; ITS CUSTOMER IS
002600*                   COUNTED INCOMPLETE AND THE RUN ENDS RC=4.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LINK-FILE ASSIGN TO 'CIFLINK'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS CL-LINK-KEY
003500         FILE STATUS IS FS-LINK-FILE.
003600     SELECT CUSTOMER-FILE ASSIGN TO 'CIFMSTR'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CF-CUSTOMER-NUMBER
004000         FILE STATUS IS FS-CUSTOMER-FILE.
004100     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS BL-MASTER-KEY
004500         FILE STATUS IS FS-BALANCE-FILE.
004600     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CT-CONTROL-KEY
005000         FILE STATUS IS FS-CONTROL-MASTER-FILE.
005100     SELECT RATE-FILE ASSIGN TO 'FXRATE'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS FX-RATE-KEY
005500         FILE STATUS IS FS-RATE-FILE.
005600     SELECT REPORT-FILE ASSIGN TO 'CIFXRPT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FS-REPORT-FILE.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LINK-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  LINK-RECORD.
006500     COPY CIFLREC.
006600
006700 FD  CUSTOMER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  CUSTOMER-RECORD.
007000     COPY CIFREC.
007100
007200 FD  BALANCE-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  BALANCE-RECORD.
007500     COPY BALREC.
007600
007700 FD  CONTROL-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  CONTROL-MASTER-RECORD.
008000     COPY CTLREC.
008100
008200 FD  RATE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  RATE-RECORD.
008500     COPY FXRATREC.
008600
008700 FD  REPORT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  REPORT-RECORD               PIC X(80).
009000
009100 WORKING-STORAGE SECTION.
009200 01  FS-LINK-FILE                PIC X(02) VALUE '00'.
009300 01  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
009400 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
009500 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
009600 01  FS-RATE-FILE                PIC X(02) VALUE '00'.
009700 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
009800 01  WS-SWITCHES.
009900     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
010000         88  END-OF-FILE                    VALUE 'Y'.
010100     05  WS-LINK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010200         88  WS-LINK-FILE-OPEN              VALUE 'Y'.
010300     05  WS-CUST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010400         88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
010500     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
010600         88  WS-BALANCE-FILE-OPEN           VALUE 'Y'.
010700     05  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
010800         88  WS-CONTROL-FILE-OPEN           VALUE 'Y'.
010900     05  WS-RATE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011000         88  WS-RATE-FILE-OPEN              VALUE 'Y'.
011100     05  WS-RPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011200         88  WS-REPORT-FILE-OPEN            VALUE 'Y'.
011300     05  WS-CUSTOMER-SWITCH      PIC X(01) VALUE 'N'.
011400         88  WS-CUSTOMER-IN-PROGRESS        VALUE 'Y'.
011500     05  WS-INCOMPLETE-SWITCH    PIC X(01) VALUE 'N'.
011600         88  WS-CUSTOMER-INCOMPLETE         VALUE 'Y'.
011700     05  WS-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
011800         88  WS-RATE-EOF                    VALUE 'Y'.
011900     05  WS-BALANCE-FOUND-SWITCH PIC X(01) VALUE 'Y'.
012000         88  WS-BALANCE-FOUND               VALUE 'Y'.
012100
012200 01  WS-RUN-DATE                 PIC 9(08).
012300 01  WS-GROUP-CURRENCY           PIC X(03) VALUE SPACES.
012400
012500*--------------------------------------------------------------
012600* SYSIN CARD - THE EXPOSURE LIMIT IN THE GROUP CURRENCY, ELEVEN
012700* DIGITS WITH TWO IMPLIED DECIMALS. A CUSTOMER IS REPORTED WHEN
012800* ITS COMBINED POSITION IS OVERDRAWN BY MORE THAN THIS.
012900*--------------------------------------------------------------
013000 01  WS-LIMIT-CARD.
013100     05  WS-LIMIT-AMOUNT-X       PIC X(11).
013200     05  WS-LIMIT-AMOUNT REDEFINES WS-LIMIT-AMOUNT-X
013300                                 PIC 9(09)V99.
013400     05  FILLER                  PIC X(69).
013500 01  WS-EXPOSURE-LIMIT           PIC S9(11)V99 COMP-3 VALUE ZERO.
013600
013700*--------------------------------------------------------------
013800* COMPANY CURRENCIES AND RATES INTO THE GROUP CURRENCY, LOOKED
013900* UP ONCE EACH AND KEPT FOR THE RUN. A RATE SLOT WITH RATE-FOUND
014000* 'N' RECORDS A CURRENCY WITH NO RATE ON FILE.
014100*--------------------------------------------------------------
014200 01  WS-COMPANY-TABLE.
014300     05  WS-COMPANY-LIMIT        PIC 9(03) COMP VALUE 20.
014400     05  WS-COMPANY-COUNT        PIC 9(03) COMP VALUE ZERO.
014500     05  WS-COMPANY-INDEX        PIC 9(03) COMP VALUE ZERO.
014600     05  WS-COMPANY-ENTRY OCCURS 20 TIMES.
014700         10  WS-CO-COMPANY-CODE  PIC X(03).
014800         10  WS-CO-CURRENCY-CODE PIC X(03).
014900 01  WS-RATE-TABLE.
015000     05  WS-RATE-LIMIT           PIC 9(03) COMP VALUE 20.
015100     05  WS-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
015200     05  WS-RATE-INDEX           PIC 9(03) COMP VALUE ZERO.
015300     05  WS-RATE-ENTRY OCCURS 20 TIMES.
015400         10  WS-RT-CURRENCY-CODE PIC X(03).
015500         10  WS-RT-RATE          PIC 9(05)V9(06) COMP-3.
015600         10  WS-RT-FOUND-SWITCH  PIC X(01).
015700             88  WS-RT-RATE-FOUND          VALUE 'Y'.
015800 01  WS-ACCOUNT-CURRENCY         PIC X(03).
015900 01  WS-ACCOUNT-RATE             PIC 9(05)V9(06) COMP-3.
016000 01  WS-LOOKUP-RATE              PIC 9(05)V9(06) COMP-3.
016100 01  WS-LOOKUP-FOUND-SWITCH      PIC X(01).
016200     88  WS-LOOKUP-RATE-FOUND            VALUE 'Y'.
016300
016400*--------------------------------------------------------------
016500* THE CUSTOMER BEING COMBINED - ITS ACCOUNTS ARE HELD UNTIL THE
016600* CUSTOMER BREAK, WHEN THE COMBINED POSITION DECIDES WHETHER
016700* THEY PRINT. ACCOUNTS PAST THE TABLE ARE STILL COMBINED, JUST
016800* NOT LISTED.
016900*--------------------------------------------------------------
017000 01  WS-CURRENT-CUSTOMER         PIC 9(08).
017100 01  WS-COMBINED-NET             PIC S9(11)V99 COMP-3.
017200 01  WS-GROSS-OVERDRAWN          PIC S9(11)V99 COMP-3.
017300 01  WS-GROUP-AMOUNT             PIC S9(11)V99 COMP-3.
017400 01  WS-ACCOUNT-TABLE.
017500     05  WS-ACCOUNT-LIMIT        PIC 9(03) COMP VALUE 50.
017600     05  WS-ACCOUNT-COUNT        PIC 9(03) COMP VALUE ZERO.
017700     05  WS-ACCOUNT-INDEX        PIC 9(03) COMP VALUE ZERO.
017800     05  WS-UNLISTED-COUNT       PIC 9(03) COMP VALUE ZERO.
017900     05  WS-ACCOUNT-ENTRY OCCURS 50 TIMES.
018000         10  WS-AC-COMPANY-CODE  PIC X(03).
018100         10  WS-AC-ACCOUNT-NUMBER
018200                                 PIC X(10).
018300         10  WS-AC-ROLE-CODE     PIC X(01).
018400         10  WS-AC-CURRENCY-CODE PIC X(03).
018500         10  WS-AC-LOCAL-AMOUNT  PIC S9(09)V99 COMP-3.
018600         10  WS-AC-GROUP-AMOUNT  PIC S9(11)V99 COMP-3.
018700         10  WS-AC-NOTE          PIC X(20).
018800
018900 01  WS-COUNTERS.
019000     05  WS-LINK-COUNT           PIC 9(07) COMP VALUE ZERO.
019100     05  WS-CUSTOMER-COUNT       PIC 9(07) COMP VALUE ZERO.
019200     05  WS-EXPOSED-COUNT        PIC 9(07) COMP VALUE ZERO.
019300     05  WS-INCOMPLETE-COUNT     PIC 9(07) COMP VALUE ZERO.
019400     05  WS-DRAFT-COUNT          PIC 9(07) COMP VALUE ZERO.
019500     05  WS-TRUSTEE-COUNT        PIC 9(07) COMP VALUE ZERO.
019600 01  WS-EXPOSURE-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
019700
019800*--------------------------------------------------------------
019900* REPORT LINES
020000*--------------------------------------------------------------
020100 01  WS-REPORT-HEADING.
020200     05  FILLER                  PIC X(36)
020300         VALUE 'CIF-EXPOSURE  RELATIONSHIP EXPOSURE '.
020400     05  FILLER                  PIC X(07) VALUE 'RUN ON '.
020500     05  RH-RUN-DATE             PIC X(08).
020600 01  WS-LIMIT-LINE.
020700     05  FILLER                  PIC X(36)
020800         VALUE 'COMBINED POSITION OVERDRAWN BEYOND  '.
020900     05  LL-LIMIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  LL-CURRENCY             PIC X(03).
021200 01  WS-BASIS-LINE.
021300     05  FILLER                  PIC X(44)
021400         VALUE 'CONFIRMED PRIMARY AND JOINT LINKS COUNTED - '.
021500     05  FILLER                  PIC X(33)
021600         VALUE 'TRUSTEE AND DRAFT LINKS LISTED ON'.
021700 01  WS-COLUMN-HEADING.
021800     05  FILLER                  PIC X(44)
021900         VALUE '    CO  ACCOUNT    ROLE CCY   LOCAL BALANCE '.
022000     05  FILLER                  PIC X(25)
022100         VALUE '  GROUP BALANCE NOTE     '.
022200 01  WS-CUSTOMER-LINE.
022300     05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
022400     05  CS-CUSTOMER-NUMBER      PIC 9(08).
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  CS-CUSTOMER-NAME        PIC X(30).
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  CS-HOME-BRANCH          PIC X(04).
022900 01  WS-ACCOUNT-LINE.
023000     05  FILLER                  PIC X(04) VALUE SPACES.
023100     05  AL-COMPANY-CODE         PIC X(03).
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  AL-ACCOUNT-NUMBER       PIC X(10).
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  AL-ROLE-CODE            PIC X(04).
023600     05  AL-CURRENCY-CODE        PIC X(03).
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  AL-LOCAL-AMOUNT         PIC -(11)9.99.
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  AL-GROUP-AMOUNT         PIC -(11)9.99.
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  AL-NOTE                 PIC X(20).
024300 01  WS-COMBINED-LINE.
024400     05  FILLER                  PIC X(04) VALUE SPACES.
024500     05  ML-LABEL                PIC X(28).
024600     05  ML-GROUP-AMOUNT         PIC -(11)9.99.
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  ML-NOTE                 PIC X(30).
024900 01  WS-TOTAL-LINE.
025000     05  TL-LABEL                PIC X(30).
025100     05  TL-COUNT                PIC ZZZZZZ9.
025200 01  WS-EXPOSURE-TOTAL-LINE.
025300     05  FILLER                  PIC X(30)
025400         VALUE 'COMBINED EXPOSURE REPORTED    '.
025500     05  XL-AMOUNT               PIC -(13)9.99.
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  XL-CURRENCY             PIC X(03).
025800
025900 PROCEDURE DIVISION.
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE
026200         THRU 1000-INITIALIZE-EXIT
026300     PERFORM 2000-PROCESS-ONE-LINK
026400         THRU 2000-PROCESS-ONE-LINK-EXIT
026500         UNTIL END-OF-FILE
026600     IF WS-CUSTOMER-IN-PROGRESS
026700         PERFORM 3000-FINISH-CUSTOMER
026800             THRU 3000-FINISH-CUSTOMER-EXIT
026900     END-IF
027000     PERFORM 8000-SUMMARIZE
027100         THRU 8000-SUMMARIZE-EXIT
027200     PERFORM 9999-TERMINATE
027300         THRU 9999-TERMINATE-EXIT
027400     STOP RUN.
027500
027600 1000-INITIALIZE.
027700     CALL 'PROC-DATE' USING WS-RUN-DATE
027800     ACCEPT WS-LIMIT-CARD FROM SYSIN
027900     IF WS-LIMIT-AMOUNT-X NOT NUMERIC
028000         DISPLAY 'CIF-EXPOSURE: LIMIT CARD NEEDS AN 11-DIGIT '
028100             'AMOUNT - NOTHING REPORTED'
028200         MOVE 8 TO RETURN-CODE
028300         MOVE 'Y' TO EOF-SWITCH
028400         GO TO 1000-INITIALIZE-EXIT
028500     END-IF
028600     MOVE WS-LIMIT-AMOUNT TO WS-EXPOSURE-LIMIT
028700     OPEN INPUT CONTROL-MASTER-FILE
028800     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
028900         DISPLAY 'CIF-EXPOSURE: CTLMSTR OPEN FAILED, STATUS='
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
030300         DISPLAY 'CIF-EXPOSURE: NO GROUPCCY ENTRY ON CTLMSTR - '
030400             'NO CURRENCY TO COMBINE IN'
030500         MOVE 8 TO RETURN-CODE
030600         MOVE 'Y' TO EOF-SWITCH
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF
030900     MOVE CT-GR-CURRENCY-CODE TO WS-GROUP-CURRENCY
031000     OPEN INPUT RATE-FILE
031100     IF FS-RATE-FILE NOT = '00' AND '05'
031200         DISPLAY 'CIF-EXPOSURE: NO FXRATE - ONLY '
031300             WS-GROUP-CURRENCY ' ACCOUNTS CAN BE COMBINED'
031400     ELSE
031500         MOVE 'Y' TO WS-RATE-OPEN-SWITCH
031600     END-IF
031700     OPEN INPUT CUSTOMER-FILE
031800     IF FS-CUSTOMER-FILE NOT = '00' AND '05'
031900         DISPLAY 'CIF-EXPOSURE: CIFMSTR OPEN FAILED, STATUS='
032000             FS-CUSTOMER-FILE
032100         MOVE 8 TO RETURN-CODE
032200         MOVE 'Y' TO EOF-SWITCH
032300         GO TO 1000-INITIALIZE-EXIT
032400     END-IF
032500     MOVE 'Y' TO WS-CUST-OPEN-SWITCH
032600     OPEN INPUT BALANCE-FILE
032700     IF FS-BALANCE-FILE NOT = '00' AND '05'
032800         DISPLAY 'CIF-EXPOSURE: BALMSTR OPEN FAILED, STATUS='
032900             FS-BALANCE-FILE
033000         MOVE 8 TO RETURN-CODE
033100         MOVE 'Y' TO EOF-SWITCH
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF
033400     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
033500     OPEN INPUT LINK-FILE
033600     IF FS-LINK-FILE NOT = '00' AND '05'
033700         DISPLAY 'CIF-EXPOSURE: CIFLINK OPEN FAILED, STATUS='
033800             FS-LINK-FILE
033900         MOVE 8 TO RETURN-CODE
034000         MOVE 'Y' TO EOF-SWITCH
034100         GO TO 1000-INITIALIZE-EXIT
034200     END-IF
034300     MOVE 'Y' TO WS-LINK-OPEN-SWITCH
034400     OPEN OUTPUT REPORT-FILE
034500     MOVE 'Y' TO WS-RPT-OPEN-SWITCH
034600     MOVE WS-RUN-DATE TO RH-RUN-DATE
034700     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
034800     MOVE WS-EXPOSURE-LIMIT TO LL-LIMIT
034900     MOVE WS-GROUP-CURRENCY TO LL-CURRENCY
035000     WRITE REPORT-RECORD FROM WS-LIMIT-LINE
035100     WRITE REPORT-RECORD FROM WS-BASIS-LINE
035200     MOVE SPACES TO REPORT-RECORD
035300     WRITE REPORT-RECORD
035400     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
035500     PERFORM 2100-READ-LINK
035600         THRU 2100-READ-LINK-EXIT.
035700 1000-INITIALIZE-EXIT.
035800     EXIT.
035900
036000 2000-PROCESS-ONE-LINK.
036100     IF WS-CUSTOMER-IN-PROGRESS AND
036200        CL-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
036300         PERFORM 3000-FINISH-CUSTOMER
036400             THRU 3000-FINISH-CUSTOMER-EXIT
036500     END-IF
036600     IF NOT WS-CUSTOMER-IN-PROGRESS
036700         MOVE 'Y' TO WS-CUSTOMER-SWITCH
036800         MOVE 'N' TO WS-INCOMPLETE-SWITCH
036900         MOVE CL-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
037000         MOVE ZERO TO WS-COMBINED-NET
037100         MOVE ZERO TO WS-GROSS-OVERDRAWN
037200         MOVE ZERO TO WS-ACCOUNT-COUNT
037300         MOVE ZERO TO WS-UNLISTED-COUNT
037400         ADD 1 TO WS-CUSTOMER-COUNT
037500     END-IF
037600     PERFORM 2200-COMBINE-ACCOUNT
037700         THRU 2200-COMBINE-ACCOUNT-EXIT
037800     PERFORM 2100-READ-LINK
037900         THRU 2100-READ-LINK-EXIT.
038000 2000-PROCESS-ONE-LINK-EXIT.
038100     EXIT.
038200
038300 2100-READ-LINK.
038400     READ LINK-FILE NEXT RECORD
038500         AT END
038600             MOVE 'Y' TO EOF-SWITCH
038700         NOT AT END
038800             ADD 1 TO WS-LINK-COUNT
038900     END-READ.
039000 2100-READ-LINK-EXIT.
039100     EXIT.
039200
039300*--------------------------------------------------------------
039400* ONE LINKED ACCOUNT - ITS NET BALANCE IN ITS COMPANY'S CURRENCY,
039500* TRANSLATED INTO THE GROUP CURRENCY. A DRAFT OR TRUSTEE LINK,
039600* OR AN ACCOUNT THAT CANNOT BE TRANSLATED, IS HELD FOR THE
039700* LISTING BUT LEFT OUT OF THE COMBINED POSITION.
039800*--------------------------------------------------------------
039900 2200-COMBINE-ACCOUNT.
040000     MOVE CL-COMPANY-CODE TO BL-COMPANY-CODE
040100     MOVE CL-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
040200     MOVE 'Y' TO WS-BALANCE-FOUND-SWITCH
040300     READ BALANCE-FILE
040400         INVALID KEY
040500             MOVE ZERO TO BL-NET-BALANCE
040600             MOVE 'N' TO WS-BALANCE-FOUND-SWITCH
040700     END-READ
040800     PERFORM 4000-FIND-ACCOUNT-RATE
040900         THRU 4000-FIND-ACCOUNT-RATE-EXIT
041000     IF WS-ACCOUNT-COUNT < WS-ACCOUNT-LIMIT
041100         ADD 1 TO WS-ACCOUNT-COUNT
041200         MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-INDEX
041300     ELSE
041400         ADD 1 TO WS-UNLISTED-COUNT
041500         MOVE ZERO TO WS-ACCOUNT-INDEX
041600     END-IF
041700     MOVE ZERO TO WS-GROUP-AMOUNT
041800     IF WS-ACCOUNT-RATE > ZERO
041900         COMPUTE WS-GROUP-AMOUNT ROUNDED =
042000             BL-NET-BALANCE * WS-ACCOUNT-RATE
042100     END-IF
042200     IF WS-ACCOUNT-INDEX > ZERO
042300         MOVE CL-COMPANY-CODE TO
042400             WS-AC-COMPANY-CODE (WS-ACCOUNT-INDEX)
042500         MOVE CL-ACCOUNT-NUMBER TO
042600             WS-AC-ACCOUNT-NUMBER (WS-ACCOUNT-INDEX)
042700         MOVE CL-ROLE-CODE TO WS-AC-ROLE-CODE (WS-ACCOUNT-INDEX)
042800         MOVE WS-ACCOUNT-CURRENCY TO
042900             WS-AC-CURRENCY-CODE (WS-ACCOUNT-INDEX)
043000         MOVE BL-NET-BALANCE TO
043100             WS-AC-LOCAL-AMOUNT (WS-ACCOUNT-INDEX)
043200         MOVE WS-GROUP-AMOUNT TO
043300             WS-AC-GROUP-AMOUNT (WS-ACCOUNT-INDEX)
043400         MOVE SPACES TO WS-AC-NOTE (WS-ACCOUNT-INDEX)
043500         IF NOT WS-BALANCE-FOUND
043600             MOVE 'NO BALANCE' TO WS-AC-NOTE (WS-ACCOUNT-INDEX)
043700         END-IF
043800     END-IF
043900     IF CL-LINK-DRAFT
044000         ADD 1 TO WS-DRAFT-COUNT
044100         IF WS-ACCOUNT-INDEX > ZERO
044200             MOVE 'DRAFT - NOT COUNTED' TO
044300                 WS-AC-NOTE (WS-ACCOUNT-INDEX)
044400         END-IF
044500         GO TO 2200-COMBINE-ACCOUNT-EXIT
044600     END-IF
044700     IF CL-TRUSTEE-ROLE
044800         ADD 1 TO WS-TRUSTEE-COUNT
044900         IF WS-ACCOUNT-INDEX > ZERO
045000             MOVE 'TRUSTEE-NOT COUNTED' TO
045100                 WS-AC-NOTE (WS-ACCOUNT-INDEX)
045200         END-IF
045300         GO TO 2200-COMBINE-ACCOUNT-EXIT
045400     END-IF
045500     IF WS-ACCOUNT-RATE = ZERO
045600         MOVE 'Y' TO WS-INCOMPLETE-SWITCH
045700         IF WS-ACCOUNT-INDEX > ZERO
045800             IF WS-ACCOUNT-CURRENCY = SPACES
045900                 MOVE 'NO CURRENCY CODE' TO
046000                     WS-AC-NOTE (WS-ACCOUNT-INDEX)
046100             ELSE
046200                 MOVE 'NO RATE - NOT COUNTED' TO
046300                     WS-AC-NOTE (WS-ACCOUNT-INDEX)
046400             END-IF
046500         END-IF
046600         GO TO 2200-COMBINE-ACCOUNT-EXIT
046700     END-IF
046800     ADD WS-GROUP-AMOUNT TO WS-COMBINED-NET
046900     IF WS-GROUP-AMOUNT < ZERO
047000         ADD WS-GROUP-AMOUNT TO WS-GROSS-OVERDRAWN
047100     END-IF.
047200 2200-COMBINE-ACCOUNT-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------
047600* CUSTOMER BREAK - A COMBINED POSITION OVERDRAWN BY MORE THAN
047700* THE LIMIT PRINTS WITH EVERY LINKED ACCOUNT.
047800*--------------------------------------------------------------
047900 3000-FINISH-CUSTOMER.
048000     MOVE 'N' TO WS-CUSTOMER-SWITCH
048100     IF WS-CUSTOMER-INCOMPLETE
048200         ADD 1 TO WS-INCOMPLETE-COUNT
048300         DISPLAY 'CIF-EXPOSURE: CUSTOMER ' WS-CURRENT-CUSTOMER
048400             ' POSITION INCOMPLETE - ACCOUNT NOT TRANSLATED'
048500     END-IF
048600     IF WS-COMBINED-NET NOT < ZERO OR
048700        (ZERO - WS-COMBINED-NET) NOT > WS-EXPOSURE-LIMIT
048800         GO TO 3000-FINISH-CUSTOMER-EXIT
048900     END-IF
049000     ADD 1 TO WS-EXPOSED-COUNT
049100     ADD WS-COMBINED-NET TO WS-EXPOSURE-TOTAL
049200     MOVE WS-CURRENT-CUSTOMER TO CF-CUSTOMER-NUMBER
049300     READ CUSTOMER-FILE
049400         INVALID KEY
049500             MOVE '*** NOT ON CIFMSTR' TO CF-CUSTOMER-NAME
049600             MOVE SPACES TO CF-HOME-BRANCH
049700     END-READ
049800     MOVE SPACES TO REPORT-RECORD
049900     WRITE REPORT-RECORD
050000     MOVE WS-CURRENT-CUSTOMER TO CS-CUSTOMER-NUMBER
050100     MOVE CF-CUSTOMER-NAME TO CS-CUSTOMER-NAME
050200     MOVE CF-HOME-BRANCH TO CS-HOME-BRANCH
050300     WRITE REPORT-RECORD FROM WS-CUSTOMER-LINE
050400     MOVE 1 TO WS-ACCOUNT-INDEX
050500     PERFORM 3100-PRINT-ONE-ACCOUNT
050600         THRU 3100-PRINT-ONE-ACCOUNT-EXIT
050700         UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
050800     MOVE 'COMBINED POSITION' TO ML-LABEL
050900     MOVE WS-COMBINED-NET TO ML-GROUP-AMOUNT
051000     MOVE SPACES TO ML-NOTE
051100     IF WS-CUSTOMER-INCOMPLETE
051200         MOVE 'INCOMPLETE - SEE NOTES' TO ML-NOTE
051300     END-IF
051400     WRITE REPORT-RECORD FROM WS-COMBINED-LINE
051500     MOVE 'GROSS OVERDRAWN' TO ML-LABEL
051600     MOVE WS-GROSS-OVERDRAWN TO ML-GROUP-AMOUNT
051700     MOVE SPACES TO ML-NOTE
051800     IF WS-UNLISTED-COUNT > ZERO
051900         MOVE 'MORE ACCOUNTS NOT LISTED' TO ML-NOTE
052000     END-IF
052100     WRITE REPORT-RECORD FROM WS-COMBINED-LINE.
052200 3000-FINISH-CUSTOMER-EXIT.
052300     EXIT.
052400
052500 3100-PRINT-ONE-ACCOUNT.
052600     MOVE WS-AC-COMPANY-CODE (WS-ACCOUNT-INDEX) TO AL-COMPANY-CODE
052700     MOVE WS-AC-ACCOUNT-NUMBER (WS-ACCOUNT-INDEX)
052800         TO AL-ACCOUNT-NUMBER
052900     MOVE WS-AC-ROLE-CODE (WS-ACCOUNT-INDEX) TO AL-ROLE-CODE
053000     MOVE WS-AC-CURRENCY-CODE (WS-ACCOUNT-INDEX)
053100         TO AL-CURRENCY-CODE
053200     MOVE WS-AC-LOCAL-AMOUNT (WS-ACCOUNT-INDEX) TO AL-LOCAL-AMOUNT
053300     MOVE WS-AC-GROUP-AMOUNT (WS-ACCOUNT-INDEX) TO AL-GROUP-AMOUNT
053400     MOVE WS-AC-NOTE (WS-ACCOUNT-INDEX) TO AL-NOTE
053500     WRITE REPORT-RECORD FROM WS-ACCOUNT-LINE
053600     ADD 1 TO WS-ACCOUNT-INDEX.
053700 3100-PRINT-ONE-ACCOUNT-EXIT.
053800     EXIT.
053900
054000*--------------------------------------------------------------
054100* THE RATE THAT CARRIES THE LINKED ACCOUNT'S COMPANY CURRENCY
054200* INTO THE GROUP CURRENCY - ONE FOR THE GROUP CURRENCY ITSELF,
054300* ZERO WHEN THE COMPANY HAS NO CURRENCY OR THE CURRENCY HAS NO
054400* RATE IN FORCE ON THE RUN DATE.
054500*--------------------------------------------------------------
054600 4000-FIND-ACCOUNT-RATE.
054700     MOVE ZERO TO WS-ACCOUNT-RATE
054800     PERFORM 4100-FIND-COMPANY-CURRENCY
054900         THRU 4100-FIND-COMPANY-CURRENCY-EXIT
055000     IF WS-ACCOUNT-CURRENCY = SPACES
055100         GO TO 4000-FIND-ACCOUNT-RATE-EXIT
055200     END-IF
055300     IF WS-ACCOUNT-CURRENCY = WS-GROUP-CURRENCY
055400         MOVE 1 TO WS-ACCOUNT-RATE
055500         GO TO 4000-FIND-ACCOUNT-RATE-EXIT
055600     END-IF
055700     MOVE 1 TO WS-RATE-INDEX
055800     PERFORM 4250-SCAN-RATE-SLOT
055900         THRU 4250-SCAN-RATE-SLOT-EXIT
056000         UNTIL WS-RATE-INDEX > WS-RATE-COUNT OR
056100             WS-RT-CURRENCY-CODE (WS-RATE-INDEX) =
056200                 WS-ACCOUNT-CURRENCY
056300     IF WS-RATE-INDEX > WS-RATE-COUNT
056400         PERFORM 4300-LOOK-UP-RATE
056500             THRU 4300-LOOK-UP-RATE-EXIT
056600         IF WS-RATE-COUNT < WS-RATE-LIMIT
056700             ADD 1 TO WS-RATE-COUNT
056800             MOVE WS-RATE-COUNT TO WS-RATE-INDEX
056900             MOVE WS-ACCOUNT-CURRENCY TO
057000                 WS-RT-CURRENCY-CODE (WS-RATE-INDEX)
057100             MOVE WS-LOOKUP-RATE TO WS-RT-RATE (WS-RATE-INDEX)
057200             MOVE WS-LOOKUP-FOUND-SWITCH TO
057300                 WS-RT-FOUND-SWITCH (WS-RATE-INDEX)
057400         END-IF
057500         IF WS-LOOKUP-RATE-FOUND
057600             MOVE WS-LOOKUP-RATE TO WS-ACCOUNT-RATE
057700         END-IF
057800         GO TO 4000-FIND-ACCOUNT-RATE-EXIT
057900     END-IF
058000     IF WS-RT-RATE-FOUND (WS-RATE-INDEX)
058100         MOVE WS-RT-RATE (WS-RATE-INDEX) TO WS-ACCOUNT-RATE
058200     END-IF.
058300 4000-FIND-ACCOUNT-RATE-EXIT.
058400     EXIT.
058500
058600 4100-FIND-COMPANY-CURRENCY.
058700     MOVE 1 TO WS-COMPANY-INDEX
058800     PERFORM 4150-SCAN-COMPANY-SLOT
058900         THRU 4150-SCAN-COMPANY-SLOT-EXIT
059000         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT OR
059100             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) =
059200                 CL-COMPANY-CODE
059300     IF WS-COMPANY-INDEX NOT > WS-COMPANY-COUNT
059400         MOVE WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
059500             TO WS-ACCOUNT-CURRENCY
059600         GO TO 4100-FIND-COMPANY-CURRENCY-EXIT
059700     END-IF
059800     MOVE 'C' TO CT-ENTRY-TYPE
059900     MOVE CL-COMPANY-CODE TO CT-ENTRY-CODE
060000     READ CONTROL-MASTER-FILE
060100         INVALID KEY
060200             MOVE SPACES TO CT-CO-CURRENCY-CODE
060300     END-READ
060400     MOVE CT-CO-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
060500     IF WS-COMPANY-COUNT < WS-COMPANY-LIMIT
060600         ADD 1 TO WS-COMPANY-COUNT
060700         MOVE CL-COMPANY-CODE TO
060800             WS-CO-COMPANY-CODE (WS-COMPANY-COUNT)
060900         MOVE WS-ACCOUNT-CURRENCY TO
061000             WS-CO-CURRENCY-CODE (WS-COMPANY-COUNT)
061100     END-IF.
061200 4100-FIND-COMPANY-CURRENCY-EXIT.
061300     EXIT.
061400
061500 4150-SCAN-COMPANY-SLOT.
061600     ADD 1 TO WS-COMPANY-INDEX.
061700 4150-SCAN-COMPANY-SLOT-EXIT.
061800     EXIT.
061900
062000 4250-SCAN-RATE-SLOT.
062100     ADD 1 TO WS-RATE-INDEX.
062200 4250-SCAN-RATE-SLOT-EXIT.
062300     EXIT.
062400
062500*--------------------------------------------------------------
062600* THE LATEST FXRATE ENTRY FOR THE PAIR WITH AN EFFECTIVE DATE
062700* ON OR BEFORE THE RUN DATE. THE PAIR'S ENTRIES FILE TOGETHER
062800* IN DATE ORDER, SO THE SCAN STOPS AT THE FIRST ONE PAST IT.
062900*--------------------------------------------------------------
063000 4300-LOOK-UP-RATE.
063100     MOVE 'N' TO WS-LOOKUP-FOUND-SWITCH
063200     MOVE ZERO TO WS-LOOKUP-RATE
063300     IF NOT WS-RATE-FILE-OPEN
063400         GO TO 4300-LOOK-UP-RATE-EXIT
063500     END-IF
063600     MOVE 'N' TO WS-RATE-EOF-SWITCH
063700     MOVE WS-ACCOUNT-CURRENCY TO FX-FROM-CURRENCY
063800     MOVE WS-GROUP-CURRENCY TO FX-TO-CURRENCY
063900     MOVE ZERO TO FX-EFFECTIVE-DATE
064000     START RATE-FILE
064100         KEY IS NOT LESS THAN FX-RATE-KEY
064200         INVALID KEY
064300             MOVE 'Y' TO WS-RATE-EOF-SWITCH
064400     END-START
064500     PERFORM 4350-SCAN-ONE-RATE
064600         THRU 4350-SCAN-ONE-RATE-EXIT
064700         UNTIL WS-RATE-EOF.
064800 4300-LOOK-UP-RATE-EXIT.
064900     EXIT.
065000
065100 4350-SCAN-ONE-RATE.
065200     READ RATE-FILE NEXT RECORD
065300         AT END
065400             MOVE 'Y' TO WS-RATE-EOF-SWITCH
065500             GO TO 4350-SCAN-ONE-RATE-EXIT
065600     END-READ
065700     IF FX-FROM-CURRENCY NOT = WS-ACCOUNT-CURRENCY OR
065800        FX-TO-CURRENCY NOT = WS-GROUP-CURRENCY OR
065900        FX-EFFECTIVE-DATE > WS-RUN-DATE
066000         MOVE 'Y' TO WS-RATE-EOF-SWITCH
066100         GO TO 4350-SCAN-ONE-RATE-EXIT
066200     END-IF
066300     MOVE 'Y' TO WS-LOOKUP-FOUND-SWITCH
066400     MOVE FX-RATE TO WS-LOOKUP-RATE.
066500 4350-SCAN-ONE-RATE-EXIT.
066600     EXIT.
066700
066800 8000-SUMMARIZE.
066900     IF WS-REPORT-FILE-OPEN
067000         MOVE SPACES TO REPORT-RECORD
067100         WRITE REPORT-RECORD
067200         MOVE 'CUSTOMERS EXAMINED' TO TL-LABEL
067300         MOVE WS-CUSTOMER-COUNT TO TL-COUNT
067400         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
067500         MOVE 'CUSTOMERS BEYOND THE LIMIT' TO TL-LABEL
067600         MOVE WS-EXPOSED-COUNT TO TL-COUNT
067700         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
067800         MOVE 'CUSTOMERS INCOMPLETE' TO TL-LABEL
067900         MOVE WS-INCOMPLETE-COUNT TO TL-COUNT
068000         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
068100         MOVE 'DRAFT LINKS NOT COUNTED' TO TL-LABEL
068200         MOVE WS-DRAFT-COUNT TO TL-COUNT
068300         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
068400         MOVE WS-EXPOSURE-TOTAL TO XL-AMOUNT
068500         MOVE WS-GROUP-CURRENCY TO XL-CURRENCY
068600         WRITE REPORT-RECORD FROM WS-EXPOSURE-TOTAL-LINE
068700     END-IF
068800     DISPLAY 'CIF-EXPOSURE: LINKS READ......... ' WS-LINK-COUNT
068900     DISPLAY 'CIF-EXPOSURE: CUSTOMERS.......... '
069000         WS-CUSTOMER-COUNT
069100     DISPLAY 'CIF-EXPOSURE: BEYOND LIMIT....... '
069200         WS-EXPOSED-COUNT
069300     DISPLAY 'CIF-EXPOSURE: INCOMPLETE......... '
069400         WS-INCOMPLETE-COUNT
069500     DISPLAY 'CIF-EXPOSURE: DRAFT LINKS........ ' WS-DRAFT-COUNT
069600     DISPLAY 'CIF-EXPOSURE: TRUSTEE LINKS...... '
069700         WS-TRUSTEE-COUNT
069800     IF WS-INCOMPLETE-COUNT > 0 AND RETURN-CODE < 4
069900         MOVE 4 TO RETURN-CODE
070000     END-IF.
070100 8000-SUMMARIZE-EXIT.
070200     EXIT.
070300
070400 9999-TERMINATE.
070500     IF WS-LINK-FILE-OPEN
070600         CLOSE LINK-FILE
070700     END-IF
070800     IF WS-CUSTOMER-FILE-OPEN
070900         CLOSE CUSTOMER-FILE
071000     END-IF
071100     IF WS-BALANCE-FILE-OPEN
071200         CLOSE BALANCE-FILE
071300     END-IF
071400     IF WS-CONTROL-FILE-OPEN
071500         CLOSE CONTROL-MASTER-FILE
071600     END-IF
071700     IF WS-RATE-FILE-OPEN
071800         CLOSE RATE-FILE
071900     END-IF
072000     IF WS-REPORT-FILE-OPEN
072100         CLOSE REPORT-FILE
072200     END-IF.
072300 9999-TERMINATE-EXIT.
072400     EXIT.
