000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACCT-OPEN.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. ACCOUNT ORIGINATION. OPENING AN
001100*                   ACCOUNT USED TO TAKE AN ADD THROUGH
001200*                   MSTR-MAINT, ANOTHER THROUGH CUST-MAINT, AND A
001300*                   BALMSTR RECORD THAT ONLY APPEARED WITH THE
001400*                   FIRST POSTING, ALL UNDER A NUMBER PICKED BY
001500*                   HAND - AND TYPING SLIPS COLLIDED WITH LIVE
001600*                   ACCOUNTS. EACH APPLICATION ON ACCTAPPL NOW
001700*                   TAKES THE NEXT BASE FROM ITS COMPANY AND
001800*                   BRANCH RANGE ON ACCTRNG, GETS ITS CHECK DIGIT
001900*                   FROM ACCT-CHECK, AND IS WRITTEN TO INPTMSTR,
002000*                   CUSTMSTR AND A ZERO-BALANCE BALMSTR TOGETHER -
002100*                   A WRITE THAT FAILS BACKS OUT THE ONES BEFORE
002200*                   IT, SO AN ACCOUNT IS OPENED ON ALL THREE
002300*                   MASTERS OR ON NONE. A NUMBER ALREADY ON ANY OF
002400*                   THEM IS SKIPPED. EVERY OPENING AND REJECT
002500*                   PRINTS ON THE NEW-ACCOUNTS REGISTER (OPENRPT)
002600*                   WITH THE OPERATOR WHO KEYED IT, AND THE ADDS
002700*                   ARE LOGGED TO MSTRMVT THROUGH MSTR-LOG FOR
002800*                   MSTR-PROOF.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT APPLICATION-FILE ASSIGN TO 'ACCTAPPL'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FS-APPLICATION-FILE.
003600     SELECT RANGE-FILE ASSIGN TO 'ACCTRNG'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS AR-RANGE-KEY
004000         FILE STATUS IS FS-RANGE-FILE.
004100     SELECT PRODUCT-FILE ASSIGN TO 'PRODMSTR'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS PD-PRODUCT-KEY
004500         FILE STATUS IS FS-PRODUCT-FILE.
004600     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS IR-MASTER-KEY
005000         FILE STATUS IS FS-MASTER-FILE.
005100     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMSTR'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CU-MASTER-KEY
005500         FILE STATUS IS FS-CUSTOMER-FILE.
005600     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS BL-MASTER-KEY
006000         FILE STATUS IS FS-BALANCE-FILE.
006100     SELECT REGISTER-FILE ASSIGN TO 'OPENRPT'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FS-REGISTER-FILE.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  APPLICATION-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  APPLICATION-RECORD.
007000     05  AP-COMPANY-CODE         PIC X(03).
007100     05  AP-FILL-1               PIC X(01).
007200     05  AP-BRANCH-CODE          PIC X(04).
007300     05  AP-FILL-2               PIC X(01).
007400     05  AP-PRODUCT-CODE         PIC X(04).
007500     05  AP-FILL-3               PIC X(01).
007600     05  AP-CUSTOMER-NAME        PIC X(30).
007700     05  AP-FILL-4               PIC X(01).
007800     05  AP-SHORT-NAME           PIC X(10).
007900     05  AP-FILL-5               PIC X(01).
008000     05  AP-OPERATOR-ID          PIC X(08).
008100
008200 FD  RANGE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  RANGE-RECORD.
008500     COPY ARNGREC.
008600
008700 FD  PRODUCT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  PRODUCT-RECORD.
009000     COPY PRODREC.
009100
009200 FD  MASTER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  MASTER-RECORD.
009500     COPY INPTREC.
009600
009700 FD  CUSTOMER-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  CUSTOMER-RECORD.
010000     COPY CUSTREC.
010100
010200 FD  BALANCE-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  BALANCE-RECORD.
010500     COPY BALREC.
010600
010700 FD  REGISTER-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  REGISTER-RECORD             PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200 01  FS-APPLICATION-FILE         PIC X(02) VALUE '00'.
011300 01  FS-RANGE-FILE               PIC X(02) VALUE '00'.
011400 01  FS-PRODUCT-FILE             PIC X(02) VALUE '00'.
011500 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
011600 01  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
011700 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
011800 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
011900 01  WS-SWITCHES.
012000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
012100         88  END-OF-FILE                    VALUE 'Y'.
012200     05  WS-RANGE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
012300         88  WS-RANGE-FILE-OPEN              VALUE 'Y'.
012400     05  WS-PRODUCT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
012500         88  WS-PRODUCT-FILE-OPEN            VALUE 'Y'.
012600     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
012700         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
012800     05  WS-CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
012900         88  WS-CUSTOMER-FILE-OPEN           VALUE 'Y'.
013000     05  WS-BALANCE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
013100         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
013200     05  WS-APPL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
013300         88  WS-APPL-FILE-OPEN               VALUE 'Y'.
013400     05  WS-NUMBER-IN-USE-SWITCH PIC X(01).
013500         88  WS-NUMBER-IN-USE                VALUE 'Y'.
013600
013700 01  WS-RUN-DATE                 PIC 9(08).
013800 01  WS-REJECT-REASON            PIC X(04).
013900
014000*--------------------------------------------------------------
014100* THE ACCOUNT BEING OPENED - THE NEXT BASE FROM THE RANGE WITH
014200* ITS CHECK DIGIT APPENDED BY ACCT-CHECK.
014300*--------------------------------------------------------------
014400 01  WS-NEW-MASTER-KEY.
014500     05  WS-NEW-COMPANY-CODE     PIC X(03).
014600     05  WS-NEW-ACCOUNT-NUMBER   PIC X(10).
014700 01  WS-NEXT-BASE                PIC 9(10).
014800 01  WS-PROBE-BASE               PIC 9(09).
014900
015000*--------------------------------------------------------------
015100* SHARED ACCT-CHECK CALL PARAMETER
015200*--------------------------------------------------------------
015300 01  WS-ACCT-CHECK-PARM.
015400     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'ACCT-OPEN'.
015500     05  WS-AC-FUNCTION          PIC X(01) VALUE 'G'.
015600     05  WS-AC-MASTER-KEY.
015700         10  WS-AC-COMPANY-CODE  PIC X(03).
015800         10  WS-AC-ACCOUNT-NUMBER
015900                                 PIC X(10).
016000     05  WS-AC-RESULT            PIC X(01).
016100
016200*--------------------------------------------------------------
016300* SHARED MSTR-LOG CALL PARAMETER
016400*--------------------------------------------------------------
016500 01  WS-MSTR-PARM.
016600     05  WS-ML-PROGRAM-ID        PIC X(12) VALUE 'ACCT-OPEN'.
016700     05  WS-ML-COMPANY-CODE      PIC X(03).
016800     05  WS-ML-MASTER-NAME       PIC X(08).
016900     05  WS-ML-MOVE-TYPE         PIC X(01) VALUE 'A'.
017000     05  WS-ML-COUNT             PIC 9(07) VALUE 1.
017100     05  WS-ML-LEDGER-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
017200     05  WS-ML-INTEREST-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
017300
017400 01  WS-COUNTERS.
017500     05  WS-APPL-COUNT           PIC 9(07) COMP VALUE ZERO.
017600     05  WS-OPENED-COUNT         PIC 9(07) COMP VALUE ZERO.
017700     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
017800     05  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
017900
018000*--------------------------------------------------------------
018100* NEW-ACCOUNTS REGISTER LINES - ONE LINE PER APPLICATION, WITH
018200* THE NUMBER ISSUED (BLANK ON A REJECT) AND THE OPERATOR.
018300*--------------------------------------------------------------
018400 01  WS-REGISTER-HEADING.
018500     05  FILLER                  PIC X(34)
018600         VALUE 'ACCT-OPEN   NEW-ACCOUNTS REGISTER '.
018700     05  RH-RUN-DATE             PIC X(08).
018800 01  WS-REGISTER-COLUMNS.
018900     05  FILLER                  PIC X(25)
019000         VALUE 'CO  BRCH ACCOUNT    PROD '.
019100     05  FILLER                  PIC X(37)
019200         VALUE 'CUSTOMER NAME        OPERATOR DSP RSN'.
019300 01  WS-REGISTER-DETAIL.
019400     05  RD-COMPANY-CODE         PIC X(03).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  RD-BRANCH-CODE          PIC X(04).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  RD-ACCOUNT-NUMBER       PIC X(10).
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  RD-PRODUCT-CODE         PIC X(04).
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  RD-CUSTOMER-NAME        PIC X(20).
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  RD-OPERATOR-ID          PIC X(08).
020500     05  FILLER                  PIC X(01) VALUE SPACE.
020600     05  RD-DISPOSITION          PIC X(03).
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  RD-REASON-CODE          PIC X(04).
020900 01  WS-REGISTER-TOTAL.
021000     05  FILLER                  PIC X(24)
021100         VALUE 'TOTAL APPLICATIONS READ '.
021200     05  RT-APPL-COUNT           PIC 9(07).
021300     05  FILLER                  PIC X(10)
021400         VALUE '  OPENED  '.
021500     05  RT-OPENED-COUNT         PIC 9(07).
021600
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE
022000         THRU 1000-INITIALIZE-EXIT
022100     PERFORM 2000-OPEN-ACCOUNT
022200         THRU 2000-OPEN-ACCOUNT-EXIT
022300         UNTIL END-OF-FILE
022400     PERFORM 8000-SUMMARIZE
022500         THRU 8000-SUMMARIZE-EXIT
022600     PERFORM 9999-TERMINATE
022700         THRU 9999-TERMINATE-EXIT
022800     STOP RUN.
022900
023000*--------------------------------------------------------------
023100* THE THREE ACCOUNT MASTERS AND THE RANGES MUST ALL BE UPDATABLE
023200* OR NOTHING IS OPENED. NO PRODMSTR ACCEPTS ONLY BLANK PRODUCT
023300* CODES, AS MSTR-MAINT DOES.
023400*--------------------------------------------------------------
023500 1000-INITIALIZE.
023600     CALL 'PROC-DATE' USING WS-RUN-DATE
023700     OPEN I-O RANGE-FILE
023800     IF FS-RANGE-FILE NOT = '00' AND '05'
023900         DISPLAY 'ACCT-OPEN: ACCTRNG OPEN FAILED, STATUS='
024000             FS-RANGE-FILE
024100         MOVE 8 TO RETURN-CODE
024200         MOVE 'Y' TO EOF-SWITCH
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF
024500     MOVE 'Y' TO WS-RANGE-OPEN-SWITCH
024600     OPEN I-O MASTER-FILE
024700     IF FS-MASTER-FILE NOT = '00' AND '05'
024800         DISPLAY 'ACCT-OPEN: INPTMSTR OPEN FAILED, STATUS='
024900             FS-MASTER-FILE
025000         MOVE 8 TO RETURN-CODE
025100         MOVE 'Y' TO EOF-SWITCH
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF
025400     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
025500     OPEN I-O CUSTOMER-FILE
025600     IF FS-CUSTOMER-FILE NOT = '00' AND '05'
025700         DISPLAY 'ACCT-OPEN: CUSTMSTR OPEN FAILED, STATUS='
025800             FS-CUSTOMER-FILE
025900         MOVE 8 TO RETURN-CODE
026000         MOVE 'Y' TO EOF-SWITCH
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF
026300     MOVE 'Y' TO WS-CUSTOMER-OPEN-SWITCH
026400     OPEN I-O BALANCE-FILE
026500     IF FS-BALANCE-FILE NOT = '00' AND '05'
026600         DISPLAY 'ACCT-OPEN: BALMSTR OPEN FAILED, STATUS='
026700             FS-BALANCE-FILE
026800         MOVE 8 TO RETURN-CODE
026900         MOVE 'Y' TO EOF-SWITCH
027000         GO TO 1000-INITIALIZE-EXIT
027100     END-IF
027200     MOVE 'Y' TO WS-BALANCE-OPEN-SWITCH
027300     OPEN INPUT PRODUCT-FILE
027400     IF FS-PRODUCT-FILE NOT = '00' AND '05'
027500         DISPLAY 'ACCT-OPEN: NO PRODMSTR, STATUS='
027600             FS-PRODUCT-FILE
027700             ' - ONLY BLANK PRODUCT CODES ACCEPTED'
027800     ELSE
027900         MOVE 'Y' TO WS-PRODUCT-OPEN-SWITCH
028000     END-IF
028100     OPEN INPUT APPLICATION-FILE
028200     IF FS-APPLICATION-FILE NOT = '00'
028300         DISPLAY 'ACCT-OPEN: NO ACCOUNT APPLICATIONS - '
028400             'NOTHING TO OPEN'
028500         MOVE 'Y' TO EOF-SWITCH
028600         GO TO 1000-INITIALIZE-EXIT
028700     END-IF
028800     MOVE 'Y' TO WS-APPL-OPEN-SWITCH
028900     OPEN OUTPUT REGISTER-FILE
029000     MOVE WS-RUN-DATE TO RH-RUN-DATE
029100     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
029200     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
029300     PERFORM 2100-READ-APPLICATION
029400         THRU 2100-READ-APPLICATION-EXIT.
029500 1000-INITIALIZE-EXIT.
029600     EXIT.
029700
029800 2000-OPEN-ACCOUNT.
029900     ADD 1 TO WS-APPL-COUNT
030000     MOVE SPACES TO WS-REJECT-REASON
030100     MOVE SPACES TO WS-NEW-MASTER-KEY
030200     PERFORM 2200-EDIT-APPLICATION
030300         THRU 2200-EDIT-APPLICATION-EXIT
030400     IF WS-REJECT-REASON = SPACES
030500         PERFORM 3000-ALLOCATE-NUMBER
030600             THRU 3000-ALLOCATE-NUMBER-EXIT
030700     END-IF
030800     IF WS-REJECT-REASON = SPACES
030900         PERFORM 4000-WRITE-MASTERS
031000             THRU 4000-WRITE-MASTERS-EXIT
031100     END-IF
031200     IF WS-REJECT-REASON NOT = SPACES
031300         PERFORM 7000-WRITE-REGISTER-REJECT
031400             THRU 7000-WRITE-REGISTER-REJECT-EXIT
031500     ELSE
031600         ADD 1 TO WS-OPENED-COUNT
031700         PERFORM 7100-WRITE-REGISTER-OPENED
031800             THRU 7100-WRITE-REGISTER-OPENED-EXIT
031900         PERFORM 7500-LOG-MASTER-MOVEMENTS
032000             THRU 7500-LOG-MASTER-MOVEMENTS-EXIT
032100     END-IF
032200     PERFORM 2100-READ-APPLICATION
032300         THRU 2100-READ-APPLICATION-EXIT.
032400 2000-OPEN-ACCOUNT-EXIT.
032500     EXIT.
032600
032700 2100-READ-APPLICATION.
032800     READ APPLICATION-FILE
032900         AT END
033000             MOVE 'Y' TO EOF-SWITCH
033100     END-READ.
033200 2100-READ-APPLICATION-EXIT.
033300     EXIT.
033400
033500*--------------------------------------------------------------
033600* APPLICATION EDITS - THE SAME NAME, BRANCH AND COMPANY RULES
033700* CUST-MAINT HOLDS A REFERENCE RECORD TO, THE PRODUCT RULE
033800* MSTR-MAINT HOLDS AN ACCOUNT TO, AND AN OPERATOR FOR THE
033900* REGISTER. THE BRANCH MUST HAVE A RANGE TO ISSUE FROM (RNGE)
034000* WITH A NUMBER LEFT IN IT (FULL).
034100*--------------------------------------------------------------
034200 2200-EDIT-APPLICATION.
034300     IF AP-COMPANY-CODE = SPACES
034400         MOVE 'COMP' TO WS-REJECT-REASON
034500         GO TO 2200-EDIT-APPLICATION-EXIT
034600     END-IF
034700     IF AP-BRANCH-CODE = SPACES
034800         MOVE 'BRCH' TO WS-REJECT-REASON
034900         GO TO 2200-EDIT-APPLICATION-EXIT
035000     END-IF
035100     IF AP-CUSTOMER-NAME = SPACES OR
035200        AP-SHORT-NAME = SPACES
035300         MOVE 'NAME' TO WS-REJECT-REASON
035400         GO TO 2200-EDIT-APPLICATION-EXIT
035500     END-IF
035600     IF AP-OPERATOR-ID = SPACES
035700         MOVE 'OPER' TO WS-REJECT-REASON
035800         GO TO 2200-EDIT-APPLICATION-EXIT
035900     END-IF
036000     IF AP-PRODUCT-CODE NOT = SPACES
036100         IF NOT WS-PRODUCT-FILE-OPEN
036200             MOVE 'PROD' TO WS-REJECT-REASON
036300             GO TO 2200-EDIT-APPLICATION-EXIT
036400         END-IF
036500         MOVE AP-COMPANY-CODE TO PD-COMPANY-CODE
036600         MOVE AP-PRODUCT-CODE TO PD-PRODUCT-CODE
036700         READ PRODUCT-FILE
036800             INVALID KEY
036900                 MOVE 'PROD' TO WS-REJECT-REASON
037000                 GO TO 2200-EDIT-APPLICATION-EXIT
037100         END-READ
037200     END-IF
037300     MOVE AP-COMPANY-CODE TO AR-COMPANY-CODE
037400     MOVE AP-BRANCH-CODE TO AR-BRANCH-CODE
037500     READ RANGE-FILE
037600         INVALID KEY
037700             MOVE 'RNGE' TO WS-REJECT-REASON
037800             GO TO 2200-EDIT-APPLICATION-EXIT
037900     END-READ
038000     IF AR-NEXT-BASE > AR-BASE-HIGH
038100         MOVE 'FULL' TO WS-REJECT-REASON
038200     END-IF.
038300 2200-EDIT-APPLICATION-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------
038700* TAKE THE RANGE'S NEXT BASE, ADD ITS CHECK DIGIT, AND STEP PAST
038800* ANY NUMBER ALREADY ON ONE OF THE MASTERS - A HAND-PICKED
038900* LEGACY NUMBER CAN SIT INSIDE A RANGE ISSUED LATER.
039000*--------------------------------------------------------------
039100 3000-ALLOCATE-NUMBER.
039200     MOVE AR-NEXT-BASE TO WS-NEXT-BASE
039300     MOVE 'Y' TO WS-NUMBER-IN-USE-SWITCH
039400     PERFORM 3100-PROBE-NUMBER
039500         THRU 3100-PROBE-NUMBER-EXIT
039600         UNTIL NOT WS-NUMBER-IN-USE OR
039700               WS-REJECT-REASON NOT = SPACES.
039800 3000-ALLOCATE-NUMBER-EXIT.
039900     EXIT.
040000
040100 3100-PROBE-NUMBER.
040200     IF WS-NEXT-BASE > AR-BASE-HIGH
040300         MOVE 'FULL' TO WS-REJECT-REASON
040400         GO TO 3100-PROBE-NUMBER-EXIT
040500     END-IF
040600     MOVE AP-COMPANY-CODE TO WS-AC-COMPANY-CODE
040700     MOVE WS-NEXT-BASE TO WS-PROBE-BASE
040800     MOVE WS-PROBE-BASE TO WS-AC-ACCOUNT-NUMBER (1:9)
040900     MOVE SPACE TO WS-AC-ACCOUNT-NUMBER (10:1)
041000     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
041100     MOVE WS-AC-MASTER-KEY TO WS-NEW-MASTER-KEY
041200     MOVE 'N' TO WS-NUMBER-IN-USE-SWITCH
041300     MOVE WS-NEW-MASTER-KEY TO IR-MASTER-KEY
041400     READ MASTER-FILE
041500         NOT INVALID KEY
041600             MOVE 'Y' TO WS-NUMBER-IN-USE-SWITCH
041700     END-READ
041800     MOVE WS-NEW-MASTER-KEY TO CU-MASTER-KEY
041900     READ CUSTOMER-FILE
042000         NOT INVALID KEY
042100             MOVE 'Y' TO WS-NUMBER-IN-USE-SWITCH
042200     END-READ
042300     MOVE WS-NEW-MASTER-KEY TO BL-MASTER-KEY
042400     READ BALANCE-FILE
042500         NOT INVALID KEY
042600             MOVE 'Y' TO WS-NUMBER-IN-USE-SWITCH
042700     END-READ
042800     IF WS-NUMBER-IN-USE
042900         ADD 1 TO WS-SKIPPED-COUNT
043000         DISPLAY 'ACCT-OPEN: ACCOUNT ' WS-NEW-COMPANY-CODE ' '
043100             WS-NEW-ACCOUNT-NUMBER ' ALREADY ON FILE - SKIPPED'
043200     END-IF
043300     ADD 1 TO WS-NEXT-BASE.
043400 3100-PROBE-NUMBER-EXIT.
043500     EXIT.
043600
043700*--------------------------------------------------------------
043800* INPTMSTR, THEN CUSTMSTR, THEN BALMSTR, THEN THE RANGE'S NEW
043900* NEXT BASE - EACH WRITE THAT FAILS DELETES WHAT WAS WRITTEN
044000* AHEAD OF IT, SO NO MASTER IS LEFT HOLDING A HALF-OPENED
044100* ACCOUNT AND THE NUMBER IS OFFERED AGAIN NEXT TIME.
044200*--------------------------------------------------------------
044300 4000-WRITE-MASTERS.
044400     MOVE SPACES TO MASTER-RECORD
044500     MOVE 'D' TO IR-RECORD-TYPE
044600     MOVE WS-NEW-MASTER-KEY TO IR-MASTER-KEY
044700     MOVE WS-RUN-DATE TO IR-TRANS-DATE
044800     MOVE ZERO TO IR-AMOUNT
044900     MOVE 'AC' TO IR-STATUS-CODE
045000     MOVE AP-BRANCH-CODE TO IR-BRANCH-CODE
045100     MOVE ZERO TO IR-CORRECTED-AMOUNT
045200     MOVE AP-OPERATOR-ID TO IR-REQUEST-OPERATOR
045300     MOVE AP-PRODUCT-CODE TO IR-PRODUCT-CODE
045400     WRITE MASTER-RECORD
045500         INVALID KEY
045600             MOVE 'DUP ' TO WS-REJECT-REASON
045700             GO TO 4000-WRITE-MASTERS-EXIT
045800     END-WRITE
045900     MOVE SPACES TO CUSTOMER-RECORD
046000     MOVE WS-NEW-MASTER-KEY TO CU-MASTER-KEY
046100     MOVE AP-CUSTOMER-NAME TO CU-CUSTOMER-NAME
046200     MOVE AP-SHORT-NAME TO CU-SHORT-NAME
046300     MOVE AP-BRANCH-CODE TO CU-BRANCH-CODE
046400     MOVE WS-RUN-DATE TO CU-OPEN-DATE
046500     WRITE CUSTOMER-RECORD
046600         INVALID KEY
046700             MOVE 'DUP ' TO WS-REJECT-REASON
046800             PERFORM 4900-BACK-OUT-MASTER
046900                 THRU 4900-BACK-OUT-MASTER-EXIT
047000             GO TO 4000-WRITE-MASTERS-EXIT
047100     END-WRITE
047200     MOVE SPACES TO BALANCE-RECORD
047300     MOVE WS-NEW-MASTER-KEY TO BL-MASTER-KEY
047400     MOVE ZERO TO BL-PRIOR-BALANCE
047500     MOVE ZERO TO BL-TODAY-DEBITS
047600     MOVE ZERO TO BL-TODAY-CREDITS
047700     MOVE ZERO TO BL-NET-BALANCE
047800     MOVE WS-RUN-DATE TO BL-LAST-ACTIVITY-DATE
047900     MOVE ZERO TO BL-LAST-POST-DATE
048000     MOVE ZERO TO BL-ACCRUED-INTEREST
048100     WRITE BALANCE-RECORD
048200         INVALID KEY
048300             MOVE 'DUP ' TO WS-REJECT-REASON
048400             PERFORM 4800-BACK-OUT-CUSTOMER
048500                 THRU 4800-BACK-OUT-CUSTOMER-EXIT
048600             PERFORM 4900-BACK-OUT-MASTER
048700                 THRU 4900-BACK-OUT-MASTER-EXIT
048800             GO TO 4000-WRITE-MASTERS-EXIT
048900     END-WRITE
049000     MOVE WS-NEXT-BASE TO AR-NEXT-BASE
049100     MOVE WS-RUN-DATE TO AR-LAST-OPENED-DATE
049200     ADD 1 TO AR-OPENED-COUNT
049300     REWRITE RANGE-RECORD
049400         INVALID KEY
049500             MOVE 'RNGE' TO WS-REJECT-REASON
049600             PERFORM 4700-BACK-OUT-BALANCE
049700                 THRU 4700-BACK-OUT-BALANCE-EXIT
049800             PERFORM 4800-BACK-OUT-CUSTOMER
049900                 THRU 4800-BACK-OUT-CUSTOMER-EXIT
050000             PERFORM 4900-BACK-OUT-MASTER
050100                 THRU 4900-BACK-OUT-MASTER-EXIT
050200     END-REWRITE.
050300 4000-WRITE-MASTERS-EXIT.
050400     EXIT.
050500
050600 4700-BACK-OUT-BALANCE.
050700     MOVE WS-NEW-MASTER-KEY TO BL-MASTER-KEY
050800     DELETE BALANCE-FILE
050900         INVALID KEY
051000             DISPLAY 'ACCT-OPEN: BALMSTR BACK-OUT FAILED - '
051100                 WS-NEW-COMPANY-CODE ' ' WS-NEW-ACCOUNT-NUMBER
051200     END-DELETE.
051300 4700-BACK-OUT-BALANCE-EXIT.
051400     EXIT.
051500
051600 4800-BACK-OUT-CUSTOMER.
051700     MOVE WS-NEW-MASTER-KEY TO CU-MASTER-KEY
051800     DELETE CUSTOMER-FILE
051900         INVALID KEY
052000             DISPLAY 'ACCT-OPEN: CUSTMSTR BACK-OUT FAILED - '
052100                 WS-NEW-COMPANY-CODE ' ' WS-NEW-ACCOUNT-NUMBER
052200     END-DELETE.
052300 4800-BACK-OUT-CUSTOMER-EXIT.
052400     EXIT.
052500
052600 4900-BACK-OUT-MASTER.
052700     MOVE WS-NEW-MASTER-KEY TO IR-MASTER-KEY
052800     DELETE MASTER-FILE
052900         INVALID KEY
053000             DISPLAY 'ACCT-OPEN: INPTMSTR BACK-OUT FAILED - '
053100                 WS-NEW-COMPANY-CODE ' ' WS-NEW-ACCOUNT-NUMBER
053200     END-DELETE.
053300 4900-BACK-OUT-MASTER-EXIT.
053400     EXIT.
053500
053600 7000-WRITE-REGISTER-REJECT.
053700     ADD 1 TO WS-REJECTED-COUNT
053800     PERFORM 7200-FORMAT-REGISTER-LINE
053900         THRU 7200-FORMAT-REGISTER-LINE-EXIT
054000     MOVE SPACES TO RD-ACCOUNT-NUMBER
054100     MOVE 'REJ' TO RD-DISPOSITION
054200     MOVE WS-REJECT-REASON TO RD-REASON-CODE
054300     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
054400     DISPLAY 'ACCT-OPEN: REJECTED APPLICATION, REASON='
054500         WS-REJECT-REASON.
054600 7000-WRITE-REGISTER-REJECT-EXIT.
054700     EXIT.
054800
054900 7100-WRITE-REGISTER-OPENED.
055000     PERFORM 7200-FORMAT-REGISTER-LINE
055100         THRU 7200-FORMAT-REGISTER-LINE-EXIT
055200     MOVE WS-NEW-ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
055300     MOVE 'OPN' TO RD-DISPOSITION
055400     MOVE SPACES TO RD-REASON-CODE
055500     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
055600 7100-WRITE-REGISTER-OPENED-EXIT.
055700     EXIT.
055800
055900 7200-FORMAT-REGISTER-LINE.
056000     MOVE AP-COMPANY-CODE TO RD-COMPANY-CODE
056100     MOVE AP-BRANCH-CODE TO RD-BRANCH-CODE
056200     MOVE AP-PRODUCT-CODE TO RD-PRODUCT-CODE
056300     MOVE AP-CUSTOMER-NAME TO RD-CUSTOMER-NAME
056400     MOVE AP-OPERATOR-ID TO RD-OPERATOR-ID.
056500 7200-FORMAT-REGISTER-LINE-EXIT.
056600     EXIT.
056700
056800*--------------------------------------------------------------
056900* ONE ACCOUNT ADDED TO INPTMSTR AND ONE ZERO-BALANCE ACCOUNT TO
057000* BALMSTR, SO MSTR-PROOF'S COUNTS CARRY THE OPENING.
057100*--------------------------------------------------------------
057200 7500-LOG-MASTER-MOVEMENTS.
057300     MOVE WS-NEW-COMPANY-CODE TO WS-ML-COMPANY-CODE
057400     MOVE 'INPTMSTR' TO WS-ML-MASTER-NAME
057500     CALL 'MSTR-LOG' USING WS-MSTR-PARM
057600     MOVE 'BALMSTR' TO WS-ML-MASTER-NAME
057700     CALL 'MSTR-LOG' USING WS-MSTR-PARM.
057800 7500-LOG-MASTER-MOVEMENTS-EXIT.
057900     EXIT.
058000
058100*--------------------------------------------------------------
058200* RETURN-CODE IS SET HERE, AFTER THE LAST SUBPROGRAM CALL - A
058300* CALL / RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
058400* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
058500*--------------------------------------------------------------
058600 8000-SUMMARIZE.
058700     MOVE WS-APPL-COUNT TO RT-APPL-COUNT
058800     MOVE WS-OPENED-COUNT TO RT-OPENED-COUNT
058900     IF WS-APPL-FILE-OPEN
059000         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
059100     END-IF
059200     DISPLAY 'ACCT-OPEN: APPLICATIONS READ... ' WS-APPL-COUNT
059300     DISPLAY 'ACCT-OPEN: ACCOUNTS OPENED..... ' WS-OPENED-COUNT
059400     DISPLAY 'ACCT-OPEN: REJECTED............ '
059500         WS-REJECTED-COUNT
059600     DISPLAY 'ACCT-OPEN: NUMBERS SKIPPED..... '
059700         WS-SKIPPED-COUNT
059800     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
059900         MOVE 4 TO RETURN-CODE
060000     END-IF.
060100 8000-SUMMARIZE-EXIT.
060200     EXIT.
060300
060400 9999-TERMINATE.
060500     IF WS-RANGE-FILE-OPEN
060600         CLOSE RANGE-FILE
060700     END-IF
060800     IF WS-MASTER-FILE-OPEN
060900         CLOSE MASTER-FILE
061000     END-IF
061100     IF WS-CUSTOMER-FILE-OPEN
061200         CLOSE CUSTOMER-FILE
061300     END-IF
061400     IF WS-BALANCE-FILE-OPEN
061500         CLOSE BALANCE-FILE
061600     END-IF
061700     IF WS-PRODUCT-FILE-OPEN
061800         CLOSE PRODUCT-FILE
061900     END-IF
062000     IF WS-APPL-FILE-OPEN
062100         CLOSE APPLICATION-FILE
062200         CLOSE REGISTER-FILE
062300     END-IF.
062400 9999-TERMINATE-EXIT.
062500     EXIT.
