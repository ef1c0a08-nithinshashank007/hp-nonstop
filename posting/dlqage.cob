000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLQ-AGE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAILY DELINQUENCY AGING, RUN
001100*                   AFTER DLBATCH. BAL-EXCEPT FLAGS AN ACCOUNT THE
001200*                   DAY IT GOES NEGATIVE, BUT NOTHING TRACKED HOW
001300*                   LONG IT STAYED THERE. EVERY BALMSTR ACCOUNT
001400*                   BELOW ZERO NOW HAS A DLQMSTR RECORD CARRYING
001500*                   ITS FIRST-OVERDRAWN DATE, AGED EACH DAY BY THE
001600*                   CTLMSTR 'D' BUSINESS DAYS SINCE THE LAST RUN
001700*                   INTO THE 1-30 / 31-60 / 61-90 / 90+ BUCKETS.
001800*                   AN ACCOUNT BACK AT OR ABOVE ZERO IS CURED AND
001900*                   ITS RECORD DELETED. AN ACCOUNT AGED PAST ITS
002000*                   COMPANY'S CHARGE-OFF AGE (CTLMSTR 'C') IS
002100*                   PROPOSED FOR WRITE-OFF FOR WO-APPROVE. ONCE AN
002200*                   APPROVED WRITE-OFF HAS POSTED AND CLEARED THE
002300*                   BALANCE, THE ACCOUNT'S CLOSURE IS WRITTEN TO
002400*                   STATTRAN FOR STATUS-MAINT. ONE COLLWORK LINE
002500*                   PER ACCOUNT, WITH BRANCH AND CUSTOMER NAME,
002600*                   FEEDS THE COLLECTIONS QUEUE (COLL-QUEUE).
002700*                   PROPOSALS AWAITING A DECISION END RC=4.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS BL-MASTER-KEY
003600         FILE STATUS IS FS-BALANCE-FILE.
003700     SELECT DELINQUENCY-FILE ASSIGN TO 'DLQMSTR'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS DQ-MASTER-KEY
004100         FILE STATUS IS FS-DELINQUENCY-FILE.
004200     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS IR-MASTER-KEY
004600         FILE STATUS IS FS-MASTER-FILE.
004700     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMSTR'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CU-MASTER-KEY
005100         FILE STATUS IS FS-CUSTOMER-FILE.
005200     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CT-CONTROL-KEY
005600         FILE STATUS IS FS-CONTROL-MASTER-FILE.
005700     SELECT COLLECTION-FILE ASSIGN TO 'COLLWORK'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-COLLECTION-FILE.
006000     SELECT STATUS-TRAN-FILE ASSIGN TO 'STATTRAN'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FS-STATUS-TRAN-FILE.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BALANCE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  BALANCE-RECORD.
006900     COPY BALREC.
007000
007100 FD  DELINQUENCY-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  DELINQUENCY-RECORD.
007400     COPY DLQREC.
007500
007600 FD  MASTER-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  MASTER-RECORD.
007900     COPY INPTREC.
008000
008100 FD  CUSTOMER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  CUSTOMER-RECORD.
008400     COPY CUSTREC.
008500
008600 FD  CONTROL-MASTER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  CONTROL-MASTER-RECORD.
008900     COPY CTLREC.
009000
009100*--------------------------------------------------------------
009200* COLLECTIONS WORK LINE - SORTED BY BRANCH, BUCKET AND DAYS
009300* (BOTH DESCENDING), COMPANY AND ACCOUNT FOR COLL-QUEUE. A
009400* CURED OR WRITTEN-OFF ACCOUNT CARRIES BUCKET '0' SO IT SORTS
009500* BELOW THE BRANCH'S OPEN ITEMS.
009600*--------------------------------------------------------------
009700 FD  COLLECTION-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  COLLECTION-RECORD.
010000     05  CW-BRANCH-CODE          PIC X(04).
010100     05  CW-FILL-1               PIC X(01).
010200     05  CW-COMPANY-CODE         PIC X(03).
010300     05  CW-FILL-2               PIC X(01).
010400     05  CW-SORT-BUCKET          PIC X(01).
010500     05  CW-FILL-3               PIC X(01).
010600     05  CW-DAYS-OVERDRAWN       PIC 9(05).
010700     05  CW-FILL-4               PIC X(01).
010800     05  CW-ACCOUNT-NUMBER       PIC X(10).
010900     05  CW-FILL-5               PIC X(01).
011000     05  CW-CUSTOMER-NAME        PIC X(30).
011100     05  CW-FILL-6               PIC X(01).
011200     05  CW-FIRST-OVERDRAWN-DATE PIC 9(08).
011300     05  CW-FILL-7               PIC X(01).
011400     05  CW-OVERDRAWN-AMOUNT     PIC S9(09)V99 SIGN IS
011500                                     LEADING SEPARATE CHARACTER.
011600     05  CW-FILL-8               PIC X(01).
011700     05  CW-ACTION               PIC X(08).
011800
011900 FD  STATUS-TRAN-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  STATUS-TRAN-RECORD.
012200     05  ST-ACCOUNT-NUMBER       PIC X(10).
012300     05  ST-FILL-1               PIC X(01).
012400     05  ST-NEW-STATUS           PIC X(02).
012500     05  ST-FILL-2               PIC X(01).
012600     05  ST-EFFECTIVE-DATE       PIC 9(08).
012700     05  ST-FILL-3               PIC X(01).
012800     05  ST-OPERATOR-ID          PIC X(08).
012900     05  ST-FILL-4               PIC X(01).
013000     05  ST-COMPANY-CODE         PIC X(03).
013100
013200 WORKING-STORAGE SECTION.
013300 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
013400 01  FS-DELINQUENCY-FILE         PIC X(02) VALUE '00'.
013500 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
013600 01  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
013700 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
013800 01  FS-COLLECTION-FILE          PIC X(02) VALUE '00'.
013900 01  FS-STATUS-TRAN-FILE         PIC X(02) VALUE '00'.
014000 01  WS-SWITCHES.
014100     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
014200         88  END-OF-FILE                    VALUE 'Y'.
014300     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
014400         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
014500     05  WS-DLQ-OPEN-SWITCH      PIC X(01) VALUE 'N'.
014600         88  WS-DELINQUENCY-FILE-OPEN        VALUE 'Y'.
014700     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
014800         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
014900     05  WS-CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
015000         88  WS-CUSTOMER-FILE-OPEN           VALUE 'Y'.
015100     05  WS-CONTROL-OPEN-SWITCH  PIC X(01) VALUE 'N'.
015200         88  WS-CONTROL-FILE-OPEN            VALUE 'Y'.
015300     05  WS-COLL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
015400         88  WS-COLLECTION-FILE-OPEN         VALUE 'Y'.
015500     05  WS-STAT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
015600         88  WS-STATUS-TRAN-FILE-OPEN        VALUE 'Y'.
015700     05  WS-DLQ-FOUND-SWITCH     PIC X(01).
015800         88  WS-DLQ-FOUND                    VALUE 'Y'.
015900     05  WS-CAL-END-SWITCH       PIC X(01).
016000         88  WS-CALENDAR-END                 VALUE 'Y'.
016100
016200 01  WS-RUN-DATE                 PIC 9(08).
016300
016400*--------------------------------------------------------------
016500* THE CURRENT COMPANY'S CHARGE-OFF AGE - RE-READ FROM ITS
016600* CTLMSTR 'C' ENTRY WHEN BALMSTR MOVES ON TO A NEW COMPANY.
016700* ZERO (OR NO ENTRY) MEANS THE COMPANY PROPOSES NO WRITE-OFFS.
016800*--------------------------------------------------------------
016900 01  WS-CURRENT-COMPANY          PIC X(03) VALUE SPACES.
017000 01  WS-CHARGEOFF-DAYS           PIC 9(03) VALUE ZERO.
017100
017200 01  WS-ACCOUNT-BRANCH           PIC X(04).
017300 01  WS-CUSTOMER-NAME            PIC X(30).
017400
017500 01  WS-COUNTERS.
017600     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
017700     05  WS-OVERDRAWN-COUNT      PIC 9(07) COMP VALUE ZERO.
017800     05  WS-NEW-COUNT            PIC 9(07) COMP VALUE ZERO.
017900     05  WS-CURED-COUNT          PIC 9(07) COMP VALUE ZERO.
018000     05  WS-PROPOSED-COUNT       PIC 9(07) COMP VALUE ZERO.
018100     05  WS-AWAITING-COUNT       PIC 9(07) COMP VALUE ZERO.
018200     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
018300     05  WS-RESIDUAL-COUNT       PIC 9(07) COMP VALUE ZERO.
018400     05  WS-CLOSURE-COUNT        PIC 9(07) COMP VALUE ZERO.
018500     05  WS-BUCKET-1-COUNT       PIC 9(07) COMP VALUE ZERO.
018600     05  WS-BUCKET-2-COUNT       PIC 9(07) COMP VALUE ZERO.
018700     05  WS-BUCKET-3-COUNT       PIC 9(07) COMP VALUE ZERO.
018800     05  WS-BUCKET-4-COUNT       PIC 9(07) COMP VALUE ZERO.
018900 01  WS-OVERDRAWN-TOTAL          PIC S9(11)V99 COMP-3
019000                                     VALUE ZERO.
019100 01  WS-EDIT-AMOUNT              PIC -(11)9.99.
019200
019300*--------------------------------------------------------------
019400* SHARED CARRY-LOG CALL PARAMETER
019500*--------------------------------------------------------------
019600 01  WS-CARRY-PARM.
019700     05  WS-CL-PROGRAM-ID        PIC X(12) VALUE 'DLQ-AGE'.
019800     05  WS-CL-FILE-NAME         PIC X(08).
019900     05  WS-CL-MOVE-TYPE         PIC X(01).
020000     05  WS-CL-COUNT             PIC 9(07).
020100
020200 PROCEDURE DIVISION.
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE
020500         THRU 1000-INITIALIZE-EXIT
020600     PERFORM 2000-AGE-ONE-ACCOUNT
020700         THRU 2000-AGE-ONE-ACCOUNT-EXIT
020800         UNTIL END-OF-FILE
020900     PERFORM 7500-LOG-CARRY-MOVEMENTS
021000         THRU 7500-LOG-CARRY-MOVEMENTS-EXIT
021100     PERFORM 8000-SUMMARIZE
021200         THRU 8000-SUMMARIZE-EXIT
021300     PERFORM 9999-TERMINATE
021400         THRU 9999-TERMINATE-EXIT
021500     STOP RUN.
021600
021700*--------------------------------------------------------------
021800* BALMSTR, THE CALENDAR AND THE TWO OUTPUTS ARE REQUIRED. THE
021900* FIRST RUN CREATES DLQMSTR. NO INPTMSTR OR CUSTMSTR ONLY COSTS
022000* THE QUEUE ITS BRANCH OR NAME COLUMN.
022100*--------------------------------------------------------------
022200 1000-INITIALIZE.
022300     CALL 'PROC-DATE' USING WS-RUN-DATE
022400     OPEN INPUT BALANCE-FILE
022500     IF FS-BALANCE-FILE NOT = '00' AND '05'
022600         DISPLAY 'DLQ-AGE: BALMSTR OPEN FAILED, STATUS='
022700             FS-BALANCE-FILE
022800         MOVE 8 TO RETURN-CODE
022900         MOVE 'Y' TO EOF-SWITCH
023000         GO TO 1000-INITIALIZE-EXIT
023100     END-IF
023200     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
023300     OPEN INPUT CONTROL-MASTER-FILE
023400     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
023500         DISPLAY 'DLQ-AGE: CTLMSTR OPEN FAILED, STATUS='
023600             FS-CONTROL-MASTER-FILE
023700         MOVE 8 TO RETURN-CODE
023800         MOVE 'Y' TO EOF-SWITCH
023900         GO TO 1000-INITIALIZE-EXIT
024000     END-IF
024100     MOVE 'Y' TO WS-CONTROL-OPEN-SWITCH
024200     OPEN I-O DELINQUENCY-FILE
024300     IF FS-DELINQUENCY-FILE = '35'
024400         OPEN OUTPUT DELINQUENCY-FILE
024500         CLOSE DELINQUENCY-FILE
024600         OPEN I-O DELINQUENCY-FILE
024700     END-IF
024800     IF FS-DELINQUENCY-FILE NOT = '00' AND '05'
024900         DISPLAY 'DLQ-AGE: DLQMSTR OPEN FAILED, STATUS='
025000             FS-DELINQUENCY-FILE
025100         MOVE 8 TO RETURN-CODE
025200         MOVE 'Y' TO EOF-SWITCH
025300         GO TO 1000-INITIALIZE-EXIT
025400     END-IF
025500     MOVE 'Y' TO WS-DLQ-OPEN-SWITCH
025600     OPEN EXTEND STATUS-TRAN-FILE
025700     IF FS-STATUS-TRAN-FILE = '35'
025800         OPEN OUTPUT STATUS-TRAN-FILE
025900     END-IF
026000     IF FS-STATUS-TRAN-FILE NOT = '00'
026100         DISPLAY 'DLQ-AGE: STATTRAN OPEN FAILED, STATUS='
026200             FS-STATUS-TRAN-FILE
026300         MOVE 8 TO RETURN-CODE
026400         MOVE 'Y' TO EOF-SWITCH
026500         GO TO 1000-INITIALIZE-EXIT
026600     END-IF
026700     MOVE 'Y' TO WS-STAT-OPEN-SWITCH
026800     OPEN OUTPUT COLLECTION-FILE
026900     IF FS-COLLECTION-FILE NOT = '00'
027000         DISPLAY 'DLQ-AGE: COLLWORK OPEN FAILED, STATUS='
027100             FS-COLLECTION-FILE
027200         MOVE 8 TO RETURN-CODE
027300         MOVE 'Y' TO EOF-SWITCH
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF
027600     MOVE 'Y' TO WS-COLL-OPEN-SWITCH
027700     OPEN INPUT MASTER-FILE
027800     IF FS-MASTER-FILE NOT = '00' AND '05'
027900         DISPLAY 'DLQ-AGE: NO INPTMSTR, STATUS=' FS-MASTER-FILE
028000             ' - BRANCH TAKEN FROM CUSTMSTR'
028100     ELSE
028200         MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
028300     END-IF
028400     OPEN INPUT CUSTOMER-FILE
028500     IF FS-CUSTOMER-FILE NOT = '00' AND '05'
028600         DISPLAY 'DLQ-AGE: NO CUSTMSTR, STATUS=' FS-CUSTOMER-FILE
028700             ' - QUEUE PRINTS WITHOUT NAMES'
028800     ELSE
028900         MOVE 'Y' TO WS-CUSTOMER-OPEN-SWITCH
029000     END-IF.
029100 1000-INITIALIZE-EXIT.
029200     EXIT.
029300
029400*--------------------------------------------------------------
029500* ONE BALMSTR ACCOUNT. AT OR ABOVE ZERO, ANY DELINQUENCY RECORD
029600* IS SETTLED; BELOW ZERO, THE RECORD IS STARTED OR AGED, BUCKETED,
029700* CHECKED AGAINST THE CHARGE-OFF AGE AND QUEUED. A WRITTEN-OFF
029800* RECORD IS LEFT AS IT STANDS.
029900*--------------------------------------------------------------
030000 2000-AGE-ONE-ACCOUNT.
030100     READ BALANCE-FILE NEXT RECORD
030200         AT END
030300             MOVE 'Y' TO EOF-SWITCH
030400             GO TO 2000-AGE-ONE-ACCOUNT-EXIT
030500     END-READ
030600     ADD 1 TO WS-ACCOUNT-COUNT
030700     MOVE 'N' TO WS-DLQ-FOUND-SWITCH
030800     MOVE BL-MASTER-KEY TO DQ-MASTER-KEY
030900     READ DELINQUENCY-FILE
031000         INVALID KEY
031100             CONTINUE
031200         NOT INVALID KEY
031300             MOVE 'Y' TO WS-DLQ-FOUND-SWITCH
031400     END-READ
031500     IF WS-DLQ-FOUND AND DQ-WRITTEN-OFF
031600         GO TO 2000-AGE-ONE-ACCOUNT-EXIT
031700     END-IF
031800     IF BL-NET-BALANCE NOT < ZERO
031900         IF WS-DLQ-FOUND
032000             PERFORM 3000-SETTLE-DELINQUENCY
032100                 THRU 3000-SETTLE-DELINQUENCY-EXIT
032200         END-IF
032300         GO TO 2000-AGE-ONE-ACCOUNT-EXIT
032400     END-IF
032500     ADD 1 TO WS-OVERDRAWN-COUNT
032600     PERFORM 4100-READ-ACCOUNT-DETAILS
032700         THRU 4100-READ-ACCOUNT-DETAILS-EXIT
032800     IF NOT WS-DLQ-FOUND
032900         PERFORM 4000-START-DELINQUENCY
033000             THRU 4000-START-DELINQUENCY-EXIT
033100     END-IF
033200     IF DQ-WRITEOFF-STAGED AND
033300        BL-LAST-POST-DATE > DQ-DECISION-DATE
033400         PERFORM 4500-REOPEN-RESIDUAL
033500             THRU 4500-REOPEN-RESIDUAL-EXIT
033600     END-IF
033700     PERFORM 4200-ADVANCE-AGE
033800         THRU 4200-ADVANCE-AGE-EXIT
033900     PERFORM 4300-SET-BUCKET
034000         THRU 4300-SET-BUCKET-EXIT
034100     COMPUTE DQ-OVERDRAWN-AMOUNT = ZERO - BL-NET-BALANCE
034200     ADD DQ-OVERDRAWN-AMOUNT TO WS-OVERDRAWN-TOTAL
034300     IF WS-ACCOUNT-BRANCH NOT = SPACES
034400         MOVE WS-ACCOUNT-BRANCH TO DQ-BRANCH-CODE
034500     END-IF
034600     PERFORM 4400-CHECK-CHARGEOFF
034700         THRU 4400-CHECK-CHARGEOFF-EXIT
034800     IF WS-DLQ-FOUND
034900         REWRITE DELINQUENCY-RECORD
035000     ELSE
035100         WRITE DELINQUENCY-RECORD
035200     END-IF
035300     IF FS-DELINQUENCY-FILE NOT = '00'
035400         DISPLAY 'DLQ-AGE: DLQMSTR UPDATE FAILED FOR '
035500             DQ-COMPANY-CODE ' ' DQ-ACCOUNT-NUMBER
035600             ', STATUS=' FS-DELINQUENCY-FILE
035700     END-IF
035800     MOVE DQ-AGE-BUCKET TO CW-SORT-BUCKET
035900     IF DQ-WRITEOFF-PROPOSED
036000         ADD 1 TO WS-AWAITING-COUNT
036100         MOVE 'PROPOSED' TO CW-ACTION
036200     ELSE
036300         IF DQ-WRITEOFF-DECLINED
036400             MOVE 'DECLINED' TO CW-ACTION
036500         ELSE
036600             IF DQ-WRITEOFF-STAGED
036700                 ADD 1 TO WS-STAGED-COUNT
036800                 MOVE 'STAGED' TO CW-ACTION
036900             ELSE
037000                 MOVE SPACES TO CW-ACTION
037100             END-IF
037200         END-IF
037300     END-IF
037400     PERFORM 7000-WRITE-COLLECTION-LINE
037500         THRU 7000-WRITE-COLLECTION-LINE-EXIT.
037600 2000-AGE-ONE-ACCOUNT-EXIT.
037700     EXIT.
037800
037900*--------------------------------------------------------------
038000* THE ACCOUNT IS NO LONGER OVERDRAWN. WITH A WRITE-OFF STAGED,
038100* THE WRITE-OFF HAS POSTED - THE RECORD IS KEPT AS WRITTEN OFF
038200* AND THE ACCOUNT'S CLOSURE GOES TO STATTRAN, EFFECTIVE TODAY,
038300* UNDER THE APPROVER'S ID. OTHERWISE THE CUSTOMER HAS CURED IT
038400* AND THE RECORD IS DELETED. EITHER WAY THE QUEUE SHOWS IT ONE
038500* LAST TIME.
038600*--------------------------------------------------------------
038700 3000-SETTLE-DELINQUENCY.
038800     PERFORM 4100-READ-ACCOUNT-DETAILS
038900         THRU 4100-READ-ACCOUNT-DETAILS-EXIT
039000     MOVE '0' TO CW-SORT-BUCKET
039100     IF DQ-WRITEOFF-STAGED
039200         MOVE 'W' TO DQ-WRITEOFF-STATUS
039300         MOVE WS-RUN-DATE TO DQ-LAST-AGED-DATE
039400         REWRITE DELINQUENCY-RECORD
039500         MOVE SPACES TO STATUS-TRAN-RECORD
039600         MOVE DQ-ACCOUNT-NUMBER TO ST-ACCOUNT-NUMBER
039700         MOVE 'CL' TO ST-NEW-STATUS
039800         MOVE WS-RUN-DATE TO ST-EFFECTIVE-DATE
039900         MOVE DQ-APPROVER-ID TO ST-OPERATOR-ID
040000         MOVE DQ-COMPANY-CODE TO ST-COMPANY-CODE
040100         WRITE STATUS-TRAN-RECORD
040200         ADD 1 TO WS-CLOSURE-COUNT
040300         MOVE 'WROTEOFF' TO CW-ACTION
040400     ELSE
040500         DELETE DELINQUENCY-FILE RECORD
040600         ADD 1 TO WS-CURED-COUNT
040700         MOVE 'CURED' TO CW-ACTION
040800     END-IF
040900     IF FS-DELINQUENCY-FILE NOT = '00'
041000         DISPLAY 'DLQ-AGE: DLQMSTR UPDATE FAILED FOR '
041100             DQ-COMPANY-CODE ' ' DQ-ACCOUNT-NUMBER
041200             ', STATUS=' FS-DELINQUENCY-FILE
041300     END-IF
041400     PERFORM 7000-WRITE-COLLECTION-LINE
041500         THRU 7000-WRITE-COLLECTION-LINE-EXIT.
041600 3000-SETTLE-DELINQUENCY-EXIT.
041700     EXIT.
041800
041900*--------------------------------------------------------------
042000* A NEWLY OVERDRAWN ACCOUNT. BALMSTR HAS NOT MOVED SINCE ITS
042100* LAST POSTING, SO THAT POSTING IS WHEN IT WENT (OR WAS LAST
042200* SEEN) BELOW ZERO; THAT DAY IS DAY 1 AND 4200 AGES ON FROM IT.
042300*--------------------------------------------------------------
042400 4000-START-DELINQUENCY.
042500     ADD 1 TO WS-NEW-COUNT
042600     MOVE SPACES TO DELINQUENCY-RECORD
042700     MOVE BL-MASTER-KEY TO DQ-MASTER-KEY
042800     IF BL-LAST-POST-DATE NUMERIC AND
042900        BL-LAST-POST-DATE > ZERO AND
043000        BL-LAST-POST-DATE NOT > WS-RUN-DATE
043100         MOVE BL-LAST-POST-DATE TO DQ-FIRST-OVERDRAWN-DATE
043200     ELSE
043300         MOVE WS-RUN-DATE TO DQ-FIRST-OVERDRAWN-DATE
043400     END-IF
043500     MOVE DQ-FIRST-OVERDRAWN-DATE TO DQ-LAST-AGED-DATE
043600     MOVE 1 TO DQ-DAYS-OVERDRAWN
043700     MOVE ZERO TO DQ-OVERDRAWN-AMOUNT
043800     MOVE ZERO TO DQ-PROPOSED-DATE
043900     MOVE ZERO TO DQ-DECISION-DATE
044000     MOVE ZERO TO DQ-WRITEOFF-AMOUNT.
044100 4000-START-DELINQUENCY-EXIT.
044200     EXIT.
044300
044400*--------------------------------------------------------------
044500* OWNING BRANCH FROM INPTMSTR (CUSTMSTR'S IF THE ACCOUNT IS NOT
044600* ON INPTMSTR) AND THE CUSTOMER NAME FOR THE QUEUE.
044700*--------------------------------------------------------------
044800 4100-READ-ACCOUNT-DETAILS.
044900     MOVE SPACES TO WS-ACCOUNT-BRANCH
045000     MOVE '*** NOT ON CUSTMSTR ***' TO WS-CUSTOMER-NAME
045100     IF WS-MASTER-FILE-OPEN
045200         MOVE BL-MASTER-KEY TO IR-MASTER-KEY
045300         READ MASTER-FILE
045400             INVALID KEY
045500                 CONTINUE
045600             NOT INVALID KEY
045700                 MOVE IR-BRANCH-CODE TO WS-ACCOUNT-BRANCH
045800         END-READ
045900     END-IF
046000     IF NOT WS-CUSTOMER-FILE-OPEN
046100         GO TO 4100-READ-ACCOUNT-DETAILS-EXIT
046200     END-IF
046300     MOVE BL-MASTER-KEY TO CU-MASTER-KEY
046400     READ CUSTOMER-FILE
046500         INVALID KEY
046600             GO TO 4100-READ-ACCOUNT-DETAILS-EXIT
046700     END-READ
046800     MOVE CU-CUSTOMER-NAME TO WS-CUSTOMER-NAME
046900     IF WS-ACCOUNT-BRANCH = SPACES
047000         MOVE CU-BRANCH-CODE TO WS-ACCOUNT-BRANCH
047100     END-IF.
047200 4100-READ-ACCOUNT-DETAILS-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------
047600* ONE DAY MORE FOR EVERY CTLMSTR BUSINESS DAY AFTER THE LAST-AGED
047700* DATE UP TO AND INCLUDING TODAY - A RERUN OF THE SAME DAY ADDS
047800* NOTHING, AND A DAY MISSED BY THE SCHEDULE IS MADE UP.
047900*--------------------------------------------------------------
048000 4200-ADVANCE-AGE.
048100     IF DQ-LAST-AGED-DATE NOT < WS-RUN-DATE
048200         GO TO 4200-ADVANCE-AGE-EXIT
048300     END-IF
048400     MOVE 'D' TO CT-ENTRY-TYPE
048500     MOVE SPACES TO CT-ENTRY-CODE
048600     MOVE DQ-LAST-AGED-DATE TO CT-ENTRY-CODE (1:8)
048700     MOVE 'N' TO WS-CAL-END-SWITCH
048800     START CONTROL-MASTER-FILE
048900         KEY IS GREATER THAN CT-CONTROL-KEY
049000         INVALID KEY
049100             MOVE 'Y' TO WS-CAL-END-SWITCH
049200     END-START
049300     PERFORM 4250-COUNT-ONE-DAY
049400         THRU 4250-COUNT-ONE-DAY-EXIT
049500         UNTIL WS-CALENDAR-END
049600     MOVE WS-RUN-DATE TO DQ-LAST-AGED-DATE.
049700 4200-ADVANCE-AGE-EXIT.
049800     EXIT.
049900
050000 4250-COUNT-ONE-DAY.
050100     READ CONTROL-MASTER-FILE NEXT RECORD
050200         AT END
050300             MOVE 'Y' TO WS-CAL-END-SWITCH
050400             GO TO 4250-COUNT-ONE-DAY-EXIT
050500     END-READ
050600     IF NOT CT-BUSINESS-DAY-ENTRY OR
050700        CT-ENTRY-CODE (1:8) > WS-RUN-DATE
050800         MOVE 'Y' TO WS-CAL-END-SWITCH
050900         GO TO 4250-COUNT-ONE-DAY-EXIT
051000     END-IF
051100     IF DQ-DAYS-OVERDRAWN < 99999
051200         ADD 1 TO DQ-DAYS-OVERDRAWN
051300     END-IF.
051400 4250-COUNT-ONE-DAY-EXIT.
051500     EXIT.
051600
051700 4300-SET-BUCKET.
051800     IF DQ-DAYS-OVERDRAWN > 90
051900         MOVE '4' TO DQ-AGE-BUCKET
052000         ADD 1 TO WS-BUCKET-4-COUNT
052100     ELSE
052200         IF DQ-DAYS-OVERDRAWN > 60
052300             MOVE '3' TO DQ-AGE-BUCKET
052400             ADD 1 TO WS-BUCKET-3-COUNT
052500         ELSE
052600             IF DQ-DAYS-OVERDRAWN > 30
052700                 MOVE '2' TO DQ-AGE-BUCKET
052800                 ADD 1 TO WS-BUCKET-2-COUNT
052900             ELSE
053000                 MOVE '1' TO DQ-AGE-BUCKET
053100                 ADD 1 TO WS-BUCKET-1-COUNT
053200             END-IF
053300         END-IF
053400     END-IF.
053500 4300-SET-BUCKET-EXIT.
053600     EXIT.
053700
053800*--------------------------------------------------------------
053900* AN ACCOUNT NOT YET PROPOSED (OR DECIDED) IS PROPOSED FOR
054000* WRITE-OFF ONCE ITS AGE PASSES THE COMPANY'S CHARGE-OFF AGE.
054100*--------------------------------------------------------------
054200 4400-CHECK-CHARGEOFF.
054300     IF NOT DQ-NOT-PROPOSED
054400         GO TO 4400-CHECK-CHARGEOFF-EXIT
054500     END-IF
054600     IF BL-COMPANY-CODE NOT = WS-CURRENT-COMPANY
054700         PERFORM 4450-LOAD-CHARGEOFF-AGE
054800             THRU 4450-LOAD-CHARGEOFF-AGE-EXIT
054900     END-IF
055000     IF WS-CHARGEOFF-DAYS = ZERO OR
055100        DQ-DAYS-OVERDRAWN NOT > WS-CHARGEOFF-DAYS
055200         GO TO 4400-CHECK-CHARGEOFF-EXIT
055300     END-IF
055400     MOVE 'P' TO DQ-WRITEOFF-STATUS
055500     MOVE WS-RUN-DATE TO DQ-PROPOSED-DATE
055600     ADD 1 TO WS-PROPOSED-COUNT.
055700 4400-CHECK-CHARGEOFF-EXIT.
055800     EXIT.
055900
056000 4450-LOAD-CHARGEOFF-AGE.
056100     MOVE BL-COMPANY-CODE TO WS-CURRENT-COMPANY
056200     MOVE ZERO TO WS-CHARGEOFF-DAYS
056300     MOVE 'C' TO CT-ENTRY-TYPE
056400     MOVE SPACES TO CT-ENTRY-CODE
056500     MOVE BL-COMPANY-CODE TO CT-ENTRY-CODE
056600     READ CONTROL-MASTER-FILE
056700         INVALID KEY
056800             DISPLAY 'DLQ-AGE: COMPANY ' BL-COMPANY-CODE
056900                 ' HAS NO CTLMSTR ENTRY - NO WRITE-OFF PROPOSALS'
057000             GO TO 4450-LOAD-CHARGEOFF-AGE-EXIT
057100     END-READ
057200     IF CT-CO-CHARGEOFF-DAYS NUMERIC
057300         MOVE CT-CO-CHARGEOFF-DAYS TO WS-CHARGEOFF-DAYS
057400     END-IF.
057500 4450-LOAD-CHARGEOFF-AGE-EXIT.
057600     EXIT.
057700
057800*--------------------------------------------------------------
057900* A WRITE-OFF WAS STAGED BUT THE ACCOUNT HAS POSTED SINCE AND IS
058000* STILL BELOW ZERO - THE WRITE-OFF DID NOT POST, OR NEW DEBITS
058100* CAME IN WITH IT. THE DECISION IS SPENT AND THE ACCOUNT AGES ON
058200* FROM ITS ORIGINAL DATE, SO 4400 PROPOSES THE REMAINDER AGAIN.
058300*--------------------------------------------------------------
058400 4500-REOPEN-RESIDUAL.
058500     DISPLAY 'DLQ-AGE: ' DQ-COMPANY-CODE ' ' DQ-ACCOUNT-NUMBER
058600         ' STILL OVERDRAWN AFTER ITS STAGED WRITE-OFF - '
058700         'PROPOSAL REOPENED'
058800     ADD 1 TO WS-RESIDUAL-COUNT
058900     MOVE SPACE TO DQ-WRITEOFF-STATUS
059000     MOVE ZERO TO DQ-PROPOSED-DATE
059100     MOVE ZERO TO DQ-DECISION-DATE
059200     MOVE SPACES TO DQ-APPROVER-ID
059300     MOVE ZERO TO DQ-WRITEOFF-AMOUNT.
059400 4500-REOPEN-RESIDUAL-EXIT.
059500     EXIT.
059600
059700 7000-WRITE-COLLECTION-LINE.
059800     MOVE DQ-BRANCH-CODE TO CW-BRANCH-CODE
059900     MOVE DQ-COMPANY-CODE TO CW-COMPANY-CODE
060000     MOVE DQ-DAYS-OVERDRAWN TO CW-DAYS-OVERDRAWN
060100     MOVE DQ-ACCOUNT-NUMBER TO CW-ACCOUNT-NUMBER
060200     MOVE WS-CUSTOMER-NAME TO CW-CUSTOMER-NAME
060300     MOVE DQ-FIRST-OVERDRAWN-DATE TO CW-FIRST-OVERDRAWN-DATE
060400     MOVE DQ-OVERDRAWN-AMOUNT TO CW-OVERDRAWN-AMOUNT
060500     MOVE SPACE TO CW-FILL-1
060600     MOVE SPACE TO CW-FILL-2
060700     MOVE SPACE TO CW-FILL-3
060800     MOVE SPACE TO CW-FILL-4
060900     MOVE SPACE TO CW-FILL-5
061000     MOVE SPACE TO CW-FILL-6
061100     MOVE SPACE TO CW-FILL-7
061200     MOVE SPACE TO CW-FILL-8
061300     WRITE COLLECTION-RECORD.
061400 7000-WRITE-COLLECTION-LINE-EXIT.
061500     EXIT.
061600
061700*--------------------------------------------------------------
061800* CARRY-FILE MOVEMENT FOR CARRY-RECON - CLOSURES ARE ADDITIONS
061900* TO STATTRAN.
062000*--------------------------------------------------------------
062100 7500-LOG-CARRY-MOVEMENTS.
062200     IF WS-CLOSURE-COUNT = ZERO
062300         GO TO 7500-LOG-CARRY-MOVEMENTS-EXIT
062400     END-IF
062500     MOVE 'STATTRAN' TO WS-CL-FILE-NAME
062600     MOVE 'A' TO WS-CL-MOVE-TYPE
062700     MOVE WS-CLOSURE-COUNT TO WS-CL-COUNT
062800     CALL 'CARRY-LOG' USING WS-CARRY-PARM.
062900 7500-LOG-CARRY-MOVEMENTS-EXIT.
063000     EXIT.
063100
063200*--------------------------------------------------------------
063300* RETURN-CODE IS SET HERE, AFTER THE LAST SUBPROGRAM CALL - A
063400* CALL / RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
063500* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
063600*--------------------------------------------------------------
063700 8000-SUMMARIZE.
063800     MOVE WS-OVERDRAWN-TOTAL TO WS-EDIT-AMOUNT
063900     DISPLAY 'DLQ-AGE: ACCOUNTS READ.......... ' WS-ACCOUNT-COUNT
064000     DISPLAY 'DLQ-AGE: OVERDRAWN.............. '
064100         WS-OVERDRAWN-COUNT
064200     DISPLAY 'DLQ-AGE: OVERDRAWN TOTAL........ ' WS-EDIT-AMOUNT
064300     DISPLAY 'DLQ-AGE: NEWLY OVERDRAWN........ ' WS-NEW-COUNT
064400     DISPLAY 'DLQ-AGE: AGED 1-30.............. '
064500         WS-BUCKET-1-COUNT
064600     DISPLAY 'DLQ-AGE: AGED 31-60............. '
064700         WS-BUCKET-2-COUNT
064800     DISPLAY 'DLQ-AGE: AGED 61-90............. '
064900         WS-BUCKET-3-COUNT
065000     DISPLAY 'DLQ-AGE: AGED 90+............... '
065100         WS-BUCKET-4-COUNT
065200     DISPLAY 'DLQ-AGE: CURED.................. ' WS-CURED-COUNT
065300     DISPLAY 'DLQ-AGE: PROPOSED TODAY......... '
065400         WS-PROPOSED-COUNT
065500     DISPLAY 'DLQ-AGE: AWAITING A DECISION.... '
065600         WS-AWAITING-COUNT
065700     DISPLAY 'DLQ-AGE: WRITE-OFFS STAGED...... ' WS-STAGED-COUNT
065800     DISPLAY 'DLQ-AGE: PROPOSALS REOPENED..... '
065900         WS-RESIDUAL-COUNT
066000     DISPLAY 'DLQ-AGE: CLOSURES TO STATTRAN... '
066100         WS-CLOSURE-COUNT
066200     IF NOT WS-COLLECTION-FILE-OPEN
066300         MOVE 8 TO RETURN-CODE
066400     END-IF
066500     IF WS-AWAITING-COUNT > 0 AND RETURN-CODE < 4
066600         MOVE 4 TO RETURN-CODE
066700     END-IF.
066800 8000-SUMMARIZE-EXIT.
066900     EXIT.
067000
067100 9999-TERMINATE.
067200     IF WS-BALANCE-FILE-OPEN
067300         CLOSE BALANCE-FILE
067400     END-IF
067500     IF WS-CONTROL-FILE-OPEN
067600         CLOSE CONTROL-MASTER-FILE
067700     END-IF
067800     IF WS-DELINQUENCY-FILE-OPEN
067900         CLOSE DELINQUENCY-FILE
068000     END-IF
068100     IF WS-STATUS-TRAN-FILE-OPEN
068200         CLOSE STATUS-TRAN-FILE
068300     END-IF
068400     IF WS-COLLECTION-FILE-OPEN
068500         CLOSE COLLECTION-FILE
068600     END-IF
068700     IF WS-MASTER-FILE-OPEN
068800         CLOSE MASTER-FILE
068900     END-IF
069000     IF WS-CUSTOMER-FILE-OPEN
069100         CLOSE CUSTOMER-FILE
069200     END-IF.
069300 9999-TERMINATE-EXIT.
069400     EXIT.
