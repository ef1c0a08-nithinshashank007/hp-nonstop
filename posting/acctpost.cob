008100*                   CURRENT-DATE, SO A BACK-DATED CATCH-UP RUN
008200*                   STAMPS ITSELF WITH THE BUSINESS DAY BEING
008300*                   PROCESSED, NOT THE WALL-CLOCK DAY.
008310* 2026-10-15  DLBS  THE DETAIL'S TRANSACTION CLASS IS CARRIED
008320*                   ONTO ITS ACTHIST RECORD (AH-TRANS-CLASS) SO
008330*                   STATEMENTS CAN SHOW CAPITALIZED INTEREST
008340*                   APART FROM CUSTOMER ACTIVITY.
008341* 2026-10-15  DLBS  DEBITS ARE NOW CHECKED AGAINST THE ACCOUNT'S
008342*                   APPROVED OVERDRAFT LIMIT (LMTMSTR, MAINTAINED
008343*                   BY LIMIT-MAINT). A CUSTOMER DEBIT THAT WOULD
008344*                   TAKE THE NET BALANCE PAST THE LIMIT - OR
008345*                   BELOW ZERO WHERE NO UNEXPIRED LIMIT IS ON
008346*                   FILE - IS NOT POSTED: IT IS JOURNALED WITH
008347*                   NEW-ACCOUNT FLAG 'H' AND WRITTEN TO THE
008348*                   LMTEXCP LIMIT-EXCEPTION FILE FOR REVIEW.
008349*                   LMT-RELEASE RE-STAGES APPROVED ITEMS
008350*                   MARKED IR-LIMIT-OVERRIDE, WHICH BYPASS THE
008351*                   CHECK. HELD ITEMS STAY IN THE DETAIL COUNT
008352*                   AND AMOUNT TOTALS SO RUN-VERIFY'S CROSS-FOOT
008353*                   AGAINST FILE-DEMO STILL TIES, AND ARE
008354*                   REPORTED AS THE RUN-LOG REJECTED COUNT. NO
008355*                   LMTMSTR ON FILE BYPASSES THE CHECK WITH A
008356*                   WARNING ALERT.
008363* 2026-10-15  DLBS  THE BALANCE INQUIRY NOW SHOWS THE ACCOUNT'S
008370*                   ACTIVE FUNDS HOLDS (FNDHOLD, MAINTAINED BY
008377*                   FHOLD-MAINT) AND THE AVAILABLE BALANCE - NET
008384*                   LESS ACTIVE HOLDS - BESIDE THE LEDGER FIGURES.
008391*                   A HOLD PAST ITS EXPIRY DATE IS NOT COUNTED.
008392* 2026-10-15  DLBS  TWO-LEGGED TRANSFERS ('XF' CLASS) - THE FROM
008393*                   ACCOUNT IS CREDITED AND THE TO ACCOUNT DEBITED
008394*                   BY THE AMOUNT MOVED, UNDER ONE JOURNAL ENTRY:
008395*                   BOTH LEGS ARE JOURNALED, SHARING THE DETAIL'S
008396*                   SEQUENCE AND FLAGGED 'F'/'T' IN THE NEW
008397*                   JR-TRANSFER-LEG (PSTJRNL LRECL 106), BEFORE
008398*                   EITHER MASTER IS STORED. AN 'R' RESUME COUNTS
008399*                   THE TRANSFER ONLY ONCE ITS 'T' LEG IS ON THE
008400*                   JOURNAL, SO A HALF-JOURNALED TRANSFER IS
008401*                   POSTED AGAIN WHOLE. THE FROM LEG IS LIMIT-
008402*                   CHECKED LIKE A CUSTOMER DEBIT AND A HELD
008403*                   TRANSFER HOLDS BOTH LEGS. THE RUN TOTALS COUNT
008404*                   A TRANSFER ONCE, AT THE AMOUNT MOVED, AS EVERY
008405*                   STEP UPSTREAM DOES. EACH LEG'S ACTHIST RECORD
008406*                   CARRIES ITS LEG AND THE OTHER LEG'S COMPANY.
008407* 2026-10-15  DLBS  'RV' REVERSALS - THE EXACT NEGATION OF AN
008408*                   ACTHIST ENTRY POSTS TO ITS ACCOUNT UNDER THE
008409*                   ENTRY'S OWN CLASS, AND AN OPTIONAL CORRECTED
008410*                   RE-POST IN THE SAME STEP. A LONE REVERSAL IS
008411*                   JOURNALED 'R'; WITH A CORRECTION THE LEGS ARE
008412*                   'V' AND 'C' UNDER ONE SEQUENCE, BOTH JOURNALED
008413*                   BEFORE EITHER STORE. THE REVERSAL'S HISTORY
008414*                   ROW ('R') AND THE CORRECTION'S ('C') LINK TO
008415*                   THE ORIGINAL, WHICH IS MARKED REVERSED ('X')
008416*                   AND LINKED BACK. EVERY REVERSAL IS LISTED ON
008417*                   THE NEW REVREG REGISTER WITH ITS REQUESTING
008418*                   OPERATOR.
008419* 2026-10-15  DLBS  NEW HISTORY ROWS GO OUT WITH THE REGULATORY
008420*                   FILING MARKS CLEAR.
008421* 2026-10-15  DLBS  PARTITIONED POSTING - A POSTING CARD MAY NOW
008422*                   CARRY A PARTITION DIGIT ('1'-'4') IN COLUMN 2.
008423*                   DLBATCH RUNS ONE STEP PER PARTITION, EACH
008424*                   READING ITS OWN SLICE OF THE KEY-SORTED
008425*                   DETAILS (POST-SPLIT) AND WRITING ITS OWN
008426*                   PSTJRNL, AND EACH CHECKS IN WITH RESTART-MGR
008427*                   AND LOGS TO RUNLOG AS ACCT-POST-N, SO A FAILED
008428*                   PARTITION RESUMES OR BACKS OUT ALONE.
008429*                   POST-MERGE PROVES THE PARTITIONS ADD BACK TO
008430*                   FILE-DEMO. EVERY HISTORY ROW CARRIES ITS
008431*                   PARTITION. A BLANK PARTITION IS THE
008432*                   UNPARTITIONED RUN AS BEFORE.
008433* 2026-10-15  DLBS  THE 'I' INQUIRY CARD NOW CARRIES THE
008434*                   REQUESTING OPERATOR IN COLUMNS 15-22 - A CARD
008435*                   WITHOUT ONE IS REFUSED WITH RC=8 - AND EVERY
008436*                   BALANCE INQUIRY IS WRITTEN TO THE
008437*                   CUSTOMER-DATA ACCESS LOG (TYPE BI) THROUGH THE
008438*                   SHARED ACCESS-LOG SUBPROGRAM.
008439* 2026-10-15  DLBS  SIMULATION MODE FOR THE DLSIM DRY RUN. WHEN
008440*                   SIM-MODE SAYS THE RUN IS SIMULATED THE STEP
008441*                   POSTS TO THE DLSIM COPY OF BALMSTR, OPENS
008442*                   ACTHIST INPUT ONLY (NO HISTORY ROW, NO
008443*                   REVERSAL LINK), STARTS LMTEXCP AND REVREG
008444*                   EMPTY (THEY ARE DLSIM'S OWN DATASETS), AND
008445*                   STAMPS ITS SUMMARY SIMULATION.
008446*--------------------------------------------------------------
008500 ENVIRONMENT DIVISION.
008600 INPUT-OUTPUT SECTION.
008700 FILE-CONTROL.
010600         ACCESS MODE IS RANDOM
010700         RECORD KEY IS AH-HISTORY-KEY
010800         FILE STATUS IS FS-HISTORY-FILE.
010810     SELECT LIMIT-FILE ASSIGN TO 'LMTMSTR'
010820         ORGANIZATION IS INDEXED
010830         ACCESS MODE IS RANDOM
010840         RECORD KEY IS LM-MASTER-KEY
010850         FILE STATUS IS FS-LIMIT-FILE.
010860     SELECT LIMIT-EXCEPTION-FILE ASSIGN TO 'LMTEXCP'
010870         ORGANIZATION IS LINE SEQUENTIAL
010880         FILE STATUS IS FS-LIMIT-EXCEPTION-FILE.
010883     SELECT HOLD-FILE ASSIGN TO 'FNDHOLD'
010886         ORGANIZATION IS INDEXED
010889         ACCESS MODE IS DYNAMIC
010892         RECORD KEY IS FH-HOLD-KEY
010895         FILE STATUS IS FS-HOLD-FILE.
010896     SELECT REVERSAL-REG-FILE ASSIGN TO 'REVREG'
010897         ORGANIZATION IS LINE SEQUENTIAL
010898         FILE STATUS IS FS-REVERSAL-REG-FILE.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
014100     05  JR-FILL-5               PIC X(01).
014200     05  JR-APPLIED-AMOUNT       PIC S9(07)V99 SIGN IS
014300                                     LEADING SEPARATE CHARACTER.
014320     05  JR-FILL-6               PIC X(01).
014340     05  JR-TRANSFER-LEG         PIC X(01).
014360         88  JR-FROM-LEG                 VALUE 'F'.
014380         88  JR-TO-LEG                   VALUE 'T'.
014381         88  JR-REVERSAL-ONLY            VALUE 'R'.
014382         88  JR-REVERSAL-LEG             VALUE 'V'.
014383         88  JR-CORRECTION-LEG           VALUE 'C'.
014384
014385*--------------------------------------------------------------
014386* DAILY REVERSAL REGISTER - ONE LINE PER REVERSAL POSTED.
014387*--------------------------------------------------------------
014388 FD  REVERSAL-REG-FILE
014389     LABEL RECORDS ARE STANDARD.
014390 01  REVERSAL-REG-RECORD.
014391     05  RR-RUN-DATE             PIC 9(08).
014392     05  RR-FILL-1               PIC X(01).
014393     05  RR-OPERATOR             PIC X(08).
014394     05  RR-FILL-2               PIC X(01).
014395     05  RR-MASTER-KEY           PIC X(13).
014396     05  RR-FILL-3               PIC X(01).
014397     05  RR-REVERSED-POST-DATE   PIC 9(08).
014398     05  RR-FILL-4               PIC X(01).
014399     05  RR-REVERSED-SEQUENCE    PIC 9(05).
014400     05  RR-FILL-5               PIC X(01).
014401     05  RR-REVERSAL-SEQUENCE    PIC 9(05).
014402     05  RR-FILL-6               PIC X(01).
014403     05  RR-REVERSAL-AMOUNT      PIC S9(07)V99 SIGN IS
014404                                     LEADING SEPARATE CHARACTER.
014405     05  RR-FILL-7               PIC X(01).
014406     05  RR-CORRECTION-KEY       PIC X(13).
014407     05  RR-FILL-8               PIC X(01).
014408     05  RR-CORRECTED-AMOUNT     PIC S9(07)V99 SIGN IS
014409                                     LEADING SEPARATE CHARACTER.
014410
014500 FD  CUSTOMER-REF-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  CUSTOMER-REF-RECORD.
014800     COPY CUSTREC.
014805
014810 FD  LIMIT-FILE
014815     LABEL RECORDS ARE STANDARD.
014820 01  LIMIT-RECORD.
014825     COPY LIMITREC.
014830
014835 FD  LIMIT-EXCEPTION-FILE
014840     LABEL RECORDS ARE STANDARD.
014845 01  LIMIT-EXCEPTION-RECORD.
014850     05  LX-ORIGINAL-RECORD      PIC X(80).
014855     05  LX-FILL-1               PIC X(01).
014860     05  LX-HELD-DATE            PIC 9(08).
014865     05  LX-FILL-2               PIC X(01).
014870     05  LX-SEQUENCE             PIC 9(07).
014875     05  LX-FILL-3               PIC X(01).
014880     05  LX-NET-BALANCE          PIC S9(09)V99 SIGN IS
014885                                     LEADING SEPARATE CHARACTER.
014890     05  LX-FILL-4               PIC X(01).
014895     05  LX-LIMIT-AMOUNT         PIC 9(07)V99.
014900
014920 FD  HOLD-FILE
014940     LABEL RECORDS ARE STANDARD.
014960 01  HOLD-RECORD.
014980     COPY FHOLDREC.
014990
015000 WORKING-STORAGE SECTION.
015100 01  FS-VALID-FILE               PIC X(02) VALUE '00'.
015200 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
015300 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
015400 01  FS-CUSTOMER-REF-FILE        PIC X(02) VALUE '00'.
015500 01  FS-JOURNAL-FILE             PIC X(02) VALUE '00'.
015510 01  FS-LIMIT-FILE               PIC X(02) VALUE '00'.
015520 01  FS-LIMIT-EXCEPTION-FILE     PIC X(02) VALUE '00'.
015560 01  FS-HOLD-FILE                PIC X(02) VALUE '00'.
015580 01  FS-REVERSAL-REG-FILE        PIC X(02) VALUE '00'.
015600 01  WS-SWITCHES.
015700     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
015800         88  END-OF-FILE                    VALUE 'Y'.
016600         88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.
016700     05  WS-HIST-WRITE-SWITCH    PIC X(01).
016800         88  WS-HISTORY-WRITTEN              VALUE 'Y'.
016810     05  WS-LIMIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
016820         88  WS-LIMIT-FILE-OPEN              VALUE 'Y'.
016830     05  WS-LMTX-OPEN-SWITCH     PIC X(01) VALUE 'N'.
016840         88  WS-LIMIT-EXCP-FILE-OPEN         VALUE 'Y'.
016850     05  WS-LIMIT-HELD-SWITCH    PIC X(01).
016860         88  WS-LIMIT-HELD                   VALUE 'Y'.
016870     05  WS-HOLD-EOF-SWITCH      PIC X(01).
016880         88  WS-HOLD-SCAN-DONE               VALUE 'Y'.
016886     05  WS-XFER-PENDING-SWITCH  PIC X(01) VALUE 'N'.
016892         88  WS-TRANSFER-PENDING             VALUE 'Y'.
016893     05  WS-REVREG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
016894         88  WS-REVERSAL-REG-OPEN            VALUE 'Y'.
016895     05  WS-REV-PENDING-SWITCH   PIC X(01) VALUE 'N'.
016896         88  WS-REVERSAL-PENDING             VALUE 'Y'.
016900
017000*--------------------------------------------------------------
017100* POSTING / INQUIRY CONTROL CARD - FLAG 'I' RUNS A KEYED
017200* INQUIRY FOR THE ACCOUNT ON THE CARD AND SKIPS THE POSTING
017300* PASS; ANYTHING ELSE (OR NO CARD) RUNS THE NORMAL DAILY POST.
017310* AN INQUIRY CARD NAMES THE REQUESTING OPERATOR AFTER THE
017320* COMPANY - THE LOOKUP IS ACCESS-LOGGED UNDER THAT ID.
017330* ON A POSTING OR RESUME CARD COLUMN 2 NAMES THE POSTING
017360* PARTITION ('P1', 'R3'); BLANK IS AN UNPARTITIONED RUN.
017400*--------------------------------------------------------------
017500 01  WS-POST-CARD.
017600     05  WS-INQUIRY-FLAG         PIC X(01).
017700         88  WS-INQUIRY-REQUESTED            VALUE 'I'.
017800         88  WS-RESUME-REQUESTED             VALUE 'R'.
017900     05  WS-INQUIRY-KEY          PIC X(10).
017910     05  WS-PARTITION-FIELDS     REDEFINES WS-INQUIRY-KEY.
017920         10  WS-POST-PARTITION   PIC X(01).
017930             88  WS-UNPARTITIONED-RUN        VALUE SPACE.
017940             88  WS-VALID-PARTITION          VALUE '1' THRU '4'.
017950         10  FILLER              PIC X(09).
018000     05  WS-INQUIRY-COMPANY      PIC X(03).
018004     05  WS-INQUIRY-OPERATOR     PIC X(08).
018009
018018*--------------------------------------------------------------
018027* A PARTITION RUN CHECKS IN, LOGS, AND ALERTS UNDER ITS OWN
018036* PROGRAM ID SO EACH PARTITION HAS ITS OWN RESTART POINT AND
018045* RUNLOG END RECORD.
018054*--------------------------------------------------------------
018063 01  WS-PARTITION-PROGRAM-ID.
018072     05  FILLER                  PIC X(10) VALUE 'ACCT-POST-'.
018081     05  WS-PP-PARTITION         PIC X(01).
018090     05  FILLER                  PIC X(01) VALUE SPACE.
018100
018200 01  WS-RUN-DATE                 PIC 9(08).
018300 01  WS-DETAIL-AMOUNT            PIC S9(07)V99 COMP-3.
018306
018312*--------------------------------------------------------------
018318* THE ACCOUNT BEING POSTED - THE DETAIL'S OWN KEY, OR EITHER LEG
018324* OF A TRANSFER IN TURN. THE FROM LEG'S UPDATED RECORD WAITS IN
018330* WS-FROM-AFTER-IMAGE WHILE THE TO LEG IS FETCHED AND JOURNALED.
018336*--------------------------------------------------------------
018342 01  WS-POSTING-KEY.
018348     05  WS-POSTING-COMPANY      PIC X(03).
018354     05  WS-POSTING-ACCOUNT      PIC X(10).
018360 01  WS-TRANSFER-LEG             PIC X(01).
018366 01  WS-CONTRA-COMPANY           PIC X(03).
018372 01  WS-FROM-AFTER-IMAGE         PIC X(60).
018378 01  WS-FROM-FOUND-SWITCH        PIC X(01).
018384 01  WS-PENDING-NEW-FLAG         PIC X(01).
018385*--------------------------------------------------------------
018386* HISTORY CLASS, REVERSAL STATUS, AND LINK FOR THE ROW 4500
018387* WRITES - A REVERSAL'S ROWS TAKE THE ORIGINAL ENTRY'S CLASS.
018388*--------------------------------------------------------------
018389 01  WS-HISTORY-CLASS            PIC X(02).
018390 01  WS-REVERSAL-STATUS          PIC X(01).
018391 01  WS-LINK-KEY.
018392     05  WS-LINK-ACCOUNT         PIC X(10).
018393     05  WS-LINK-POST-DATE       PIC 9(08).
018394     05  WS-LINK-SEQUENCE        PIC 9(05).
018395 01  WS-REVERSAL-SEQUENCE        PIC 9(05).
018396 01  WS-PENDING-KEY              PIC X(13).
018397 01  WS-PENDING-AMOUNT           PIC S9(07)V99 COMP-3.
018400
018500 01  WS-COUNTERS.
018600     05  WS-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
018700     05  WS-ACCOUNT-ADD-COUNT    PIC 9(07) COMP VALUE ZERO.
018800     05  WS-ACCOUNT-UPD-COUNT    PIC 9(07) COMP VALUE ZERO.
018900     05  WS-HISTORY-COUNT        PIC 9(07) COMP VALUE ZERO.
018910     05  WS-LIMIT-HELD-COUNT     PIC 9(07) COMP VALUE ZERO.
018950     05  WS-TRANSFER-COUNT       PIC 9(07) COMP VALUE ZERO.
018960     05  WS-REVERSAL-COUNT       PIC 9(07) COMP VALUE ZERO.
018970     05  WS-CORRECTION-COUNT     PIC 9(07) COMP VALUE ZERO.
019000 01  WS-HISTORY-SEQUENCE         PIC 9(05) COMP.
019100 01  WS-BEFORE-IMAGE             PIC X(60).
019200 01  WS-NEW-ACCOUNT-FLAG         PIC X(01).
019900                                     VALUE ZERO.
020000 01  WS-CREDIT-TOTAL             PIC S9(11)V99 COMP-3
020100                                     VALUE ZERO.
020110 01  WS-PROSPECTIVE-NET          PIC S9(11)V99 COMP-3.
020115 01  WS-ACTIVE-LIMIT             PIC 9(07)V99 COMP-3.
020116 01  WS-HOLD-TOTAL               PIC S9(11)V99 COMP-3.
020117 01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 COMP-3.
020120
020125*--------------------------------------------------------------
020130* ALERT-WRITER CALL PARAMETER
020135*--------------------------------------------------------------
020140 01  WS-ALERT-PARM.
020145     05  WS-AL-PROGRAM-ID        PIC X(12) VALUE 'ACCT-POST'.
020150     05  WS-AL-SEVERITY          PIC X(01).
020155     05  WS-AL-ALERT-CODE        PIC X(08).
020160     05  WS-AL-ALERT-TEXT        PIC X(40).
020163
020166*--------------------------------------------------------------
020169* SHARED ACCESS-LOG CALL PARAMETER - BALANCE INQUIRY ONLY
020172*--------------------------------------------------------------
020175 01  WS-ACCESS-PARM.
020178     05  WS-AX-FUNCTION          PIC X(01).
020181     05  WS-AX-OPERATOR-ID       PIC X(08).
020184     05  WS-AX-PROGRAM-ID        PIC X(12) VALUE 'ACCT-POST'.
020187     05  WS-AX-COMPANY-CODE      PIC X(03).
020190     05  WS-AX-ACCOUNT-NUMBER    PIC X(10).
020193     05  WS-AX-INQUIRY-TYPE      PIC X(02).
020200
020300*--------------------------------------------------------------
020400* EDITED FIELDS FOR THE INQUIRY DISPLAY
023000     05  WS-RM-PROGRAM-ID        PIC X(12) VALUE 'ACCT-POST'.
023100     05  WS-RM-SKIP-SWITCH       PIC X(01).
023200         88  WS-RM-STEP-DONE             VALUE 'Y'.
023210
023220*--------------------------------------------------------------
023230* RUN MODE FROM SIM-MODE - 'Y' ON A DLSIM SIMULATED RUN
023240*--------------------------------------------------------------
023250 01  WS-SIMULATION-SWITCH        PIC X(01) VALUE 'N'.
023260     88  WS-SIMULATION-RUN               VALUE 'Y'.
023300
023400 PROCEDURE DIVISION.
023500 0000-MAINLINE.
023600     ACCEPT WS-POST-CARD FROM SYSIN
023601     IF WS-INQUIRY-REQUESTED AND WS-INQUIRY-OPERATOR = SPACES
023602         DISPLAY 'ACCT-POST: NO OPERATOR ON THE INQUIRY CARD - '
023603             'INQUIRY REFUSED'
023604         MOVE 8 TO RETURN-CODE
023605         STOP RUN
023606     END-IF
023607     IF NOT WS-INQUIRY-REQUESTED AND NOT WS-UNPARTITIONED-RUN
023614         IF NOT WS-VALID-PARTITION
023621             DISPLAY 'ACCT-POST: INVALID POSTING PARTITION '''
023628                 WS-POST-PARTITION ''' ON CONTROL CARD'
023635             MOVE 8 TO RETURN-CODE
023642             STOP RUN
023649         END-IF
023656         MOVE WS-POST-PARTITION TO WS-PP-PARTITION
023663         MOVE WS-PARTITION-PROGRAM-ID TO WS-RL-PROGRAM-ID
023670         MOVE WS-PARTITION-PROGRAM-ID TO WS-RM-PROGRAM-ID
023677         MOVE WS-PARTITION-PROGRAM-ID TO WS-AL-PROGRAM-ID
023684         DISPLAY 'ACCT-POST: POSTING PARTITION ' WS-POST-PARTITION
023691     END-IF
023692     CALL 'SIM-MODE' USING WS-SIMULATION-SWITCH
023693     IF WS-SIMULATION-RUN AND NOT WS-INQUIRY-REQUESTED
023694         DISPLAY 'ACCT-POST: *** SIMULATION *** - POSTING TO THE '
023695             'DLSIM BALMSTR, ACTHIST NOT WRITTEN'
023696     END-IF
023700     IF NOT WS-INQUIRY-REQUESTED
023800         MOVE 'C' TO WS-RM-FUNCTION
023900         CALL 'RESTART-MGR' USING WS-RESTART-PARM
026400         MOVE WS-DETAIL-COUNT TO WS-RL-READ-COUNT
026500         ADD WS-ACCOUNT-ADD-COUNT WS-ACCOUNT-UPD-COUNT
026600             GIVING WS-RL-WRITTEN-COUNT
026650         MOVE WS-LIMIT-HELD-COUNT TO WS-RL-REJECTED-COUNT
026700         MOVE WS-DEBIT-TOTAL TO WS-RL-DEBIT-AMOUNT
026800         MOVE WS-CREDIT-TOTAL TO WS-RL-CREDIT-AMOUNT
026900         COMPUTE WS-RL-NET-AMOUNT = WS-DEBIT-TOTAL
027600         MOVE 'M' TO WS-RM-FUNCTION
027700         CALL 'RESTART-MGR' USING WS-RESTART-PARM
027800     END-IF
027820     IF WS-INQUIRY-REQUESTED
027840         MOVE 'C' TO WS-AX-FUNCTION
027860         CALL 'ACCESS-LOG' USING WS-ACCESS-PARM
027880     END-IF
027900*--------------------------------------------------------------
028000* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
028100* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
032500         MOVE 'Y' TO EOF-SWITCH
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF
032800*--------------------------------------------------------------
032900* A SIMULATED RUN READS ACTHIST FOR REVERSAL MATCHING BUT NEVER
033000* WRITES IT - SEE 4200 AND 4500.
033100*--------------------------------------------------------------
033200     IF WS-SIMULATION-RUN
033300         OPEN INPUT HISTORY-FILE
033310     ELSE
033320         OPEN I-O HISTORY-FILE
033330         IF FS-HISTORY-FILE = '35'
033340             OPEN OUTPUT HISTORY-FILE
033350             IF FS-HISTORY-FILE = '00'
033360                 CLOSE HISTORY-FILE
033370                 OPEN I-O HISTORY-FILE
033380             END-IF
033400         END-IF
033500     END-IF
033600     IF FS-HISTORY-FILE NOT = '00' AND '05'
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF
034200     MOVE 'Y' TO WS-HIST-OPEN-SWITCH
034230     PERFORM 1600-OPEN-LIMIT-FILES
034260         THRU 1600-OPEN-LIMIT-FILES-EXIT
034262     IF WS-SIMULATION-RUN
034266         OPEN OUTPUT REVERSAL-REG-FILE
034267     ELSE
034268         OPEN EXTEND REVERSAL-REG-FILE
034269         IF FS-REVERSAL-REG-FILE = '35'
034270             OPEN OUTPUT REVERSAL-REG-FILE
034271         END-IF
034272     END-IF
034273     IF FS-REVERSAL-REG-FILE = '00'
034274         MOVE 'Y' TO WS-REVREG-OPEN-SWITCH
034275     ELSE
034276         DISPLAY 'ACCT-POST: REVREG OPEN FAILED, STATUS='
034278             FS-REVERSAL-REG-FILE ' - REVERSALS NOT REGISTERED'
034280         MOVE 'W' TO WS-AL-SEVERITY
034282         MOVE 'REVNOREG' TO WS-AL-ALERT-CODE
034284         MOVE 'REVREG UNAVAILABLE - REVERSALS UNLISTED'
034286             TO WS-AL-ALERT-TEXT
034288         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
034290     END-IF
034300     PERFORM 2100-READ-DETAIL
034400         THRU 2100-READ-DETAIL-EXIT.
034500 1000-INITIALIZE-EXIT.
041000         MOVE 8 TO RETURN-CODE
041100         GO TO 1550-SCAN-ONE-JOURNAL-EXIT
041200     END-IF
041201     IF JR-REVERSAL-ONLY OR JR-REVERSAL-LEG OR JR-CORRECTION-LEG
041202         PERFORM 1750-SCAN-REVERSAL-LEG
041203             THRU 1750-SCAN-REVERSAL-LEG-EXIT
041204         GO TO 1550-SCAN-ONE-JOURNAL-EXIT
041205     END-IF
041210     IF JR-TRANSFER-LEG NOT = SPACE
041220         PERFORM 1700-SCAN-TRANSFER-LEG
041230             THRU 1700-SCAN-TRANSFER-LEG-EXIT
041240         GO TO 1550-SCAN-ONE-JOURNAL-EXIT
041250     END-IF
041300     ADD 1 TO WS-DETAIL-COUNT
041400     IF JR-NEW-FLAG = 'Y'
041500         ADD 1 TO WS-ACCOUNT-ADD-COUNT
041600     ELSE
041630         IF JR-NEW-FLAG = 'H'
041660             ADD 1 TO WS-LIMIT-HELD-COUNT
041690         ELSE
041720             ADD 1 TO WS-ACCOUNT-UPD-COUNT
041750         END-IF
041800     END-IF
041900     IF JR-APPLIED-AMOUNT < ZERO
042000         SUBTRACT JR-APPLIED-AMOUNT FROM WS-CREDIT-TOTAL
042300     END-IF.
042400 1550-SCAN-ONE-JOURNAL-EXIT.
042500     EXIT.
042504
042508*--------------------------------------------------------------
042512* OVERDRAFT LIMITS - LMTMSTR IS READ BY KEY FOR EACH CUSTOMER
042516* DEBIT; HELD DEBITS ARE APPENDED TO LMTEXCP, WHICH CARRIES
042520* FROM DAY TO DAY UNTIL LMT-RELEASE WORKS IT. NO LIMIT
042524* MASTER ON FILE BYPASSES THE CHECK - EVERY DEBIT POSTS - AND
042528* RAISES A WARNING SO THE GAP IS SEEN AT SIGN-OFF.
042532*--------------------------------------------------------------
042536 1600-OPEN-LIMIT-FILES.
042540     OPEN INPUT LIMIT-FILE
042544     IF FS-LIMIT-FILE NOT = '00' AND '05'
042548         DISPLAY 'ACCT-POST: LMTMSTR OPEN FAILED, STATUS='
042552             FS-LIMIT-FILE ' - OVERDRAFT LIMIT CHECK BYPASSED'
042556         MOVE 'LMTMSTR MISSING - LIMIT CHECK BYPASSED'
042560             TO WS-AL-ALERT-TEXT
042564         PERFORM 1650-RAISE-BYPASS-ALERT
042568             THRU 1650-RAISE-BYPASS-ALERT-EXIT
042572         GO TO 1600-OPEN-LIMIT-FILES-EXIT
042576     END-IF
042580     MOVE 'Y' TO WS-LIMIT-OPEN-SWITCH
042584     IF WS-SIMULATION-RUN
042592         OPEN OUTPUT LIMIT-EXCEPTION-FILE
042593     ELSE
042594         OPEN EXTEND LIMIT-EXCEPTION-FILE
042595         IF FS-LIMIT-EXCEPTION-FILE = '35'
042596             OPEN OUTPUT LIMIT-EXCEPTION-FILE
042597         END-IF
042598     END-IF
042600     IF FS-LIMIT-EXCEPTION-FILE NOT = '00'
042604         DISPLAY 'ACCT-POST: LMTEXCP OPEN FAILED, STATUS='
042608             FS-LIMIT-EXCEPTION-FILE
042612             ' - OVERDRAFT LIMIT CHECK BYPASSED'
042616         MOVE 'LMTEXCP UNAVAILABLE - LIMIT CHECK BYPASSED'
042620             TO WS-AL-ALERT-TEXT
042624         PERFORM 1650-RAISE-BYPASS-ALERT
042628             THRU 1650-RAISE-BYPASS-ALERT-EXIT
042632         CLOSE LIMIT-FILE
042636         MOVE 'N' TO WS-LIMIT-OPEN-SWITCH
042640         GO TO 1600-OPEN-LIMIT-FILES-EXIT
042644     END-IF
042648     MOVE 'Y' TO WS-LMTX-OPEN-SWITCH.
042652 1600-OPEN-LIMIT-FILES-EXIT.
042656     EXIT.
042660
042664 1650-RAISE-BYPASS-ALERT.
042668     MOVE 'W' TO WS-AL-SEVERITY
042672     MOVE 'NOLIMITS' TO WS-AL-ALERT-CODE
042676     CALL 'ALERT-WRITER' USING WS-ALERT-PARM.
042680 1650-RAISE-BYPASS-ALERT-EXIT.
042684     EXIT.
042700
042701*--------------------------------------------------------------
042702* A TRANSFER IS ONE DETAIL ON THE JOURNAL - THE 'F' LEG IS HELD
042703* PENDING AND THE DETAIL COUNTS ONLY WHEN ITS 'T' LEG FOLLOWS. AN
042704* 'F' LEG LEFT PENDING AT END OF JOURNAL WAS NEVER STORED (BOTH
042705* LEGS ARE JOURNALED AHEAD OF EITHER STORE), SO THE RESUME POSTS
042706* THAT TRANSFER AGAIN FROM THE TOP. A HELD TRANSFER IS A SINGLE
042707* 'H' RECORD ON THE FROM LEG. THE RUN TOTALS TAKE THE AMOUNT
042708* MOVED ONCE, ON THE DEBIT SIDE, AS FILE-DEMO COUNTED IT.
042709*--------------------------------------------------------------
042710 1700-SCAN-TRANSFER-LEG.
042711     IF JR-NEW-FLAG = 'H'
042712         ADD 1 TO WS-DETAIL-COUNT
042713         ADD 1 TO WS-TRANSFER-COUNT
042714         ADD 1 TO WS-LIMIT-HELD-COUNT
042715         SUBTRACT JR-APPLIED-AMOUNT FROM WS-DEBIT-TOTAL
042716         GO TO 1700-SCAN-TRANSFER-LEG-EXIT
042717     END-IF
042718     IF JR-FROM-LEG
042719         MOVE JR-NEW-FLAG TO WS-PENDING-NEW-FLAG
042720         MOVE 'Y' TO WS-XFER-PENDING-SWITCH
042721         GO TO 1700-SCAN-TRANSFER-LEG-EXIT
042722     END-IF
042723     IF NOT WS-TRANSFER-PENDING
042724         GO TO 1700-SCAN-TRANSFER-LEG-EXIT
042725     END-IF
042726     MOVE 'N' TO WS-XFER-PENDING-SWITCH
042727     ADD 1 TO WS-DETAIL-COUNT
042728     ADD 1 TO WS-TRANSFER-COUNT
042729     ADD JR-APPLIED-AMOUNT TO WS-DEBIT-TOTAL
042730     IF WS-PENDING-NEW-FLAG = 'Y'
042731         ADD 1 TO WS-ACCOUNT-ADD-COUNT
042732     ELSE
042733         ADD 1 TO WS-ACCOUNT-UPD-COUNT
042734     END-IF
042735     IF JR-NEW-FLAG = 'Y'
042736         ADD 1 TO WS-ACCOUNT-ADD-COUNT
042737     ELSE
042738         ADD 1 TO WS-ACCOUNT-UPD-COUNT
042739     END-IF.
042740 1700-SCAN-TRANSFER-LEG-EXIT.
042741     EXIT.
042742
042743*--------------------------------------------------------------
042744* A REVERSAL IS ONE DETAIL ON THE JOURNAL. A LONE 'R' REVERSAL
042745* COUNTS AT ONCE; A 'V' REVERSAL LEG IS HELD PENDING AND COUNTS
042746* ONLY WHEN ITS 'C' CORRECTION FOLLOWS - ONE LEFT PENDING AT END
042747* OF JOURNAL WAS NEVER STORED, SO THE RESUME POSTS IT AGAIN
042748* WHOLE. THE RUN TOTALS TAKE THE REVERSAL LEG'S AMOUNT BY SIGN,
042749* NOT THE CORRECTION'S, AND A CORRECTION TO THE REVERSED ACCOUNT
042750* ITSELF WAS ONE STORE, NOT TWO.
042751*--------------------------------------------------------------
042752 1750-SCAN-REVERSAL-LEG.
042753     IF JR-REVERSAL-LEG
042754         MOVE JR-NEW-FLAG TO WS-PENDING-NEW-FLAG
042755         MOVE JR-MASTER-KEY TO WS-PENDING-KEY
042756         MOVE JR-APPLIED-AMOUNT TO WS-PENDING-AMOUNT
042757         MOVE 'Y' TO WS-REV-PENDING-SWITCH
042758         GO TO 1750-SCAN-REVERSAL-LEG-EXIT
042759     END-IF
042760     IF JR-REVERSAL-ONLY
042761         MOVE JR-NEW-FLAG TO WS-PENDING-NEW-FLAG
042762         MOVE JR-APPLIED-AMOUNT TO WS-PENDING-AMOUNT
042763     ELSE
042764         IF NOT WS-REVERSAL-PENDING
042765             GO TO 1750-SCAN-REVERSAL-LEG-EXIT
042766         END-IF
042767         MOVE 'N' TO WS-REV-PENDING-SWITCH
042768         ADD 1 TO WS-CORRECTION-COUNT
042769         IF JR-MASTER-KEY NOT = WS-PENDING-KEY
042770             IF JR-NEW-FLAG = 'Y'
042771                 ADD 1 TO WS-ACCOUNT-ADD-COUNT
042772             ELSE
042773                 ADD 1 TO WS-ACCOUNT-UPD-COUNT
042774             END-IF
042775         END-IF
042776     END-IF
042777     ADD 1 TO WS-DETAIL-COUNT
042778     ADD 1 TO WS-REVERSAL-COUNT
042779     IF WS-PENDING-NEW-FLAG = 'Y'
042780         ADD 1 TO WS-ACCOUNT-ADD-COUNT
042781     ELSE
042782         ADD 1 TO WS-ACCOUNT-UPD-COUNT
042783     END-IF
042784     IF WS-PENDING-AMOUNT < ZERO
042785         SUBTRACT WS-PENDING-AMOUNT FROM WS-CREDIT-TOTAL
042786     ELSE
042787         ADD WS-PENDING-AMOUNT TO WS-DEBIT-TOTAL
042788     END-IF.
042789 1750-SCAN-REVERSAL-LEG-EXIT.
042790     EXIT.
042800 2000-POST-DETAIL.
042900     IF WS-SKIP-REMAINING > ZERO
043000         SUBTRACT 1 FROM WS-SKIP-REMAINING
043300         GO TO 2000-POST-DETAIL-EXIT
043400     END-IF
043500     ADD 1 TO WS-DETAIL-COUNT
043509     MOVE IR-MASTER-KEY TO WS-POSTING-KEY
043518     MOVE SPACE TO WS-TRANSFER-LEG
043527     MOVE SPACES TO WS-CONTRA-COMPANY
043529     MOVE IR-TRANS-CLASS TO WS-HISTORY-CLASS
043531     MOVE SPACE TO WS-REVERSAL-STATUS
043533     MOVE SPACES TO WS-LINK-KEY
043536     IF IR-TRANSFER-ITEM
043545         PERFORM 2500-POST-TRANSFER
043554             THRU 2500-POST-TRANSFER-EXIT
043563         PERFORM 2100-READ-DETAIL
043572             THRU 2100-READ-DETAIL-EXIT
043581         GO TO 2000-POST-DETAIL-EXIT
043590     END-IF
043591     IF IR-REVERSAL-ITEM
043592         PERFORM 2600-POST-REVERSAL
043593             THRU 2600-POST-REVERSAL-EXIT
043594         PERFORM 2100-READ-DETAIL
043595             THRU 2100-READ-DETAIL-EXIT
043596         GO TO 2000-POST-DETAIL-EXIT
043597     END-IF
043600     MOVE IR-AMOUNT TO WS-DETAIL-AMOUNT
043700     PERFORM 3000-FETCH-BALANCE-RECORD
043800         THRU 3000-FETCH-BALANCE-RECORD-EXIT
043900     PERFORM 3100-ROLL-POSTING-DATE
044000         THRU 3100-ROLL-POSTING-DATE-EXIT
044010     PERFORM 3200-CHECK-OVERDRAFT-LIMIT
044020         THRU 3200-CHECK-OVERDRAFT-LIMIT-EXIT
044030     IF WS-LIMIT-HELD
044040         PERFORM 3300-HOLD-LIMIT-EXCEPTION
044050             THRU 3300-HOLD-LIMIT-EXCEPTION-EXIT
044060         PERFORM 2100-READ-DETAIL
044070             THRU 2100-READ-DETAIL-EXIT
044080         GO TO 2000-POST-DETAIL-EXIT
044090     END-IF
044100     IF WS-DETAIL-AMOUNT < ZERO
044200         SUBTRACT WS-DETAIL-AMOUNT FROM BL-TODAY-CREDITS
044300         SUBTRACT WS-DETAIL-AMOUNT FROM WS-CREDIT-TOTAL
046700     END-READ.
046800 2100-READ-DETAIL-EXIT.
046900     EXIT.
046901
046902*--------------------------------------------------------------
046903* TWO-LEGGED TRANSFER - THE FROM ACCOUNT IS FETCHED, LIMIT-
046904* CHECKED, CREDITED, AND JOURNALED ('F'); THE TO ACCOUNT IS THEN
046905* FETCHED, DEBITED, AND JOURNALED ('T'). ONLY WITH BOTH LEGS ON
046906* THE JOURNAL ARE THE TWO MASTERS STORED AND THEIR HISTORY
046907* WRITTEN, SO BACKOUT AND RESUME ALWAYS SEE THE WHOLE TRANSFER.
046908* FILE-DEMO HAS ALREADY PROVED THE TWO ACCOUNTS DIFFER. A FROM
046909* LEG HELD OVER ITS LIMIT HOLDS THE WHOLE TRANSFER; 3300 BOOKS
046910* THE HELD AMOUNT AS A CREDIT, SO IT IS MOVED ACROSS TO THE DEBIT
046911* SIDE WHERE FILE-DEMO COUNTED IT.
046912*--------------------------------------------------------------
046913 2500-POST-TRANSFER.
046914     ADD 1 TO WS-TRANSFER-COUNT
046915     COMPUTE WS-DETAIL-AMOUNT = ZERO - IR-AMOUNT
046916     MOVE 'F' TO WS-TRANSFER-LEG
046917     MOVE IR-TO-COMPANY-CODE TO WS-CONTRA-COMPANY
046918     PERFORM 3000-FETCH-BALANCE-RECORD
046919         THRU 3000-FETCH-BALANCE-RECORD-EXIT
046920     PERFORM 3100-ROLL-POSTING-DATE
046921         THRU 3100-ROLL-POSTING-DATE-EXIT
046922     PERFORM 3200-CHECK-OVERDRAFT-LIMIT
046923         THRU 3200-CHECK-OVERDRAFT-LIMIT-EXIT
046924     IF WS-LIMIT-HELD
046925         PERFORM 3300-HOLD-LIMIT-EXCEPTION
046926             THRU 3300-HOLD-LIMIT-EXCEPTION-EXIT
046927         SUBTRACT IR-AMOUNT FROM WS-CREDIT-TOTAL
046928         ADD IR-AMOUNT TO WS-DEBIT-TOTAL
046929         GO TO 2500-POST-TRANSFER-EXIT
046930     END-IF
046931     ADD IR-AMOUNT TO WS-DEBIT-TOTAL
046932     ADD IR-AMOUNT TO BL-TODAY-CREDITS
046933     COMPUTE BL-NET-BALANCE = BL-PRIOR-BALANCE
046934         + BL-TODAY-DEBITS - BL-TODAY-CREDITS
046935     MOVE IR-TRANS-DATE TO BL-LAST-ACTIVITY-DATE
046936     MOVE WS-RUN-DATE TO BL-LAST-POST-DATE
046937     PERFORM 4400-WRITE-JOURNAL-RECORD
046938         THRU 4400-WRITE-JOURNAL-RECORD-EXIT
046939     MOVE BALANCE-RECORD TO WS-FROM-AFTER-IMAGE
046940     MOVE WS-BAL-FOUND-SWITCH TO WS-FROM-FOUND-SWITCH
046941     MOVE IR-TO-MASTER-KEY TO WS-POSTING-KEY
046942     MOVE IR-AMOUNT TO WS-DETAIL-AMOUNT
046943     MOVE 'T' TO WS-TRANSFER-LEG
046944     MOVE IR-COMPANY-CODE TO WS-CONTRA-COMPANY
046945     PERFORM 3000-FETCH-BALANCE-RECORD
046946         THRU 3000-FETCH-BALANCE-RECORD-EXIT
046947     PERFORM 3100-ROLL-POSTING-DATE
046948         THRU 3100-ROLL-POSTING-DATE-EXIT
046949     ADD IR-AMOUNT TO BL-TODAY-DEBITS
046950     COMPUTE BL-NET-BALANCE = BL-PRIOR-BALANCE
046951         + BL-TODAY-DEBITS - BL-TODAY-CREDITS
046952     MOVE IR-TRANS-DATE TO BL-LAST-ACTIVITY-DATE
046953     MOVE WS-RUN-DATE TO BL-LAST-POST-DATE
046954     PERFORM 4400-WRITE-JOURNAL-RECORD
046955         THRU 4400-WRITE-JOURNAL-RECORD-EXIT
046956     PERFORM 4000-STORE-BALANCE-RECORD
046957         THRU 4000-STORE-BALANCE-RECORD-EXIT
046958     PERFORM 4500-WRITE-HISTORY-RECORD
046959         THRU 4500-WRITE-HISTORY-RECORD-EXIT
046960     MOVE IR-MASTER-KEY TO WS-POSTING-KEY
046961     COMPUTE WS-DETAIL-AMOUNT = ZERO - IR-AMOUNT
046962     MOVE 'F' TO WS-TRANSFER-LEG
046963     MOVE IR-TO-COMPANY-CODE TO WS-CONTRA-COMPANY
046964     MOVE WS-FROM-AFTER-IMAGE TO BALANCE-RECORD
046965     MOVE WS-FROM-FOUND-SWITCH TO WS-BAL-FOUND-SWITCH
046966     PERFORM 4000-STORE-BALANCE-RECORD
046967         THRU 4000-STORE-BALANCE-RECORD-EXIT
046968     PERFORM 4500-WRITE-HISTORY-RECORD
046969         THRU 4500-WRITE-HISTORY-RECORD-EXIT.
046970 2500-POST-TRANSFER-EXIT.
046971     EXIT.
046972
046973*--------------------------------------------------------------
046974* REVERSAL ('RV') - FILE-DEMO HAS PROVED THE DETAIL'S AMOUNT IS
046975* THE EXACT NEGATION OF THE ACTHIST ENTRY IT NAMES. THE AMOUNT
046976* POSTS TO THE DETAIL'S OWN ACCOUNT AND COUNTS IN THE RUN TOTALS
046977* BY SIGN LIKE ANY DETAIL; IT IS NEVER LIMIT-CHECKED. A LONE
046978* REVERSAL IS JOURNALED 'R'. WITH A CORRECTED RE-POST THE
046979* REVERSAL IS JOURNALED 'V' AND THE CORRECTION 'C' UNDER THE
046980* SAME SEQUENCE BEFORE EITHER MASTER IS STORED, AS FOR A
046981* TRANSFER. A CORRECTION TO THE REVERSED ACCOUNT ITSELF POSTS
046982* ON TOP OF THE SAME RECORD IN STORAGE, SO BOTH LEGS CARRY THE
046983* PRE-RUN BEFORE-IMAGE, AND IT IS STORED ONCE. THE CORRECTED
046984* AMOUNT STAYS OUT OF THE RUN TOTALS - EVERY STEP UPSTREAM
046985* COUNTS THE DETAIL ONCE, AT ITS OWN AMOUNT.
046986*--------------------------------------------------------------
046987 2600-POST-REVERSAL.
046988     ADD 1 TO WS-REVERSAL-COUNT
046989     PERFORM 4100-READ-ORIGINAL-ENTRY
046990         THRU 4100-READ-ORIGINAL-ENTRY-EXIT
046991     MOVE IR-AMOUNT TO WS-DETAIL-AMOUNT
046992     MOVE 'R' TO WS-TRANSFER-LEG
046993     IF IR-TO-MASTER-KEY NOT = SPACES
046994         MOVE 'V' TO WS-TRANSFER-LEG
046995     END-IF
046996     PERFORM 3000-FETCH-BALANCE-RECORD
046997         THRU 3000-FETCH-BALANCE-RECORD-EXIT
046998     PERFORM 3100-ROLL-POSTING-DATE
046999         THRU 3100-ROLL-POSTING-DATE-EXIT
047000     IF WS-DETAIL-AMOUNT < ZERO
047001         SUBTRACT WS-DETAIL-AMOUNT FROM WS-CREDIT-TOTAL
047002     ELSE
047003         ADD WS-DETAIL-AMOUNT TO WS-DEBIT-TOTAL
047004     END-IF
047005     PERFORM 2650-APPLY-REVERSAL-LEG
047006         THRU 2650-APPLY-REVERSAL-LEG-EXIT
047007     IF IR-TO-MASTER-KEY = SPACES
047008         PERFORM 2680-STORE-REVERSAL
047009             THRU 2680-STORE-REVERSAL-EXIT
047010         GO TO 2600-POST-REVERSAL-EXIT
047011     END-IF
047012     ADD 1 TO WS-CORRECTION-COUNT
047013     MOVE BALANCE-RECORD TO WS-FROM-AFTER-IMAGE
047014     MOVE WS-BAL-FOUND-SWITCH TO WS-FROM-FOUND-SWITCH
047015     MOVE IR-TO-MASTER-KEY TO WS-POSTING-KEY
047016     MOVE IR-CORRECTED-AMOUNT TO WS-DETAIL-AMOUNT
047017     MOVE 'C' TO WS-TRANSFER-LEG
047018     IF IR-TO-MASTER-KEY NOT = IR-MASTER-KEY
047019         PERFORM 3000-FETCH-BALANCE-RECORD
047020             THRU 3000-FETCH-BALANCE-RECORD-EXIT
047021         PERFORM 3100-ROLL-POSTING-DATE
047022             THRU 3100-ROLL-POSTING-DATE-EXIT
047023     END-IF
047024     PERFORM 2650-APPLY-REVERSAL-LEG
047025         THRU 2650-APPLY-REVERSAL-LEG-EXIT
047026     IF IR-TO-MASTER-KEY NOT = IR-MASTER-KEY
047027         PERFORM 4000-STORE-BALANCE-RECORD
047028             THRU 4000-STORE-BALANCE-RECORD-EXIT
047029     END-IF
047030     MOVE 'C' TO WS-REVERSAL-STATUS
047031     PERFORM 4500-WRITE-HISTORY-RECORD
047032         THRU 4500-WRITE-HISTORY-RECORD-EXIT
047033     MOVE IR-MASTER-KEY TO WS-POSTING-KEY
047034     MOVE IR-AMOUNT TO WS-DETAIL-AMOUNT
047035     IF IR-TO-MASTER-KEY NOT = IR-MASTER-KEY
047036         MOVE WS-FROM-AFTER-IMAGE TO BALANCE-RECORD
047037         MOVE WS-FROM-FOUND-SWITCH TO WS-BAL-FOUND-SWITCH
047038     END-IF
047039     PERFORM 2680-STORE-REVERSAL
047040         THRU 2680-STORE-REVERSAL-EXIT.
047041 2600-POST-REVERSAL-EXIT.
047042     EXIT.
047043
047044 2650-APPLY-REVERSAL-LEG.
047045     IF WS-DETAIL-AMOUNT < ZERO
047046         SUBTRACT WS-DETAIL-AMOUNT FROM BL-TODAY-CREDITS
047047     ELSE
047048         ADD WS-DETAIL-AMOUNT TO BL-TODAY-DEBITS
047049     END-IF
047050     COMPUTE BL-NET-BALANCE = BL-PRIOR-BALANCE
047051         + BL-TODAY-DEBITS - BL-TODAY-CREDITS
047052     MOVE IR-TRANS-DATE TO BL-LAST-ACTIVITY-DATE
047053     MOVE WS-RUN-DATE TO BL-LAST-POST-DATE
047054     PERFORM 4400-WRITE-JOURNAL-RECORD
047055         THRU 4400-WRITE-JOURNAL-RECORD-EXIT
047056     MOVE SPACE TO WS-TRANSFER-LEG.
047057 2650-APPLY-REVERSAL-LEG-EXIT.
047058     EXIT.
047059
047060*--------------------------------------------------------------
047061* THE REVERSED ACCOUNT IS STORED AND ITS 'R' HISTORY ROW WRITTEN,
047062* LINKED TO THE ORIGINAL; THE ORIGINAL IS THEN MARKED REVERSED
047063* AND LINKED BACK, AND THE REVERSAL GOES ON THE DAY'S REGISTER.
047064*--------------------------------------------------------------
047065 2680-STORE-REVERSAL.
047066     PERFORM 4000-STORE-BALANCE-RECORD
047067         THRU 4000-STORE-BALANCE-RECORD-EXIT
047068     MOVE 'R' TO WS-REVERSAL-STATUS
047069     PERFORM 4500-WRITE-HISTORY-RECORD
047070         THRU 4500-WRITE-HISTORY-RECORD-EXIT
047071     MOVE ZERO TO WS-REVERSAL-SEQUENCE
047072     IF WS-HISTORY-WRITTEN
047073         MOVE AH-SEQUENCE TO WS-REVERSAL-SEQUENCE
047074         PERFORM 4200-LINK-ORIGINAL-ENTRY
047075             THRU 4200-LINK-ORIGINAL-ENTRY-EXIT
047076     END-IF
047077     PERFORM 4600-WRITE-REVERSAL-REGISTER
047078         THRU 4600-WRITE-REVERSAL-REGISTER-EXIT.
047079 2680-STORE-REVERSAL-EXIT.
047080     EXIT.
047090
047100 3000-FETCH-BALANCE-RECORD.
047200     MOVE 'Y' TO WS-BAL-FOUND-SWITCH
047300     MOVE 'N' TO WS-NEW-ACCOUNT-FLAG
047400     MOVE SPACES TO WS-BEFORE-IMAGE
047500     MOVE WS-POSTING-KEY TO BL-MASTER-KEY
047600     READ BALANCE-FILE
047700         INVALID KEY
047800             MOVE 'N' TO WS-BAL-FOUND-SWITCH
047900             MOVE WS-POSTING-KEY TO BL-MASTER-KEY
048000             MOVE ZERO TO BL-PRIOR-BALANCE
048100             MOVE ZERO TO BL-TODAY-DEBITS
048200             MOVE ZERO TO BL-TODAY-CREDITS
050800     END-IF.
050900 3100-ROLL-POSTING-DATE-EXIT.
051000     EXIT.
051001
051002*--------------------------------------------------------------
051003* OVERDRAFT LIMIT CHECK - A CUSTOMER DEBIT (NEGATIVE ORDINARY
051004* ITEM OR TRANSFER) IS CHECKED; CAPITALIZED INTEREST, FEES, AND
051005* ITEMS ALREADY APPROVED THROUGH LMT-RELEASE ALWAYS POST. THE
051006* DEBIT IS HELD WHEN THE NET IT WOULD LEAVE, PLUS THE ACCOUNT'S
051007* UNEXPIRED LIMIT, FALLS BELOW ZERO.
051008*--------------------------------------------------------------
051009 3200-CHECK-OVERDRAFT-LIMIT.
051010     MOVE 'N' TO WS-LIMIT-HELD-SWITCH
051011     IF NOT WS-LIMIT-FILE-OPEN OR
051012        WS-DETAIL-AMOUNT NOT < ZERO OR
051013        (NOT IR-ORDINARY-ITEM AND NOT IR-TRANSFER-ITEM) OR
051014        IR-LIMIT-OVERRIDE
051015         GO TO 3200-CHECK-OVERDRAFT-LIMIT-EXIT
051016     END-IF
051017     COMPUTE WS-PROSPECTIVE-NET = BL-NET-BALANCE
051018         + WS-DETAIL-AMOUNT
051019     IF WS-PROSPECTIVE-NET NOT < ZERO
051020         GO TO 3200-CHECK-OVERDRAFT-LIMIT-EXIT
051021     END-IF
051022     MOVE ZERO TO WS-ACTIVE-LIMIT
051023     MOVE IR-MASTER-KEY TO LM-MASTER-KEY
051024     READ LIMIT-FILE
051025         INVALID KEY
051026             CONTINUE
051027         NOT INVALID KEY
051028             IF LM-EXPIRY-DATE NOT < WS-RUN-DATE
051029                 MOVE LM-LIMIT-AMOUNT TO WS-ACTIVE-LIMIT
051030             END-IF
051031     END-READ
051032     IF WS-PROSPECTIVE-NET + WS-ACTIVE-LIMIT < ZERO
051033         MOVE 'Y' TO WS-LIMIT-HELD-SWITCH
051034     END-IF.
051035 3200-CHECK-OVERDRAFT-LIMIT-EXIT.
051036     EXIT.
051037
051038*--------------------------------------------------------------
051039* A HELD DEBIT IS JOURNALED WITH FLAG 'H' SO A RESUME COUNTS IT
051040* AND POST-BACKOUT PASSES OVER IT, THEN WRITTEN TO LMTEXCP WITH
051041* THE NET AND LIMIT IT WAS HELD AGAINST. BALMSTR AND ACTHIST ARE
051042* NOT TOUCHED. THE AMOUNT STILL GOES INTO THE RUN TOTALS - THE
051043* DETAIL WAS READ AND ACCOUNTED FOR, JUST NOT APPLIED.
051044*--------------------------------------------------------------
051045 3300-HOLD-LIMIT-EXCEPTION.
051046     SUBTRACT WS-DETAIL-AMOUNT FROM WS-CREDIT-TOTAL
051047     MOVE 'H' TO WS-NEW-ACCOUNT-FLAG
051048     PERFORM 4400-WRITE-JOURNAL-RECORD
051049         THRU 4400-WRITE-JOURNAL-RECORD-EXIT
051050     MOVE VALID-RECORD TO LX-ORIGINAL-RECORD
051051     MOVE SPACE TO LX-FILL-1
051052     MOVE WS-RUN-DATE TO LX-HELD-DATE
051053     MOVE SPACE TO LX-FILL-2
051054     MOVE WS-DETAIL-COUNT TO LX-SEQUENCE
051055     MOVE SPACE TO LX-FILL-3
051056     MOVE BL-NET-BALANCE TO LX-NET-BALANCE
051057     MOVE SPACE TO LX-FILL-4
051058     MOVE WS-ACTIVE-LIMIT TO LX-LIMIT-AMOUNT
051059     WRITE LIMIT-EXCEPTION-RECORD
051060     ADD 1 TO WS-LIMIT-HELD-COUNT
051061     DISPLAY 'ACCT-POST: DEBIT HELD OVER LIMIT FOR '
051062         IR-ACCOUNT-NUMBER.
051063 3300-HOLD-LIMIT-EXCEPTION-EXIT.
051064     EXIT.
051100
051200 4000-STORE-BALANCE-RECORD.
051300     IF WS-BALANCE-FOUND
052700     END-IF.
052800 4000-STORE-BALANCE-RECORD-EXIT.
052900     EXIT.
052905
052910*--------------------------------------------------------------
052915* A REVERSAL'S ORIGINAL ACTHIST ENTRY - ITS KEY IS THE LINK
052920* CARRIED ON THE REVERSAL'S OWN HISTORY ROWS, AND ITS CLASS THE
052925* CLASS THEY ARE WRITTEN UNDER, SO A REVERSED FEE OR CAPITALIZED
052930* INTEREST UNWINDS THROUGH THE SAME GL CATEGORY. FILE-DEMO HAS
052935* PROVED THE ENTRY; ONE GONE OR REVERSED SINCE STILL POSTS, AS
052940* THE DETAIL WAS VALIDATED, BUT IS REPORTED AND ALERTED.
052945*--------------------------------------------------------------
052950 4100-READ-ORIGINAL-ENTRY.
052955     MOVE IR-ACCOUNT-NUMBER TO WS-LINK-ACCOUNT
052960     MOVE IR-REVERSED-POST-DATE TO WS-LINK-POST-DATE
052965     MOVE IR-REVERSED-SEQUENCE TO WS-LINK-SEQUENCE
052970     MOVE WS-LINK-KEY TO AH-HISTORY-KEY
052975     READ HISTORY-FILE
052980         INVALID KEY
052985             DISPLAY 'ACCT-POST: REVERSED ENTRY NOT ON ACTHIST - '
052990                 IR-ACCOUNT-NUMBER
052995             MOVE 'REVERSED ENTRY NOT ON ACTHIST'
053000                 TO WS-AL-ALERT-TEXT
053005             PERFORM 4150-RAISE-REVERSAL-ALERT
053010                 THRU 4150-RAISE-REVERSAL-ALERT-EXIT
053015             GO TO 4100-READ-ORIGINAL-ENTRY-EXIT
053020     END-READ
053025     MOVE AH-TRANS-CLASS TO WS-HISTORY-CLASS
053030     IF AH-REVERSED OR AH-REVERSAL-ENTRY
053035         DISPLAY 'ACCT-POST: REVERSED ENTRY ALREADY REVERSED - '
053040             IR-ACCOUNT-NUMBER
053045         MOVE 'REVERSED ENTRY ALREADY REVERSED'
053050             TO WS-AL-ALERT-TEXT
053055         PERFORM 4150-RAISE-REVERSAL-ALERT
053060             THRU 4150-RAISE-REVERSAL-ALERT-EXIT
053065     END-IF.
053070 4100-READ-ORIGINAL-ENTRY-EXIT.
053075     EXIT.
053080
053085 4150-RAISE-REVERSAL-ALERT.
053090     MOVE 'W' TO WS-AL-SEVERITY
053095     MOVE 'REVLINK' TO WS-AL-ALERT-CODE
053100     CALL 'ALERT-WRITER' USING WS-ALERT-PARM.
053105 4150-RAISE-REVERSAL-ALERT-EXIT.
053110     EXIT.
053115
053120*--------------------------------------------------------------
053125* THE ORIGINAL ENTRY IS MARKED REVERSED AND LINKED TO THE
053130* REVERSAL'S 'R' ROW. AN ENTRY ALREADY CARRYING A REVERSAL LINK
053135* KEEPS IT - 4100 HAS ALREADY REPORTED THE CLASH.
053140*--------------------------------------------------------------
053145 4200-LINK-ORIGINAL-ENTRY.
053146     IF WS-SIMULATION-RUN
053147         GO TO 4200-LINK-ORIGINAL-ENTRY-EXIT
053148     END-IF
053150     MOVE WS-LINK-KEY TO AH-HISTORY-KEY
053155     READ HISTORY-FILE
053160         INVALID KEY
053165             GO TO 4200-LINK-ORIGINAL-ENTRY-EXIT
053170     END-READ
053175     IF AH-REVERSED OR AH-REVERSAL-ENTRY
053180         GO TO 4200-LINK-ORIGINAL-ENTRY-EXIT
053185     END-IF
053190     MOVE 'X' TO AH-REVERSAL-STATUS
053195     MOVE IR-ACCOUNT-NUMBER TO AH-LINK-ACCOUNT
053200     MOVE WS-RUN-DATE TO AH-LINK-POST-DATE
053205     MOVE WS-REVERSAL-SEQUENCE TO AH-LINK-SEQUENCE
053210     REWRITE HISTORY-RECORD
053215         INVALID KEY
053220             DISPLAY 'ACCT-POST: REVERSAL LINK NOT WRITTEN FOR '
053225                 IR-ACCOUNT-NUMBER
053230     END-REWRITE.
053235 4200-LINK-ORIGINAL-ENTRY-EXIT.
053240     EXIT.
053250
053300*--------------------------------------------------------------
053400* WRITE-AHEAD JOURNAL - THE DETAIL IS JOURNALED (ACCOUNT,
053500* BEFORE-IMAGE, APPLIED AMOUNT) BEFORE THE MASTER IS STORED,
054000     MOVE SPACE TO JR-FILL-1
054100     MOVE WS-DETAIL-COUNT TO JR-SEQUENCE
054200     MOVE SPACE TO JR-FILL-2
054300     MOVE WS-POSTING-KEY TO JR-MASTER-KEY
054500     MOVE SPACE TO JR-FILL-3
054600     MOVE WS-NEW-ACCOUNT-FLAG TO JR-NEW-FLAG
054700     MOVE SPACE TO JR-FILL-4
054800     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
054900     MOVE SPACE TO JR-FILL-5
055000     MOVE WS-DETAIL-AMOUNT TO JR-APPLIED-AMOUNT
055030     MOVE SPACE TO JR-FILL-6
055060     MOVE WS-TRANSFER-LEG TO JR-TRANSFER-LEG
055100     WRITE JOURNAL-RECORD.
055200 4400-WRITE-JOURNAL-RECORD-EXIT.
055300     EXIT.
056000* COLLIDING.
056100*--------------------------------------------------------------
056200 4500-WRITE-HISTORY-RECORD.
056300     IF NOT WS-HISTORY-FILE-OPEN OR WS-SIMULATION-RUN
056400         GO TO 4500-WRITE-HISTORY-RECORD-EXIT
056500     END-IF
056600     MOVE WS-POSTING-ACCOUNT TO AH-ACCOUNT-NUMBER
056700     MOVE WS-RUN-DATE TO AH-POST-DATE
056800     MOVE IR-TRANS-DATE TO AH-TRANS-DATE
056900     MOVE WS-DETAIL-AMOUNT TO AH-AMOUNT
057000     MOVE IR-BRANCH-CODE TO AH-BRANCH-CODE
057100     MOVE WS-POSTING-COMPANY TO AH-COMPANY-CODE
057110     MOVE WS-HISTORY-CLASS TO AH-TRANS-CLASS
057140     MOVE WS-TRANSFER-LEG TO AH-TRANSFER-LEG
057170     MOVE WS-CONTRA-COMPANY TO AH-CONTRA-COMPANY
057180     MOVE WS-REVERSAL-STATUS TO AH-REVERSAL-STATUS
057190     MOVE WS-LINK-KEY TO AH-LINK-KEY
057193     MOVE SPACE TO AH-LARGE-FILED-FLAG
057196     MOVE SPACE TO AH-STRUCT-FILED-FLAG
057198     MOVE WS-POST-PARTITION TO AH-POST-PARTITION
057200     MOVE 1 TO WS-HISTORY-SEQUENCE
057300     MOVE 'N' TO WS-HIST-WRITE-SWITCH
057400     PERFORM 4550-TRY-HISTORY-WRITE
059300     END-WRITE.
059400 4550-TRY-HISTORY-WRITE-EXIT.
059500     EXIT.
059505
059510*--------------------------------------------------------------
059515* DAILY REVERSAL REGISTER - ONE LINE PER REVERSAL WITH THE
059520* REQUESTING OPERATOR, THE ENTRY REVERSED, THE REVERSAL'S OWN
059525* ACTHIST SEQUENCE, AND ANY CORRECTED RE-POST. REVREG IS
059530* APPENDED TO LIKE LMTEXCP; EVERY LINE CARRIES ITS RUN DATE.
059535*--------------------------------------------------------------
059540 4600-WRITE-REVERSAL-REGISTER.
059545     IF NOT WS-REVERSAL-REG-OPEN
059550         GO TO 4600-WRITE-REVERSAL-REGISTER-EXIT
059555     END-IF
059560     MOVE WS-RUN-DATE TO RR-RUN-DATE
059565     MOVE SPACE TO RR-FILL-1
059570     MOVE IR-REQUEST-OPERATOR TO RR-OPERATOR
059575     MOVE SPACE TO RR-FILL-2
059580     MOVE IR-MASTER-KEY TO RR-MASTER-KEY
059585     MOVE SPACE TO RR-FILL-3
059590     MOVE IR-REVERSED-POST-DATE TO RR-REVERSED-POST-DATE
059595     MOVE SPACE TO RR-FILL-4
059600     MOVE IR-REVERSED-SEQUENCE TO RR-REVERSED-SEQUENCE
059605     MOVE SPACE TO RR-FILL-5
059610     MOVE WS-REVERSAL-SEQUENCE TO RR-REVERSAL-SEQUENCE
059615     MOVE SPACE TO RR-FILL-6
059620     MOVE IR-AMOUNT TO RR-REVERSAL-AMOUNT
059625     MOVE SPACE TO RR-FILL-7
059630     MOVE IR-TO-MASTER-KEY TO RR-CORRECTION-KEY
059635     MOVE SPACE TO RR-FILL-8
059640     MOVE ZERO TO RR-CORRECTED-AMOUNT
059645     IF IR-TO-MASTER-KEY NOT = SPACES
059650         MOVE IR-CORRECTED-AMOUNT TO RR-CORRECTED-AMOUNT
059655     END-IF
059660     WRITE REVERSAL-REG-RECORD.
059665 4600-WRITE-REVERSAL-REGISTER-EXIT.
059670     EXIT.
059680
059700 5000-BALANCE-INQUIRY.
059800     IF NOT WS-BALANCE-FILE-OPEN
059900         GO TO 5000-BALANCE-INQUIRY-EXIT
060000     END-IF
060010     MOVE 'W' TO WS-AX-FUNCTION
060020     MOVE WS-INQUIRY-OPERATOR TO WS-AX-OPERATOR-ID
060030     MOVE WS-INQUIRY-COMPANY TO WS-AX-COMPANY-CODE
060040     MOVE WS-INQUIRY-KEY TO WS-AX-ACCOUNT-NUMBER
060050     MOVE 'BI' TO WS-AX-INQUIRY-TYPE
060060     CALL 'ACCESS-LOG' USING WS-ACCESS-PARM
060100     MOVE WS-INQUIRY-COMPANY TO BL-COMPANY-CODE
060200     MOVE WS-INQUIRY-KEY TO BL-ACCOUNT-NUMBER
060300     READ BALANCE-FILE
062100             MOVE BL-NET-BALANCE TO WS-EDIT-AMOUNT
062200             DISPLAY 'ACCT-POST: NET BALANCE...... '
062300                 WS-EDIT-AMOUNT
062309             PERFORM 5200-SUM-ACTIVE-HOLDS
062318                 THRU 5200-SUM-ACTIVE-HOLDS-EXIT
062327             MOVE WS-HOLD-TOTAL TO WS-EDIT-AMOUNT
062336             DISPLAY 'ACCT-POST: ACTIVE HOLDS..... '
062345                 WS-EDIT-AMOUNT
062354             COMPUTE WS-AVAILABLE-BALANCE = BL-NET-BALANCE
062363                 - WS-HOLD-TOTAL
062372             MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AMOUNT
062381             DISPLAY 'ACCT-POST: AVAILABLE BALANCE '
062390                 WS-EDIT-AMOUNT
062400             DISPLAY 'ACCT-POST: LAST ACTIVITY.... '
062500                 BL-LAST-ACTIVITY-DATE
062600             DISPLAY 'ACCT-POST: LAST POSTED...... '
065100     CLOSE CUSTOMER-REF-FILE.
065200 5100-SHOW-CUSTOMER-NAME-EXIT.
065300     EXIT.
065302
065304*--------------------------------------------------------------
065306* ACTIVE HOLDS ARE SUMMED OVER THE ACCOUNT'S KEY RANGE ON
065308* FNDHOLD - START AT THE LOWEST HOLD ID UNDER COMPANY PLUS
065310* ACCOUNT AND READ FORWARD UNTIL THE ACCOUNT CHANGES. A HOLD
065312* PAST ITS EXPIRY DATE IS IGNORED (FHOLD-SWEEP DROPS IT). NO
065314* FILE MEANS NO HOLDS - AVAILABLE EQUALS NET.
065316*--------------------------------------------------------------
065318 5200-SUM-ACTIVE-HOLDS.
065320     MOVE ZERO TO WS-HOLD-TOTAL
065322     MOVE 'N' TO WS-HOLD-EOF-SWITCH
065324     OPEN INPUT HOLD-FILE
065326     IF FS-HOLD-FILE NOT = '00' AND '05'
065328         GO TO 5200-SUM-ACTIVE-HOLDS-EXIT
065330     END-IF
065332     MOVE BL-COMPANY-CODE TO FH-COMPANY-CODE
065334     MOVE BL-ACCOUNT-NUMBER TO FH-ACCOUNT-NUMBER
065336     MOVE LOW-VALUES TO FH-HOLD-ID
065338     START HOLD-FILE
065340         KEY IS NOT LESS THAN FH-HOLD-KEY
065342         INVALID KEY
065344             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
065346     END-START
065348     PERFORM 5250-ADD-ONE-HOLD
065350         THRU 5250-ADD-ONE-HOLD-EXIT
065352         UNTIL WS-HOLD-SCAN-DONE
065354     CLOSE HOLD-FILE.
065356 5200-SUM-ACTIVE-HOLDS-EXIT.
065358     EXIT.
065360
065362 5250-ADD-ONE-HOLD.
065364     READ HOLD-FILE NEXT RECORD
065366         AT END
065368             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
065370             GO TO 5250-ADD-ONE-HOLD-EXIT
065372     END-READ
065374     IF FH-COMPANY-CODE NOT = BL-COMPANY-CODE OR
065376        FH-ACCOUNT-NUMBER NOT = BL-ACCOUNT-NUMBER
065378         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
065380         GO TO 5250-ADD-ONE-HOLD-EXIT
065382     END-IF
065384     IF FH-EXPIRY-DATE NOT < WS-RUN-DATE
065386         ADD FH-HOLD-AMOUNT TO WS-HOLD-TOTAL
065388     END-IF.
065390 5250-ADD-ONE-HOLD-EXIT.
065392     EXIT.
065400
065500 8000-SUMMARIZE.
065520     IF WS-SIMULATION-RUN
065540         DISPLAY 'ACCT-POST: *** SIMULATION - NOTHING HERE WAS '
065560             'POSTED ***'
065580     END-IF
065600     DISPLAY 'ACCT-POST: DETAILS POSTED....... ' WS-DETAIL-COUNT
065700     DISPLAY 'ACCT-POST: ACCOUNTS ADDED....... '
065800         WS-ACCOUNT-ADD-COUNT
065900     DISPLAY 'ACCT-POST: ACCOUNTS UPDATED..... '
066000         WS-ACCOUNT-UPD-COUNT
066100     DISPLAY 'ACCT-POST: HISTORY WRITTEN...... '
066150         WS-HISTORY-COUNT
066200     DISPLAY 'ACCT-POST: HELD OVER LIMIT...... '
066250         WS-LIMIT-HELD-COUNT
066260     DISPLAY 'ACCT-POST: TRANSFERS POSTED..... '
066270         WS-TRANSFER-COUNT
066276     DISPLAY 'ACCT-POST: REVERSALS POSTED..... '
066282         WS-REVERSAL-COUNT
066288     DISPLAY 'ACCT-POST: CORRECTIONS POSTED... '
066294         WS-CORRECTION-COUNT.
066300 8000-SUMMARIZE-EXIT.
066400     EXIT.
066500
067500     END-IF
067600     IF WS-JOURNAL-FILE-OPEN
067700         CLOSE JOURNAL-FILE
067710     END-IF
067720     IF WS-LIMIT-FILE-OPEN
067730         CLOSE LIMIT-FILE
067740     END-IF
067750     IF WS-LIMIT-EXCP-FILE-OPEN
067760         CLOSE LIMIT-EXCEPTION-FILE
067770     END-IF
067780     IF WS-REVERSAL-REG-OPEN
067790         CLOSE REVERSAL-REG-FILE
067800     END-IF.
067900 9999-TERMINATE-EXIT.
068000     EXIT.
