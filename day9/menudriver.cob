005701* 2026-09-02  DLBS  THE MASTERS ARE NOW KEYED ON THE COMPOUND
005702*                   COMPANY-PLUS-ACCOUNT MASTER KEY - KEYED READS
005703*                   CARRY BOTH FIELDS.
005713* 2026-10-15  DLBS  OPTION 6 NOW FOLLOWS THE MASTER RECORD WITH
005723*                   THE ACCOUNT'S LEDGER BALANCE FROM BALMSTR, ITS
005733*                   ACTIVE FUNDS HOLDS FROM FNDHOLD, AND THE
005743*                   AVAILABLE BALANCE (NET LESS ACTIVE HOLDS). A
005753*                   HOLD PAST ITS EXPIRY DATE IS NOT COUNTED.
005758* 2026-10-15  DLBS  OPTION 5 - RELATIONSHIP INQUIRY. SHOWS A
005763*                   CIFMSTR CUSTOMER WITH EVERY CIFLINK ACCOUNT
005768*                   (ROLE, LINK STATUS, COMPANY CURRENCY, BALMSTR
005773*                   NET) AND THE COMBINED BALANCE OF THE
005778*                   CONFIRMED PRIMARY AND JOINT ACCOUNTS IN THE
005783*                   GROUP CURRENCY. A BLANK CUSTOMER NUMBER FINDS
005793*                   THE CUSTOMERS LINKED TO A COMPANY AND ACCOUNT.
005794* 2026-10-15  DLBS  OPTION A - MANUAL ADJUSTMENT BATCHES. AN
005795*                   OPERATOR OPENS A BATCH ON ADJMSTR WITH A
005796*                   DECLARED CONTROL COUNT AND AMOUNT AND KEYS THE
005797*                   ITEMS, EACH CHECKED AGAINST INPTMSTR AND THE
005798*                   CTLMSTR BRANCH ENTRIES AS IT IS KEYED AND
005799*                   STAMPED WITH THE KEYING OPERATOR. A BATCH
005800*                   CLOSES ONLY WHEN THE KEYED TOTALS MATCH THE
005801*                   DECLARED ONES, AND GOES TO ADJ-FEED ONLY WHEN
005802*                   RELEASED BY ONE WHO NEITHER OPENED, KEYED NOR
005803*                   CLOSED IT. EVERY BATCH ACTION GOES TO THE
005804*                   AUDIT TRAIL. THE MENU CHOICE IS NOW ONE
005805*                   CHARACTER - THE DIGITS 1-9 WERE ALL IN USE.
005806* 2026-10-15  DLBS  EVERY ACCOUNT LOOKUP IS WRITTEN TO THE
005807*                   CUSTOMER-DATA ACCESS LOG THROUGH THE SHARED
005808*                   ACCESS-LOG SUBPROGRAM UNDER THE SIGNED-ON
005809*                   OPERATOR - THE OPTION 6 INQUIRY (TYPE AI), THE
005810*                   OPTION 5 FIND BY ACCOUNT (RA) AND EACH LINKED
005811*                   ACCOUNT WHOSE BALANCE OPTION 5 SHOWS (RB).
005812*                   OPERTAB LAYOUT CARRIED TO THE 22-BYTE RECORD
005813*                   (HOME BRANCH).
005814* 2026-10-15  DLBS  AN ADJUSTMENT ITEM IS WRITTEN BEFORE ITS BATCH
005815*                   CONTROL IS UPDATED, AND BOTH STATUSES ARE
005816*                   CHECKED - AN ITEM WHOSE CONTROL UPDATE FAILS
005817*                   IS BACKED OUT, AND A REMOVED ITEM WHOSE
005818*                   CONTROL UPDATE FAILS IS PUT BACK. A KEYED ITEM
005819*                   NOW GOES TO THE AUDIT TRAIL ('ADJ KEY') AS THE
005820*                   OTHER BATCH ACTIONS DO.
005821*--------------------------------------------------------------
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS IR-MASTER-KEY
006900         FILE STATUS IS FS-MASTER-FILE.
006904     SELECT CUSTOMER-FILE ASSIGN TO 'CIFMSTR'
006908         ORGANIZATION IS INDEXED
006912         ACCESS MODE IS RANDOM
006916         RECORD KEY IS CF-CUSTOMER-NUMBER
006920         FILE STATUS IS FS-CUSTOMER-FILE.
006924     SELECT LINK-FILE ASSIGN TO 'CIFLINK'
006928         ORGANIZATION IS INDEXED
006932         ACCESS MODE IS DYNAMIC
006936         RECORD KEY IS CL-LINK-KEY
006940         FILE STATUS IS FS-LINK-FILE.
006944     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
006948         ORGANIZATION IS INDEXED
006952         ACCESS MODE IS RANDOM
006956         RECORD KEY IS CT-CONTROL-KEY
006960         FILE STATUS IS FS-CONTROL-MASTER-FILE.
006964     SELECT RATE-FILE ASSIGN TO 'FXRATE'
006968         ORGANIZATION IS INDEXED
006972         ACCESS MODE IS DYNAMIC
006976         RECORD KEY IS FX-RATE-KEY
006980         FILE STATUS IS FS-RATE-FILE.
006983     SELECT ADJ-FILE ASSIGN TO 'ADJMSTR'
006986         ORGANIZATION IS INDEXED
006989         ACCESS MODE IS DYNAMIC
006992         RECORD KEY IS AJ-ADJ-KEY
006995         FILE STATUS IS FS-ADJ-FILE.
007000     SELECT REJECT-FILE ASSIGN TO 'REJOUT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FS-REJECT-FILE.
007300     SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FS-AUDIT-FILE.
007509     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
007518         ORGANIZATION IS INDEXED
007527         ACCESS MODE IS RANDOM
007536         RECORD KEY IS BL-MASTER-KEY
007545         FILE STATUS IS FS-BALANCE-FILE.
007554     SELECT HOLD-FILE ASSIGN TO 'FNDHOLD'
007563         ORGANIZATION IS INDEXED
007572         ACCESS MODE IS DYNAMIC
007581         RECORD KEY IS FH-HOLD-KEY
007590         FILE STATUS IS FS-HOLD-FILE.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
008400     05  OP-ACCESS-CODE          PIC X(06).
008500     05  OP-FILL-2               PIC X(01).
008600     05  OP-AUTH-LEVEL           PIC 9(01).
008630     05  OP-FILL-3               PIC X(01).
008660     05  OP-HOME-BRANCH          PIC X(04).
008700
008800 FD  MASTER-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  MASTER-RECORD.
009100     COPY INPTREC.
009105 FD  CUSTOMER-FILE
009110     LABEL RECORDS ARE STANDARD.
009115 01  CUSTOMER-RECORD.
009120     COPY CIFREC.
009125
009130 FD  LINK-FILE
009135     LABEL RECORDS ARE STANDARD.
009140 01  LINK-RECORD.
009145     COPY CIFLREC.
009150
009155 FD  CONTROL-MASTER-FILE
009160     LABEL RECORDS ARE STANDARD.
009165 01  CONTROL-MASTER-RECORD.
009170     COPY CTLREC.
009175
009180 FD  RATE-FILE
009185     LABEL RECORDS ARE STANDARD.
009190 01  RATE-RECORD.
009195     COPY FXRATREC.
009196
009197 FD  ADJ-FILE
009198     LABEL RECORDS ARE STANDARD.
009199 01  ADJ-RECORD.
009200     COPY ADJREC.
009201
009300 FD  REJECT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  REJECT-RECORD.
010300     LABEL RECORDS ARE STANDARD.
010400 01  AUDIT-RECORD.
010500     COPY AUDITREC.
010509
010518 FD  BALANCE-FILE
010527     LABEL RECORDS ARE STANDARD.
010536 01  BALANCE-RECORD.
010545     COPY BALREC.
010554
010563 FD  HOLD-FILE
010572     LABEL RECORDS ARE STANDARD.
010581 01  HOLD-RECORD.
010590     COPY FHOLDREC.
010600 WORKING-STORAGE SECTION.
010700 01  FS-OPERATOR-FILE            PIC X(02) VALUE '00'.
010800 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
010900 01  FS-REJECT-FILE              PIC X(02) VALUE '00'.
011000 01  FS-AUDIT-FILE               PIC X(02) VALUE '00'.
011030 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
011060 01  FS-HOLD-FILE                PIC X(02) VALUE '00'.
011068 01  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
011076 01  FS-LINK-FILE                PIC X(02) VALUE '00'.
011084 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
011092 01  FS-RATE-FILE                PIC X(02) VALUE '00'.
011096 01  FS-ADJ-FILE                 PIC X(02) VALUE '00'.
011100
011200*--------------------------------------------------------------
011300* INQUIRY WORK AREAS
011500 01  WS-INQUIRY-SWITCHES.
011600     05  WS-BROWSE-EOF-SWITCH    PIC X(01).
011700         88  WS-BROWSE-EOF               VALUE 'Y'.
011730     05  WS-HOLD-EOF-SWITCH      PIC X(01).
011760         88  WS-HOLD-SCAN-DONE           VALUE 'Y'.
011762     05  WS-LINK-EOF-SWITCH      PIC X(01).
011764         88  WS-LINK-SCAN-DONE           VALUE 'Y'.
011766     05  WS-RATE-EOF-SWITCH      PIC X(01).
011768         88  WS-RATE-SCAN-DONE           VALUE 'Y'.
011770     05  WS-BAL-OPEN-SWITCH      PIC X(01).
011772         88  WS-BALANCE-FILE-OPEN        VALUE 'Y'.
011774     05  WS-CTL-OPEN-SWITCH      PIC X(01).
011776         88  WS-CONTROL-FILE-OPEN        VALUE 'Y'.
011778     05  WS-RATE-OPEN-SWITCH     PIC X(01).
011780         88  WS-RATE-FILE-OPEN           VALUE 'Y'.
011782     05  WS-BAL-FOUND-SWITCH     PIC X(01).
011784         88  WS-BALANCE-FOUND            VALUE 'Y'.
011786     05  WS-CIF-INCOMPLETE-SWITCH
011788                                 PIC X(01).
011790         88  WS-CIF-INCOMPLETE           VALUE 'Y'.
011800 01  WS-INQUIRY-KEY              PIC X(10).
011801 01  WS-INQUIRY-COMPANY          PIC X(03).
011900 01  WS-FILTER-VALUE             PIC X(12).
012000 01  WS-BROWSE-COUNT             PIC 9(05) COMP.
012100 01  WS-EDIT-AMOUNT              PIC -(07)9.99.
012120 01  WS-EDIT-BALANCE             PIC -(09)9.99.
012140 01  WS-RUN-DATE                 PIC 9(08).
012160 01  WS-HOLD-TOTAL               PIC S9(11)V99 COMP-3.
012180 01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 COMP-3.
012182 01  WS-CIF-INPUT                PIC X(08).
012184 01  WS-CIF-CUSTOMER             PIC 9(08).
012186 01  WS-GROUP-CURRENCY           PIC X(03).
012188 01  WS-LINK-CURRENCY            PIC X(03).
012190 01  WS-LINK-RATE                PIC 9(05)V9(06) COMP-3.
012192 01  WS-GROUP-AMOUNT             PIC S9(11)V99 COMP-3.
012194 01  WS-COMBINED-BALANCE         PIC S9(11)V99 COMP-3.
012195
012196*--------------------------------------------------------------
012197* ADJUSTMENT BATCH WORK AREAS - AMOUNTS ARE KEYED WITH A LEADING
012198* SIGN AND IMPLIED DECIMALS SO NOTHING HAS TO BE EDITED OUT.
012199*--------------------------------------------------------------
012200 01  WS-ADJ-SWITCHES.
012201     05  WS-ADJ-EXIT-SWITCH      PIC X(01).
012202         88  WS-ADJ-EXIT-REQUESTED       VALUE 'Y'.
012203     05  WS-ADJ-DONE-SWITCH      PIC X(01).
012204         88  WS-ADJ-KEYING-DONE          VALUE 'Y'.
012205     05  WS-ADJ-FOUND-SWITCH     PIC X(01).
012206         88  WS-ADJ-BATCH-FOUND          VALUE 'Y'.
012207     05  WS-ADJ-EOF-SWITCH       PIC X(01).
012208         88  WS-ADJ-SCAN-DONE            VALUE 'Y'.
012209 01  WS-ADJ-CHOICE               PIC 9(01) VALUE ZERO.
012210 01  WS-ADJ-BATCH-INPUT          PIC X(06).
012211 01  WS-ADJ-BATCH-NUMBER         PIC 9(06).
012212 01  WS-ADJ-ITEM-INPUT           PIC X(04).
012213 01  WS-ADJ-ITEM-NUMBER          PIC 9(04).
012214 01  WS-ADJ-SAVED-ITEM           PIC X(100).
012215 01  WS-ADJ-COUNT-INPUT          PIC X(04).
012216 01  WS-ADJ-CONTROL-INPUT.
012217     05  WS-ADJ-CONTROL-AMOUNT   PIC S9(09)V99 SIGN IS LEADING
012218                                     SEPARATE CHARACTER.
012219 01  WS-ADJ-ITEM-AMOUNT-INPUT.
012220     05  WS-ADJ-ITEM-AMOUNT      PIC S9(07)V99 SIGN IS LEADING
012221                                     SEPARATE CHARACTER.
012222 01  WS-ADJ-BRANCH               PIC X(04).
012223 01  WS-ADJ-TYPE                 PIC X(02).
012224     88  WS-ADJ-VALID-TYPE               VALUE 'CO' 'GW' 'WB'.
012225 01  WS-ADJ-REFUSAL              PIC X(40).
012226 01  WS-ADJ-DUP-BATCH            PIC 9(06).
012227 01  WS-ADJ-SCAN-STATUS          PIC X(01).
012228 01  WS-ADJ-STATUS-FILTER        PIC X(01).
012229 01  WS-ADJ-STATUS-TEXT          PIC X(09).
012230 01  WS-ADJ-EDIT-COUNT           PIC Z(03)9.
012231 01  WS-ADJ-STATUS-COUNTS.
012232     05  WS-ADJ-OPEN-COUNT       PIC 9(05) COMP.
012233     05  WS-ADJ-CLOSED-COUNT     PIC 9(05) COMP.
012234     05  WS-ADJ-RELEASED-COUNT   PIC 9(05) COMP.
012235     05  WS-ADJ-PROCESSED-COUNT  PIC 9(05) COMP.
012236 01  WS-ADJ-AUDIT-RESULT.
012237     05  FILLER                  PIC X(04) VALUE 'ADJ '.
012238     05  WS-AA-ACTION            PIC X(06).
012239     05  WS-AA-BATCH-NUMBER      PIC 9(06).
012240*--------------------------------------------------------------
012300* MENU CONTROL
012400*--------------------------------------------------------------
012500 01  WS-MENU-CHOICE              PIC X(01) VALUE ZERO.
012600 01  WS-EXIT-SWITCH              PIC X(01) VALUE 'N'.
012700     88  WS-EXIT-REQUESTED               VALUE 'Y'.
012800
017200     05  WS-AW-PROGRAM-ID        PIC X(12) VALUE 'MENU-DRIVER'.
017300     05  WS-AW-INPUT-VALUE       PIC X(12).
017400     05  WS-AW-RESULT            PIC X(16).
017407
017414*--------------------------------------------------------------
017421* SHARED ACCESS-LOG CALL PARAMETER - ONE 'W' CALL PER ACCOUNT
017428* LOOKED UP, THE CLOSE CALL AT END OF SESSION
017435*--------------------------------------------------------------
017442 01  WS-ACCESS-PARM.
017449     05  WS-AX-FUNCTION          PIC X(01).
017456     05  WS-AX-OPERATOR-ID       PIC X(08).
017463     05  WS-AX-PROGRAM-ID        PIC X(12) VALUE 'MENU-DRIVER'.
017470     05  WS-AX-COMPANY-CODE      PIC X(03).
017477     05  WS-AX-ACCOUNT-NUMBER    PIC X(10).
017484     05  WS-AX-INQUIRY-TYPE      PIC X(02).
017500
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
018700         UNTIL WS-EXIT-REQUESTED
018800     MOVE 'C' TO WS-AW-FUNCTION
018900     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM
018930     MOVE 'C' TO WS-AX-FUNCTION
018960     CALL 'ACCESS-LOG' USING WS-ACCESS-PARM
019000     STOP RUN.
019100
019200 0500-OPERATOR-SIGNON.
024100         DISPLAY '3. CHECKNUMBER   - BALANCE CATEGORIZATION'
024200     END-IF
024300     DISPLAY '4. RELATION      - TWO-VALUE COMPARISON'
024350     DISPLAY '5. RELATIONSHIP INQ - CIFMSTR CUSTOMER AND ACCOUNTS'
024400     DISPLAY '6. ACCOUNT INQUIRY  - KEYED READ OF INPTMSTR'
024500     DISPLAY '7. REJECT BROWSE    - REJOUT WITH REASON CODES'
024600     DISPLAY '8. AUDIT BROWSE     - AUDITLOG BY PROGRAM/DATE'
024650     DISPLAY 'A. ADJUSTMENT BATCH - OPEN/KEY/CLOSE/RELEASE'
024700     DISPLAY '9. EXIT'
024800     DISPLAY 'ENTER CHOICE: '
024900     ACCEPT WS-MENU-CHOICE
025500 2000-PROCESS-CHOICE.
025600     PERFORM 3000-STAMP-AUDIT-TRAIL
025700         THRU 3000-STAMP-AUDIT-TRAIL-EXIT
025800     IF WS-MENU-CHOICE = '3' AND NOT WS-SUPERVISOR-LEVEL
025900         DISPLAY 'MENU-DRIVER: CHECKNUMBER REQUIRES '
026000             'SUPERVISOR AUTHORIZATION'
026100         GO TO 2000-PROCESS-CHOICE-EXIT
026200     END-IF
026201     IF WS-MENU-CHOICE = 'A'
026202         PERFORM 8000-ADJUSTMENT-BATCHES
026203             THRU 8000-ADJUSTMENT-BATCHES-EXIT
026204         GO TO 2000-PROCESS-CHOICE-EXIT
026205     END-IF
026210     IF WS-MENU-CHOICE = '5'
026220         PERFORM 7000-RELATIONSHIP-INQUIRY
026230             THRU 7000-RELATIONSHIP-INQUIRY-EXIT
026240         GO TO 2000-PROCESS-CHOICE-EXIT
026250     END-IF
026300     IF WS-MENU-CHOICE = '1'
026400         CALL 'LOOPEX'
026500     ELSE
026600         IF WS-MENU-CHOICE = '2'
026700             CALL 'EVENODD' USING WS-EVENODD-PARM
026800         ELSE
026900             IF WS-MENU-CHOICE = '3'
027000                 CALL 'CheckNumber' USING WS-CHECKNUM-PARM
027100             ELSE
027200                 IF WS-MENU-CHOICE = '4'
027300                     CALL 'RELATION-EXAMPLE' USING
027400                         WS-RELATION-PARM
027500                 ELSE
027600                     IF WS-MENU-CHOICE = '6'
027700                         PERFORM 4000-ACCOUNT-INQUIRY
027800                             THRU 4000-ACCOUNT-INQUIRY-EXIT
027900                     ELSE
028000                      IF WS-MENU-CHOICE = '7'
028100                         PERFORM 5000-REJECT-BROWSE
028200                             THRU 5000-REJECT-BROWSE-EXIT
028300                      ELSE
028400                       IF WS-MENU-CHOICE = '8'
028500                         PERFORM 6000-AUDIT-BROWSE
028600                             THRU 6000-AUDIT-BROWSE-EXIT
028700                       ELSE
028800                        IF WS-MENU-CHOICE = '9'
028900                         MOVE 'Y' TO WS-EXIT-SWITCH
029000                        ELSE
029100                         DISPLAY 'MENU-DRIVER: INVALID CHOICE'
031200             FS-MASTER-FILE
031300         GO TO 4000-ACCOUNT-INQUIRY-EXIT
031400     END-IF
031410     MOVE WS-INQUIRY-COMPANY TO WS-AX-COMPANY-CODE
031420     MOVE WS-INQUIRY-KEY TO WS-AX-ACCOUNT-NUMBER
031430     MOVE 'AI' TO WS-AX-INQUIRY-TYPE
031440     PERFORM 3100-LOG-ACCOUNT-ACCESS
031450         THRU 3100-LOG-ACCOUNT-ACCESS-EXIT
031500     MOVE WS-INQUIRY-COMPANY TO IR-COMPANY-CODE
031501     MOVE WS-INQUIRY-KEY TO IR-ACCOUNT-NUMBER
031600     READ MASTER-FILE
032500             DISPLAY 'AMOUNT........ ' WS-EDIT-AMOUNT
032600             DISPLAY 'STATUS........ ' IR-STATUS-CODE
032700             DISPLAY 'BRANCH........ ' IR-BRANCH-CODE
032730             PERFORM 4100-SHOW-BALANCES
032760                 THRU 4100-SHOW-BALANCES-EXIT
032800     END-READ
032900     CLOSE MASTER-FILE.
033000 4000-ACCOUNT-INQUIRY-EXIT.
033100     EXIT.
033101
033102*--------------------------------------------------------------
033103* LEDGER AND AVAILABLE BALANCE FOR THE ACCOUNT JUST DISPLAYED -
033104* NET FROM BALMSTR, LESS THE HOLDS ON FNDHOLD THAT HAVE NOT YET
033105* EXPIRED AS OF THE PROCESSING DATE. NO BALMSTR RECORD (NOTHING
033106* POSTED YET) SKIPS THE BALANCE LINES; NO FNDHOLD MEANS NO HOLDS.
033107*--------------------------------------------------------------
033108 4100-SHOW-BALANCES.
033109     CALL 'PROC-DATE' USING WS-RUN-DATE
033110     OPEN INPUT BALANCE-FILE
033111     IF FS-BALANCE-FILE NOT = '00' AND '05'
033112         DISPLAY 'MENU-DRIVER: BALMSTR OPEN FAILED, STATUS='
033113             FS-BALANCE-FILE
033114         GO TO 4100-SHOW-BALANCES-EXIT
033115     END-IF
033116     MOVE IR-COMPANY-CODE TO BL-COMPANY-CODE
033117     MOVE IR-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
033118     READ BALANCE-FILE
033119         INVALID KEY
033120             DISPLAY 'MENU-DRIVER: NO BALANCE RECORD FOR ACCOUNT '
033121                 IR-ACCOUNT-NUMBER
033122             CLOSE BALANCE-FILE
033123             GO TO 4100-SHOW-BALANCES-EXIT
033124     END-READ
033125     CLOSE BALANCE-FILE
033126     PERFORM 4200-SUM-ACTIVE-HOLDS
033127         THRU 4200-SUM-ACTIVE-HOLDS-EXIT
033128     COMPUTE WS-AVAILABLE-BALANCE = BL-NET-BALANCE - WS-HOLD-TOTAL
033129     MOVE BL-NET-BALANCE TO WS-EDIT-BALANCE
033130     DISPLAY 'LEDGER BAL.... ' WS-EDIT-BALANCE
033131     MOVE WS-HOLD-TOTAL TO WS-EDIT-BALANCE
033132     DISPLAY 'ACTIVE HOLDS.. ' WS-EDIT-BALANCE
033133     MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-BALANCE
033134     DISPLAY 'AVAILABLE BAL. ' WS-EDIT-BALANCE.
033135 4100-SHOW-BALANCES-EXIT.
033136     EXIT.
033137
033138 4200-SUM-ACTIVE-HOLDS.
033139     MOVE ZERO TO WS-HOLD-TOTAL
033140     MOVE 'N' TO WS-HOLD-EOF-SWITCH
033141     OPEN INPUT HOLD-FILE
033142     IF FS-HOLD-FILE NOT = '00' AND '05'
033143         GO TO 4200-SUM-ACTIVE-HOLDS-EXIT
033144     END-IF
033145     MOVE BL-COMPANY-CODE TO FH-COMPANY-CODE
033146     MOVE BL-ACCOUNT-NUMBER TO FH-ACCOUNT-NUMBER
033147     MOVE LOW-VALUES TO FH-HOLD-ID
033148     START HOLD-FILE
033149         KEY IS NOT LESS THAN FH-HOLD-KEY
033150         INVALID KEY
033151             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
033152     END-START
033153     PERFORM 4250-ADD-ONE-HOLD
033154         THRU 4250-ADD-ONE-HOLD-EXIT
033155         UNTIL WS-HOLD-SCAN-DONE
033156     CLOSE HOLD-FILE.
033157 4200-SUM-ACTIVE-HOLDS-EXIT.
033158     EXIT.
033159
033160 4250-ADD-ONE-HOLD.
033161     READ HOLD-FILE NEXT RECORD
033162         AT END
033163             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
033164             GO TO 4250-ADD-ONE-HOLD-EXIT
033165     END-READ
033166     IF FH-COMPANY-CODE NOT = BL-COMPANY-CODE OR
033167        FH-ACCOUNT-NUMBER NOT = BL-ACCOUNT-NUMBER
033168         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
033169         GO TO 4250-ADD-ONE-HOLD-EXIT
033170     END-IF
033171     IF FH-EXPIRY-DATE NOT < WS-RUN-DATE
033172         ADD FH-HOLD-AMOUNT TO WS-HOLD-TOTAL
033173     END-IF.
033174 4250-ADD-ONE-HOLD-EXIT.
033175     EXIT.
033200
033300*--------------------------------------------------------------
033400* OPTION 7 - BROWSE THE DAY'S REJECTS WITH THEIR REASON CODES
043000     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM.
043100 3000-STAMP-AUDIT-TRAIL-EXIT.
043200     EXIT.
043207
043214*--------------------------------------------------------------
043221* EVERY ACCOUNT LOOKUP GOES TO THE CUSTOMER-DATA ACCESS LOG UNDER
043228* THE SIGNED-ON OPERATOR, SO A PRIVACY REVIEW CAN SAY WHO VIEWED
043235* AN ACCOUNT. THE CALLER SETS THE COMPANY, ACCOUNT AND INQUIRY
043242* TYPE (SEE ACCSREC).
043249*--------------------------------------------------------------
043256 3100-LOG-ACCOUNT-ACCESS.
043263     MOVE 'W' TO WS-AX-FUNCTION
043270     MOVE WS-OPERATOR-ID TO WS-AX-OPERATOR-ID
043277     CALL 'ACCESS-LOG' USING WS-ACCESS-PARM.
043284 3100-LOG-ACCOUNT-ACCESS-EXIT.
043291     EXIT.
043300
043400*--------------------------------------------------------------
043500* OPTION 5 - RELATIONSHIP INQUIRY. A CUSTOMER NUMBER SHOWS THE
043600* CIFMSTR CUSTOMER AND EVERY ACCOUNT LINKED TO IT; A BLANK ONE
043700* ASKS FOR A COMPANY AND ACCOUNT AND LISTS THE CUSTOMERS LINKED
043800* TO THAT ACCOUNT (THERE IS NO ACCOUNT-ORDER INDEX, SO CIFLINK
043900* IS READ THROUGH). WHEN ONLY ONE IS FOUND IT IS SHOWN IN FULL.
044000*--------------------------------------------------------------
044100 7000-RELATIONSHIP-INQUIRY.
044200     DISPLAY 'CUSTOMER NUMBER (8 DIGITS, BLANK TO FIND BY '
044300         'ACCOUNT): '
044400     ACCEPT WS-CIF-INPUT
044500     IF WS-CIF-INPUT = SPACES
044600         PERFORM 7100-FIND-BY-ACCOUNT
044700             THRU 7100-FIND-BY-ACCOUNT-EXIT
044800         IF WS-BROWSE-COUNT NOT = 1
044900             GO TO 7000-RELATIONSHIP-INQUIRY-EXIT
045000         END-IF
045100     ELSE
045200         IF WS-CIF-INPUT NOT NUMERIC
045300             DISPLAY 'MENU-DRIVER: CUSTOMER NUMBER MUST BE '
045400                 '8 DIGITS'
045500             GO TO 7000-RELATIONSHIP-INQUIRY-EXIT
045600         END-IF
045700         MOVE WS-CIF-INPUT TO WS-CIF-CUSTOMER
045800     END-IF
045900     PERFORM 7200-SHOW-RELATIONSHIP
046000         THRU 7200-SHOW-RELATIONSHIP-EXIT.
046100 7000-RELATIONSHIP-INQUIRY-EXIT.
046200     EXIT.
046300
046400 7100-FIND-BY-ACCOUNT.
046500     DISPLAY 'COMPANY CODE: '
046600     ACCEPT WS-INQUIRY-COMPANY
046700     DISPLAY 'ACCOUNT NUMBER: '
046800     ACCEPT WS-INQUIRY-KEY
046900     MOVE ZERO TO WS-BROWSE-COUNT
047000     MOVE 'N' TO WS-LINK-EOF-SWITCH
047100     OPEN INPUT LINK-FILE
047200     IF FS-LINK-FILE NOT = '00' AND '05'
047300         DISPLAY 'MENU-DRIVER: NO CUSTOMER LINK FILE ON HAND'
047400         GO TO 7100-FIND-BY-ACCOUNT-EXIT
047500     END-IF
047600     OPEN INPUT CUSTOMER-FILE
047700     IF FS-CUSTOMER-FILE NOT = '00' AND '05'
047800         DISPLAY 'MENU-DRIVER: CIFMSTR OPEN FAILED, STATUS='
047900             FS-CUSTOMER-FILE
048000         CLOSE LINK-FILE
048100         GO TO 7100-FIND-BY-ACCOUNT-EXIT
048200     END-IF
048210     MOVE WS-INQUIRY-COMPANY TO WS-AX-COMPANY-CODE
048220     MOVE WS-INQUIRY-KEY TO WS-AX-ACCOUNT-NUMBER
048230     MOVE 'RA' TO WS-AX-INQUIRY-TYPE
048240     PERFORM 3100-LOG-ACCOUNT-ACCESS
048250         THRU 3100-LOG-ACCOUNT-ACCESS-EXIT
048300     PERFORM 7150-MATCH-ONE-LINK
048400         THRU 7150-MATCH-ONE-LINK-EXIT
048500         UNTIL WS-LINK-SCAN-DONE
048600     CLOSE LINK-FILE
048700     CLOSE CUSTOMER-FILE
048800     DISPLAY 'MENU-DRIVER: ' WS-BROWSE-COUNT ' CUSTOMER(S) '
048900         'LINKED TO ACCOUNT ' WS-INQUIRY-COMPANY ' '
049000         WS-INQUIRY-KEY
049100     IF WS-BROWSE-COUNT > 1
049200         DISPLAY 'MENU-DRIVER: ENTER ONE CUSTOMER NUMBER FOR THE '
049300             'FULL RELATIONSHIP'
049400     END-IF.
049500 7100-FIND-BY-ACCOUNT-EXIT.
049600     EXIT.
049700
049800 7150-MATCH-ONE-LINK.
049900     READ LINK-FILE NEXT RECORD
050000         AT END
050100             MOVE 'Y' TO WS-LINK-EOF-SWITCH
050200             GO TO 7150-MATCH-ONE-LINK-EXIT
050300     END-READ
050400     IF CL-COMPANY-CODE NOT = WS-INQUIRY-COMPANY OR
050500        CL-ACCOUNT-NUMBER NOT = WS-INQUIRY-KEY
050600         GO TO 7150-MATCH-ONE-LINK-EXIT
050700     END-IF
050800     ADD 1 TO WS-BROWSE-COUNT
050900     MOVE CL-CUSTOMER-NUMBER TO WS-CIF-CUSTOMER
051000     MOVE CL-CUSTOMER-NUMBER TO CF-CUSTOMER-NUMBER
051100     READ CUSTOMER-FILE
051200         INVALID KEY
051300             MOVE '*** NOT ON CIFMSTR' TO CF-CUSTOMER-NAME
051400     END-READ
051500     DISPLAY 'CUSTOMER ' CL-CUSTOMER-NUMBER ' ' CF-CUSTOMER-NAME
051600         ' ROLE ' CL-ROLE-CODE ' STATUS ' CL-LINK-STATUS.
051700 7150-MATCH-ONE-LINK-EXIT.
051800     EXIT.
051900
052000*--------------------------------------------------------------
052100* THE CUSTOMER AND EACH LINKED ACCOUNT. ONLY CONFIRMED PRIMARY
052200* AND JOINT LINKS COUNT TOWARD THE COMBINED BALANCE, WHICH IS IN
052300* THE GROUP CURRENCY (CTLMSTR 'T' GROUPCCY) AT THE LATEST FXRATE
052400* RATE IN FORCE ON THE PROCESSING DATE. AN ACCOUNT WHOSE COMPANY
052500* HAS NO CURRENCY OR NO RATE LEAVES THE COMBINED FIGURE
052600* INCOMPLETE, AND THE INQUIRY SAYS SO.
052700*--------------------------------------------------------------
052800 7200-SHOW-RELATIONSHIP.
052900     CALL 'PROC-DATE' USING WS-RUN-DATE
053000     OPEN INPUT CUSTOMER-FILE
053100     IF FS-CUSTOMER-FILE NOT = '00' AND '05'
053200         DISPLAY 'MENU-DRIVER: CIFMSTR OPEN FAILED, STATUS='
053300             FS-CUSTOMER-FILE
053400         GO TO 7200-SHOW-RELATIONSHIP-EXIT
053500     END-IF
053600     MOVE WS-CIF-CUSTOMER TO CF-CUSTOMER-NUMBER
053700     READ CUSTOMER-FILE
053800         INVALID KEY
053900             DISPLAY 'MENU-DRIVER: NO CUSTOMER ' WS-CIF-CUSTOMER
054000                 ' ON CIFMSTR'
054100             CLOSE CUSTOMER-FILE
054200             GO TO 7200-SHOW-RELATIONSHIP-EXIT
054300     END-READ
054400     CLOSE CUSTOMER-FILE
054500     DISPLAY 'CUSTOMER...... ' CF-CUSTOMER-NUMBER
054600     DISPLAY 'NAME.......... ' CF-CUSTOMER-NAME
054700     DISPLAY 'HOME BRANCH... ' CF-HOME-BRANCH
054800     DISPLAY 'OPENED........ ' CF-OPEN-DATE
054900     OPEN INPUT LINK-FILE
055000     IF FS-LINK-FILE NOT = '00' AND '05'
055100         DISPLAY 'MENU-DRIVER: NO CUSTOMER LINK FILE ON HAND'
055200         GO TO 7200-SHOW-RELATIONSHIP-EXIT
055300     END-IF
055400     MOVE SPACES TO WS-GROUP-CURRENCY
055500     MOVE 'N' TO WS-CTL-OPEN-SWITCH
055600     OPEN INPUT CONTROL-MASTER-FILE
055700     IF FS-CONTROL-MASTER-FILE = '00' OR '05'
055800         MOVE 'Y' TO WS-CTL-OPEN-SWITCH
055900         MOVE 'T' TO CT-ENTRY-TYPE
056000         MOVE 'GROUPCCY' TO CT-ENTRY-CODE
056100         READ CONTROL-MASTER-FILE
056200             INVALID KEY
056300                 MOVE SPACES TO CT-GR-CURRENCY-CODE
056400         END-READ
056500         MOVE CT-GR-CURRENCY-CODE TO WS-GROUP-CURRENCY
056600     END-IF
056700     MOVE 'N' TO WS-RATE-OPEN-SWITCH
056800     OPEN INPUT RATE-FILE
056900     IF FS-RATE-FILE = '00' OR '05'
057000         MOVE 'Y' TO WS-RATE-OPEN-SWITCH
057100     END-IF
057200     MOVE 'N' TO WS-BAL-OPEN-SWITCH
057300     OPEN INPUT BALANCE-FILE
057400     IF FS-BALANCE-FILE = '00' OR '05'
057500         MOVE 'Y' TO WS-BAL-OPEN-SWITCH
057600     END-IF
057700     MOVE ZERO TO WS-BROWSE-COUNT
057800     MOVE ZERO TO WS-COMBINED-BALANCE
057900     MOVE 'N' TO WS-CIF-INCOMPLETE-SWITCH
058000     MOVE 'N' TO WS-LINK-EOF-SWITCH
058100     MOVE WS-CIF-CUSTOMER TO CL-CUSTOMER-NUMBER
058200     MOVE LOW-VALUES TO CL-COMPANY-CODE
058300     MOVE LOW-VALUES TO CL-ACCOUNT-NUMBER
058400     START LINK-FILE
058500         KEY IS NOT LESS THAN CL-LINK-KEY
058600         INVALID KEY
058700             MOVE 'Y' TO WS-LINK-EOF-SWITCH
058800     END-START
058900     PERFORM 7250-SHOW-ONE-LINK
059000         THRU 7250-SHOW-ONE-LINK-EXIT
059100         UNTIL WS-LINK-SCAN-DONE
059200     CLOSE LINK-FILE
059300     IF WS-CONTROL-FILE-OPEN
059400         CLOSE CONTROL-MASTER-FILE
059500     END-IF
059600     IF WS-RATE-FILE-OPEN
059700         CLOSE RATE-FILE
059800     END-IF
059900     IF WS-BALANCE-FILE-OPEN
060000         CLOSE BALANCE-FILE
060100     END-IF
060200     IF WS-BROWSE-COUNT = ZERO
060300         DISPLAY 'MENU-DRIVER: NO ACCOUNTS LINKED TO CUSTOMER '
060400             WS-CIF-CUSTOMER
060500         GO TO 7200-SHOW-RELATIONSHIP-EXIT
060600     END-IF
060700     IF WS-GROUP-CURRENCY = SPACES
060800         DISPLAY 'MENU-DRIVER: NO GROUP CURRENCY ON CTLMSTR - '
060900             'NO COMBINED BALANCE'
061000         GO TO 7200-SHOW-RELATIONSHIP-EXIT
061100     END-IF
061200     MOVE WS-COMBINED-BALANCE TO WS-EDIT-BALANCE
061300     DISPLAY 'COMBINED BAL.. ' WS-EDIT-BALANCE ' '
061400         WS-GROUP-CURRENCY
061500     IF WS-CIF-INCOMPLETE
061600         DISPLAY 'MENU-DRIVER: COMBINED BALANCE INCOMPLETE - AN '
061700             'ACCOUNT HAS NO CURRENCY OR RATE'
061800     END-IF.
061900 7200-SHOW-RELATIONSHIP-EXIT.
062000     EXIT.
062100
062200 7250-SHOW-ONE-LINK.
062300     READ LINK-FILE NEXT RECORD
062400         AT END
062500             MOVE 'Y' TO WS-LINK-EOF-SWITCH
062600             GO TO 7250-SHOW-ONE-LINK-EXIT
062700     END-READ
062800     IF CL-CUSTOMER-NUMBER NOT = WS-CIF-CUSTOMER
062900         MOVE 'Y' TO WS-LINK-EOF-SWITCH
063000         GO TO 7250-SHOW-ONE-LINK-EXIT
063100     END-IF
063200     ADD 1 TO WS-BROWSE-COUNT
063210     MOVE CL-COMPANY-CODE TO WS-AX-COMPANY-CODE
063220     MOVE CL-ACCOUNT-NUMBER TO WS-AX-ACCOUNT-NUMBER
063230     MOVE 'RB' TO WS-AX-INQUIRY-TYPE
063240     PERFORM 3100-LOG-ACCOUNT-ACCESS
063250         THRU 3100-LOG-ACCOUNT-ACCESS-EXIT
063300     MOVE ZERO TO BL-NET-BALANCE
063400     MOVE 'N' TO WS-BAL-FOUND-SWITCH
063500     IF WS-BALANCE-FILE-OPEN
063600         MOVE CL-COMPANY-CODE TO BL-COMPANY-CODE
063700         MOVE CL-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
063800         MOVE 'Y' TO WS-BAL-FOUND-SWITCH
063900         READ BALANCE-FILE
064000             INVALID KEY
064100                 MOVE ZERO TO BL-NET-BALANCE
064200                 MOVE 'N' TO WS-BAL-FOUND-SWITCH
064300         END-READ
064400     END-IF
064500     PERFORM 7300-FIND-LINK-RATE
064600         THRU 7300-FIND-LINK-RATE-EXIT
064700     MOVE BL-NET-BALANCE TO WS-EDIT-BALANCE
064800     DISPLAY CL-COMPANY-CODE ' ' CL-ACCOUNT-NUMBER ' ROLE '
064900         CL-ROLE-CODE ' STATUS ' CL-LINK-STATUS ' '
065000         WS-LINK-CURRENCY ' ' WS-EDIT-BALANCE
065100     IF NOT WS-BALANCE-FOUND
065200         DISPLAY '    NO BALANCE RECORD - TAKEN AS ZERO'
065300     END-IF
065400     IF CL-LINK-DRAFT
065500         DISPLAY '    DRAFT LINK - NOT COUNTED UNTIL CONFIRMED'
065600         GO TO 7250-SHOW-ONE-LINK-EXIT
065700     END-IF
065800     IF CL-TRUSTEE-ROLE
065900         DISPLAY '    TRUSTEE - NOT COUNTED'
066000         GO TO 7250-SHOW-ONE-LINK-EXIT
066100     END-IF
066200     IF WS-LINK-RATE = ZERO
066300         MOVE 'Y' TO WS-CIF-INCOMPLETE-SWITCH
066400         DISPLAY '    NO CURRENCY OR RATE - NOT COUNTED'
066500         GO TO 7250-SHOW-ONE-LINK-EXIT
066600     END-IF
066700     COMPUTE WS-GROUP-AMOUNT ROUNDED =
066800         BL-NET-BALANCE * WS-LINK-RATE
066900     ADD WS-GROUP-AMOUNT TO WS-COMBINED-BALANCE.
067000 7250-SHOW-ONE-LINK-EXIT.
067100     EXIT.
067200
067300*--------------------------------------------------------------
067400* THE LINKED ACCOUNT'S COMPANY CURRENCY AND THE RATE INTO THE
067500* GROUP CURRENCY - ONE FOR THE GROUP CURRENCY ITSELF, ZERO WHEN
067600* EITHER IS MISSING. THE PAIR'S FXRATE ENTRIES FILE TOGETHER IN
067700* DATE ORDER; THE LAST ONE NOT AFTER THE PROCESSING DATE WINS.
067800*--------------------------------------------------------------
067900 7300-FIND-LINK-RATE.
068000     MOVE SPACES TO WS-LINK-CURRENCY
068100     MOVE ZERO TO WS-LINK-RATE
068200     IF NOT WS-CONTROL-FILE-OPEN
068300         GO TO 7300-FIND-LINK-RATE-EXIT
068400     END-IF
068500     MOVE 'C' TO CT-ENTRY-TYPE
068600     MOVE CL-COMPANY-CODE TO CT-ENTRY-CODE
068700     READ CONTROL-MASTER-FILE
068800         INVALID KEY
068900             MOVE SPACES TO CT-CO-CURRENCY-CODE
069000     END-READ
069100     MOVE CT-CO-CURRENCY-CODE TO WS-LINK-CURRENCY
069200     IF WS-LINK-CURRENCY = SPACES OR WS-GROUP-CURRENCY = SPACES
069300         GO TO 7300-FIND-LINK-RATE-EXIT
069400     END-IF
069500     IF WS-LINK-CURRENCY = WS-GROUP-CURRENCY
069600         MOVE 1 TO WS-LINK-RATE
069700         GO TO 7300-FIND-LINK-RATE-EXIT
069800     END-IF
069900     IF NOT WS-RATE-FILE-OPEN
070000         GO TO 7300-FIND-LINK-RATE-EXIT
070100     END-IF
070200     MOVE 'N' TO WS-RATE-EOF-SWITCH
070300     MOVE WS-LINK-CURRENCY TO FX-FROM-CURRENCY
070400     MOVE WS-GROUP-CURRENCY TO FX-TO-CURRENCY
070500     MOVE ZERO TO FX-EFFECTIVE-DATE
070600     START RATE-FILE
070700         KEY IS NOT LESS THAN FX-RATE-KEY
070800         INVALID KEY
070900             MOVE 'Y' TO WS-RATE-EOF-SWITCH
071000     END-START
071100     PERFORM 7350-SCAN-ONE-RATE
071200         THRU 7350-SCAN-ONE-RATE-EXIT
071300         UNTIL WS-RATE-SCAN-DONE.
071400 7300-FIND-LINK-RATE-EXIT.
071500     EXIT.
071600
071700 7350-SCAN-ONE-RATE.
071800     READ RATE-FILE NEXT RECORD
071900         AT END
072000             MOVE 'Y' TO WS-RATE-EOF-SWITCH
072100             GO TO 7350-SCAN-ONE-RATE-EXIT
072200     END-READ
072300     IF FX-FROM-CURRENCY NOT = WS-LINK-CURRENCY OR
072400        FX-TO-CURRENCY NOT = WS-GROUP-CURRENCY OR
072500        FX-EFFECTIVE-DATE > WS-RUN-DATE
072600         MOVE 'Y' TO WS-RATE-EOF-SWITCH
072700         GO TO 7350-SCAN-ONE-RATE-EXIT
072800     END-IF
072900     MOVE FX-RATE TO WS-LINK-RATE.
073000 7350-SCAN-ONE-RATE-EXIT.
073100     EXIT.
073200
073300*--------------------------------------------------------------
073400* OPTION A - MANUAL ADJUSTMENT BATCHES ON ADJMSTR. THE FIRST USE
073500* CREATES THE FILE. THE RUN DATE STAMPS EVERY BATCH ACTION.
073600*--------------------------------------------------------------
073700 8000-ADJUSTMENT-BATCHES.
073800     CALL 'PROC-DATE' USING WS-RUN-DATE
073900     MOVE 'N' TO WS-ADJ-EXIT-SWITCH
074000     OPEN I-O ADJ-FILE
074100     IF FS-ADJ-FILE = '35'
074200         OPEN OUTPUT ADJ-FILE
074300         CLOSE ADJ-FILE
074400         OPEN I-O ADJ-FILE
074500     END-IF
074600     IF FS-ADJ-FILE NOT = '00' AND '05'
074700         DISPLAY 'MENU-DRIVER: ADJMSTR OPEN FAILED, STATUS='
074800             FS-ADJ-FILE
074900         GO TO 8000-ADJUSTMENT-BATCHES-EXIT
075000     END-IF
075100     PERFORM 8050-ADJUSTMENT-MENU
075200         THRU 8050-ADJUSTMENT-MENU-EXIT
075300         UNTIL WS-ADJ-EXIT-REQUESTED
075400     CLOSE ADJ-FILE.
075500 8000-ADJUSTMENT-BATCHES-EXIT.
075600     EXIT.
075700
075800 8050-ADJUSTMENT-MENU.
075900     DISPLAY ' '
076000     DISPLAY 'ADJUSTMENT BATCHES'
076100     DISPLAY '1. OPEN BATCH       - DECLARE CONTROL COUNT/AMOUNT'
076200     DISPLAY '2. KEY ITEMS        - ADD ITEMS TO AN OPEN BATCH'
076300     DISPLAY '3. REMOVE ITEM      - TAKE A MIS-KEYED ITEM OUT'
076400     DISPLAY '4. CLOSE BATCH      - KEYED TOTALS MUST MATCH'
076500     DISPLAY '5. RELEASE BATCH    - NOT BY ANYONE WHO KEYED IT'
076600     DISPLAY '6. BATCH REGISTER   - BATCHES BY STATUS'
076700     DISPLAY '9. RETURN TO MAIN MENU'
076800     DISPLAY 'ENTER CHOICE: '
076900     ACCEPT WS-ADJ-CHOICE
077000     IF WS-ADJ-CHOICE = 1
077100         PERFORM 8100-OPEN-BATCH
077200             THRU 8100-OPEN-BATCH-EXIT
077300         GO TO 8050-ADJUSTMENT-MENU-EXIT
077400     END-IF
077500     IF WS-ADJ-CHOICE = 2
077600         PERFORM 8200-KEY-ITEMS
077700             THRU 8200-KEY-ITEMS-EXIT
077800         GO TO 8050-ADJUSTMENT-MENU-EXIT
077900     END-IF
078000     IF WS-ADJ-CHOICE = 3
078100         PERFORM 8400-REMOVE-ITEM
078200             THRU 8400-REMOVE-ITEM-EXIT
078300         GO TO 8050-ADJUSTMENT-MENU-EXIT
078400     END-IF
078500     IF WS-ADJ-CHOICE = 4
078600         PERFORM 8500-CLOSE-BATCH
078700             THRU 8500-CLOSE-BATCH-EXIT
078800         GO TO 8050-ADJUSTMENT-MENU-EXIT
078900     END-IF
079000     IF WS-ADJ-CHOICE = 5
079100         PERFORM 8600-RELEASE-BATCH
079200             THRU 8600-RELEASE-BATCH-EXIT
079300         GO TO 8050-ADJUSTMENT-MENU-EXIT
079400     END-IF
079500     IF WS-ADJ-CHOICE = 6
079600         PERFORM 8700-BATCH-REGISTER
079700             THRU 8700-BATCH-REGISTER-EXIT
079800         GO TO 8050-ADJUSTMENT-MENU-EXIT
079900     END-IF
080000     IF WS-ADJ-CHOICE = 9
080100         MOVE 'Y' TO WS-ADJ-EXIT-SWITCH
080200         GO TO 8050-ADJUSTMENT-MENU-EXIT
080300     END-IF
080400     DISPLAY 'MENU-DRIVER: INVALID CHOICE'.
080500 8050-ADJUSTMENT-MENU-EXIT.
080600     EXIT.
080700
080800*--------------------------------------------------------------
080900* OPEN A BATCH - THE NEXT NUMBER COMES FROM THE BATCH-ZERO
081000* NUMBER-CONTROL RECORD, WRITTEN ON THE FIRST OPEN.
081100*--------------------------------------------------------------
081200 8100-OPEN-BATCH.
081300     DISPLAY 'CONTROL COUNT (4 DIGITS): '
081400     ACCEPT WS-ADJ-COUNT-INPUT
081500     IF WS-ADJ-COUNT-INPUT NOT NUMERIC OR
081600        WS-ADJ-COUNT-INPUT = '0000'
081700         DISPLAY 'MENU-DRIVER: CONTROL COUNT MUST BE 4 DIGITS, '
081800             'NOT ZERO'
081900         GO TO 8100-OPEN-BATCH-EXIT
082000     END-IF
082100     DISPLAY 'CONTROL AMOUNT (SIGN + 11 DIGITS, 2 DECIMALS): '
082200     ACCEPT WS-ADJ-CONTROL-INPUT
082300     IF WS-ADJ-CONTROL-AMOUNT NOT NUMERIC
082400         DISPLAY 'MENU-DRIVER: CONTROL AMOUNT MUST BE A SIGN '
082500             'AND 11 DIGITS'
082600         GO TO 8100-OPEN-BATCH-EXIT
082700     END-IF
082800     MOVE ZERO TO AJ-BATCH-NUMBER
082900     MOVE ZERO TO AJ-ITEM-NUMBER
083000     READ ADJ-FILE
083100         INVALID KEY
083200             MOVE SPACES TO AJ-RECORD-DATA
083300             MOVE ZERO TO AJ-LAST-BATCH-NUMBER
083400             WRITE ADJ-RECORD
083500     END-READ
083600     ADD 1 TO AJ-LAST-BATCH-NUMBER
083700     MOVE AJ-LAST-BATCH-NUMBER TO WS-ADJ-BATCH-NUMBER
083800     REWRITE ADJ-RECORD
083900     IF FS-ADJ-FILE NOT = '00'
084000         DISPLAY 'MENU-DRIVER: ADJMSTR NUMBER CONTROL NOT '
084100             'UPDATED, STATUS=' FS-ADJ-FILE
084200         GO TO 8100-OPEN-BATCH-EXIT
084300     END-IF
084400     MOVE SPACES TO AJ-RECORD-DATA
084500     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
084600     MOVE ZERO TO AJ-ITEM-NUMBER
084700     MOVE 'O' TO AJ-BATCH-STATUS
084800     MOVE WS-ADJ-COUNT-INPUT TO AJ-CONTROL-COUNT
084900     MOVE WS-ADJ-CONTROL-AMOUNT TO AJ-CONTROL-AMOUNT
085000     MOVE ZERO TO AJ-KEYED-COUNT
085100     MOVE ZERO TO AJ-KEYED-AMOUNT
085200     MOVE ZERO TO AJ-LAST-ITEM-NUMBER
085300     MOVE WS-OPERATOR-ID TO AJ-OPENED-BY
085400     MOVE WS-RUN-DATE TO AJ-OPENED-DATE
085500     MOVE ZERO TO AJ-CLOSED-DATE
085600     MOVE ZERO TO AJ-RELEASED-DATE
085700     MOVE ZERO TO AJ-FEED-DATE
085800     WRITE ADJ-RECORD
085900     IF FS-ADJ-FILE NOT = '00'
086000         DISPLAY 'MENU-DRIVER: BATCH NOT WRITTEN, STATUS='
086100             FS-ADJ-FILE
086200         GO TO 8100-OPEN-BATCH-EXIT
086300     END-IF
086400     DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER ' OPENED'
086500     MOVE 'OPEN' TO WS-AA-ACTION
086600     PERFORM 8900-STAMP-BATCH-ACTION
086700         THRU 8900-STAMP-BATCH-ACTION-EXIT.
086800 8100-OPEN-BATCH-EXIT.
086900     EXIT.
087000
087100*--------------------------------------------------------------
087200* KEY ITEMS INTO AN OPEN BATCH UNTIL A BLANK COMPANY CODE. EACH
087300* ITEM IS CHECKED BEFORE IT IS WRITTEN; A REFUSED ITEM IS NOT
087400* KEPT AND THE OPERATOR KEYS IT AGAIN.
087500*--------------------------------------------------------------
087600 8200-KEY-ITEMS.
087700     PERFORM 8800-GET-BATCH
087800         THRU 8800-GET-BATCH-EXIT
087900     IF NOT WS-ADJ-BATCH-FOUND
088000         GO TO 8200-KEY-ITEMS-EXIT
088100     END-IF
088200     IF NOT AJ-BATCH-OPEN
088300         DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
088400             ' IS NOT OPEN'
088500         GO TO 8200-KEY-ITEMS-EXIT
088600     END-IF
088700     MOVE 'N' TO WS-ADJ-DONE-SWITCH
088800     PERFORM 8250-KEY-ONE-ITEM
088900         THRU 8250-KEY-ONE-ITEM-EXIT
089000         UNTIL WS-ADJ-KEYING-DONE
089100     PERFORM 8850-SHOW-BATCH-TOTALS
089200         THRU 8850-SHOW-BATCH-TOTALS-EXIT.
089300 8200-KEY-ITEMS-EXIT.
089400     EXIT.
089500
089600 8250-KEY-ONE-ITEM.
089700     DISPLAY 'COMPANY CODE (BLANK TO STOP): '
089800     ACCEPT WS-INQUIRY-COMPANY
089900     IF WS-INQUIRY-COMPANY = SPACES
090000         MOVE 'Y' TO WS-ADJ-DONE-SWITCH
090100         GO TO 8250-KEY-ONE-ITEM-EXIT
090200     END-IF
090300     DISPLAY 'ACCOUNT NUMBER: '
090400     ACCEPT WS-INQUIRY-KEY
090500     DISPLAY 'AMOUNT (SIGN + 9 DIGITS, 2 DECIMALS): '
090600     ACCEPT WS-ADJ-ITEM-AMOUNT-INPUT
090700     DISPLAY 'BRANCH CODE: '
090800     ACCEPT WS-ADJ-BRANCH
090900     DISPLAY 'TYPE (CO CORRECTION, GW GOODWILL, WB WRITE-BACK): '
091000     ACCEPT WS-ADJ-TYPE
091100     PERFORM 8300-VALIDATE-ITEM
091200         THRU 8300-VALIDATE-ITEM-EXIT
091300     IF WS-ADJ-REFUSAL NOT = SPACES
091400         DISPLAY 'MENU-DRIVER: ITEM REFUSED - ' WS-ADJ-REFUSAL
091500         GO TO 8250-KEY-ONE-ITEM-EXIT
091600     END-IF
091700     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
091800     MOVE ZERO TO AJ-ITEM-NUMBER
091900     READ ADJ-FILE
092000         INVALID KEY
092100             MOVE SPACES TO AJ-BATCH-STATUS
092200     END-READ
092300     IF NOT AJ-BATCH-OPEN
092400         DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
092500             ' IS NO LONGER OPEN'
092600         MOVE 'Y' TO WS-ADJ-DONE-SWITCH
092700         GO TO 8250-KEY-ONE-ITEM-EXIT
092800     END-IF
092900     COMPUTE WS-ADJ-ITEM-NUMBER = AJ-LAST-ITEM-NUMBER + 1
093400     MOVE SPACES TO AJ-RECORD-DATA
093500     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
093600     MOVE WS-ADJ-ITEM-NUMBER TO AJ-ITEM-NUMBER
093700     MOVE WS-INQUIRY-COMPANY TO AJ-IT-COMPANY-CODE
093800     MOVE WS-INQUIRY-KEY TO AJ-IT-ACCOUNT-NUMBER
093900     MOVE WS-ADJ-ITEM-AMOUNT TO AJ-IT-AMOUNT
094000     MOVE WS-ADJ-BRANCH TO AJ-IT-BRANCH-CODE
094100     MOVE WS-ADJ-TYPE TO AJ-IT-ADJ-TYPE
094200     MOVE WS-OPERATOR-ID TO AJ-IT-KEYED-BY
094300     MOVE WS-RUN-DATE TO AJ-IT-KEYED-DATE
094400     WRITE ADJ-RECORD
094500     IF FS-ADJ-FILE NOT = '00'
094600         DISPLAY 'MENU-DRIVER: ITEM NOT WRITTEN, STATUS='
094700             FS-ADJ-FILE
094800         GO TO 8250-KEY-ONE-ITEM-EXIT
094900     END-IF
095000     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
095004     MOVE ZERO TO AJ-ITEM-NUMBER
095008     READ ADJ-FILE
095012         INVALID KEY
095016             DISPLAY 'MENU-DRIVER: BATCH CONTROL NOT READ, '
095020                 'STATUS=' FS-ADJ-FILE
095024             PERFORM 8260-BACK-OUT-ITEM
095028                 THRU 8260-BACK-OUT-ITEM-EXIT
095032             GO TO 8250-KEY-ONE-ITEM-EXIT
095036     END-READ
095040     MOVE WS-ADJ-ITEM-NUMBER TO AJ-LAST-ITEM-NUMBER
095044     ADD 1 TO AJ-KEYED-COUNT
095048     ADD WS-ADJ-ITEM-AMOUNT TO AJ-KEYED-AMOUNT
095052     REWRITE ADJ-RECORD
095056     IF FS-ADJ-FILE NOT = '00'
095060         DISPLAY 'MENU-DRIVER: BATCH CONTROL NOT UPDATED, STATUS='
095064             FS-ADJ-FILE
095068         PERFORM 8260-BACK-OUT-ITEM
095072             THRU 8260-BACK-OUT-ITEM-EXIT
095076         GO TO 8250-KEY-ONE-ITEM-EXIT
095080     END-IF
095084     DISPLAY 'MENU-DRIVER: ITEM ' WS-ADJ-ITEM-NUMBER ' ADDED'
095088     MOVE 'KEY' TO WS-AA-ACTION
095092     PERFORM 8900-STAMP-BATCH-ACTION
095096         THRU 8900-STAMP-BATCH-ACTION-EXIT.
095100 8250-KEY-ONE-ITEM-EXIT.
095200     EXIT.
095205
095210*--------------------------------------------------------------
095215* AN ITEM WHOSE BATCH CONTROL COULD NOT BE UPDATED COMES OFF
095220* AGAIN, SO THE KEYED TOTALS NEVER MISS AN ITEM ON FILE.
095225*--------------------------------------------------------------
095230 8260-BACK-OUT-ITEM.
095235     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
095240     MOVE WS-ADJ-ITEM-NUMBER TO AJ-ITEM-NUMBER
095245     DELETE ADJ-FILE RECORD
095250         INVALID KEY
095255             DISPLAY 'MENU-DRIVER: ITEM ' WS-ADJ-ITEM-NUMBER
095260                 ' NOT BACKED OUT, STATUS=' FS-ADJ-FILE
095265             GO TO 8260-BACK-OUT-ITEM-EXIT
095270     END-DELETE
095275     DISPLAY 'MENU-DRIVER: ITEM ' WS-ADJ-ITEM-NUMBER
095280         ' NOT KEPT - KEY IT AGAIN'.
095285 8260-BACK-OUT-ITEM-EXIT.
095290     EXIT.
095300
095400*--------------------------------------------------------------
095500* ITEM CHECKS - THE SAME ONES FILE-DEMO WILL MAKE, CAUGHT AT THE
095600* KEYBOARD. THE ACCOUNT MUST BE ON INPTMSTR UNDER THE COMPANY
095700* AND NOT CLOSED, THE BRANCH MUST BE A CTLMSTR 'B' ENTRY, AND
095800* NO OTHER UNPROCESSED BATCH MAY HOLD THE SAME ACCOUNT - THE
095900* DAY'S FEED CARRIES ONE DETAIL PER ACCOUNT.
096000*--------------------------------------------------------------
096100 8300-VALIDATE-ITEM.
096200     MOVE SPACES TO WS-ADJ-REFUSAL
096300     IF WS-ADJ-ITEM-AMOUNT NOT NUMERIC
096400         MOVE 'AMOUNT MUST BE A SIGN AND 9 DIGITS'
096401             TO WS-ADJ-REFUSAL
096500         GO TO 8300-VALIDATE-ITEM-EXIT
096600     END-IF
096700     IF WS-ADJ-ITEM-AMOUNT = ZERO
096800         MOVE 'AMOUNT IS ZERO' TO WS-ADJ-REFUSAL
096900         GO TO 8300-VALIDATE-ITEM-EXIT
097000     END-IF
097100     IF NOT WS-ADJ-VALID-TYPE
097200         MOVE 'TYPE MUST BE CO, GW OR WB' TO WS-ADJ-REFUSAL
097300         GO TO 8300-VALIDATE-ITEM-EXIT
097400     END-IF
097500     OPEN INPUT MASTER-FILE
097600     IF FS-MASTER-FILE NOT = '00'
097700         MOVE 'INPTMSTR NOT AVAILABLE' TO WS-ADJ-REFUSAL
097800         GO TO 8300-VALIDATE-ITEM-EXIT
097900     END-IF
098000     MOVE WS-INQUIRY-COMPANY TO IR-COMPANY-CODE
098100     MOVE WS-INQUIRY-KEY TO IR-ACCOUNT-NUMBER
098200     READ MASTER-FILE
098300         INVALID KEY
098400             MOVE 'ACCOUNT NOT ON INPTMSTR FOR THE COMPANY'
098500                 TO WS-ADJ-REFUSAL
098600     END-READ
098700     CLOSE MASTER-FILE
098800     IF WS-ADJ-REFUSAL NOT = SPACES
098900         GO TO 8300-VALIDATE-ITEM-EXIT
099000     END-IF
099100     IF IR-STATUS-CODE = 'CL'
099200         MOVE 'ACCOUNT IS CLOSED' TO WS-ADJ-REFUSAL
099300         GO TO 8300-VALIDATE-ITEM-EXIT
099400     END-IF
099500     OPEN INPUT CONTROL-MASTER-FILE
099600     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
099700         MOVE 'CTLMSTR NOT AVAILABLE' TO WS-ADJ-REFUSAL
099800         GO TO 8300-VALIDATE-ITEM-EXIT
099900     END-IF
100000     MOVE 'B' TO CT-ENTRY-TYPE
100100     MOVE WS-ADJ-BRANCH TO CT-ENTRY-CODE
100200     READ CONTROL-MASTER-FILE
100300         INVALID KEY
100400             MOVE 'BRANCH NOT ON CTLMSTR' TO WS-ADJ-REFUSAL
100500     END-READ
100600     CLOSE CONTROL-MASTER-FILE
100700     IF WS-ADJ-REFUSAL NOT = SPACES
100800         GO TO 8300-VALIDATE-ITEM-EXIT
100900     END-IF
101000     MOVE ZERO TO WS-ADJ-DUP-BATCH
101100     MOVE SPACES TO WS-ADJ-SCAN-STATUS
101200     MOVE 'N' TO WS-ADJ-EOF-SWITCH
101300     MOVE 1 TO AJ-BATCH-NUMBER
101400     MOVE ZERO TO AJ-ITEM-NUMBER
101500     START ADJ-FILE
101600         KEY IS NOT LESS THAN AJ-ADJ-KEY
101700         INVALID KEY
101800             MOVE 'Y' TO WS-ADJ-EOF-SWITCH
101900     END-START
102000     PERFORM 8350-CHECK-ONE-ADJ
102100         THRU 8350-CHECK-ONE-ADJ-EXIT
102200         UNTIL WS-ADJ-SCAN-DONE
102300     IF WS-ADJ-DUP-BATCH NOT = ZERO
102400         MOVE 'ACCOUNT ALREADY IN UNPROCESSED BATCH'
102500             TO WS-ADJ-REFUSAL
102600         DISPLAY 'MENU-DRIVER: SEE BATCH ' WS-ADJ-DUP-BATCH
102700     END-IF.
102800 8300-VALIDATE-ITEM-EXIT.
102900     EXIT.
103000
103100 8350-CHECK-ONE-ADJ.
103200     READ ADJ-FILE NEXT RECORD
103300         AT END
103400             MOVE 'Y' TO WS-ADJ-EOF-SWITCH
103500             GO TO 8350-CHECK-ONE-ADJ-EXIT
103600     END-READ
103700     IF AJ-ITEM-NUMBER = ZERO
103800         MOVE AJ-BATCH-STATUS TO WS-ADJ-SCAN-STATUS
103900         GO TO 8350-CHECK-ONE-ADJ-EXIT
104000     END-IF
104100     IF WS-ADJ-SCAN-STATUS NOT = 'P' AND
104200        AJ-IT-COMPANY-CODE = WS-INQUIRY-COMPANY AND
104300        AJ-IT-ACCOUNT-NUMBER = WS-INQUIRY-KEY
104400         MOVE AJ-BATCH-NUMBER TO WS-ADJ-DUP-BATCH
104500         MOVE 'Y' TO WS-ADJ-EOF-SWITCH
104600     END-IF.
104700 8350-CHECK-ONE-ADJ-EXIT.
104800     EXIT.
104900
105000*--------------------------------------------------------------
105100* REMOVE A MIS-KEYED ITEM FROM AN OPEN BATCH - ITS AMOUNT COMES
105200* BACK OFF THE KEYED TOTALS. IF THE TOTALS CANNOT BE UPDATED THE
105250* ITEM IS PUT BACK AS IT WAS.
105300*--------------------------------------------------------------
105400 8400-REMOVE-ITEM.
105500     PERFORM 8800-GET-BATCH
105600         THRU 8800-GET-BATCH-EXIT
105700     IF NOT WS-ADJ-BATCH-FOUND
105800         GO TO 8400-REMOVE-ITEM-EXIT
105900     END-IF
106000     IF NOT AJ-BATCH-OPEN
106100         DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
106200             ' IS NOT OPEN'
106300         GO TO 8400-REMOVE-ITEM-EXIT
106400     END-IF
106500     DISPLAY 'ITEM NUMBER (4 DIGITS): '
106600     ACCEPT WS-ADJ-ITEM-INPUT
106700     IF WS-ADJ-ITEM-INPUT NOT NUMERIC OR
106800        WS-ADJ-ITEM-INPUT = '0000'
106900         DISPLAY 'MENU-DRIVER: ITEM NUMBER MUST BE 4 DIGITS'
107000         GO TO 8400-REMOVE-ITEM-EXIT
107100     END-IF
107200     MOVE WS-ADJ-ITEM-INPUT TO WS-ADJ-ITEM-NUMBER
107300     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
107400     MOVE WS-ADJ-ITEM-NUMBER TO AJ-ITEM-NUMBER
107500     READ ADJ-FILE
107600         INVALID KEY
107700             DISPLAY 'MENU-DRIVER: NO ITEM ' WS-ADJ-ITEM-NUMBER
107800                 ' IN BATCH ' WS-ADJ-BATCH-NUMBER
107900             GO TO 8400-REMOVE-ITEM-EXIT
108000     END-READ
108100     MOVE AJ-IT-AMOUNT TO WS-ADJ-ITEM-AMOUNT
108150     MOVE ADJ-RECORD TO WS-ADJ-SAVED-ITEM
108200     DELETE ADJ-FILE RECORD
108300         INVALID KEY
108400             DISPLAY 'MENU-DRIVER: ITEM NOT REMOVED, STATUS='
108500                 FS-ADJ-FILE
108600             GO TO 8400-REMOVE-ITEM-EXIT
108700     END-DELETE
108800     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
108900     MOVE ZERO TO AJ-ITEM-NUMBER
109000     READ ADJ-FILE
109100         INVALID KEY
109120             DISPLAY 'MENU-DRIVER: BATCH CONTROL NOT READ, '
109140                 'STATUS=' FS-ADJ-FILE
109160             PERFORM 8450-RESTORE-ITEM
109180                 THRU 8450-RESTORE-ITEM-EXIT
109200             GO TO 8400-REMOVE-ITEM-EXIT
109300     END-READ
109400     SUBTRACT 1 FROM AJ-KEYED-COUNT
109500     SUBTRACT WS-ADJ-ITEM-AMOUNT FROM AJ-KEYED-AMOUNT
109600     REWRITE ADJ-RECORD
109610     IF FS-ADJ-FILE NOT = '00'
109620         DISPLAY 'MENU-DRIVER: BATCH CONTROL NOT UPDATED, STATUS='
109630             FS-ADJ-FILE
109640         PERFORM 8450-RESTORE-ITEM
109650             THRU 8450-RESTORE-ITEM-EXIT
109660         GO TO 8400-REMOVE-ITEM-EXIT
109670     END-IF
109700     DISPLAY 'MENU-DRIVER: ITEM ' WS-ADJ-ITEM-NUMBER ' REMOVED'
109800     MOVE 'REMOVE' TO WS-AA-ACTION
109900     PERFORM 8900-STAMP-BATCH-ACTION
110000         THRU 8900-STAMP-BATCH-ACTION-EXIT
110100     PERFORM 8850-SHOW-BATCH-TOTALS
110200         THRU 8850-SHOW-BATCH-TOTALS-EXIT.
110300 8400-REMOVE-ITEM-EXIT.
110400     EXIT.
110407
110414 8450-RESTORE-ITEM.
110421     MOVE WS-ADJ-SAVED-ITEM TO ADJ-RECORD
110428     WRITE ADJ-RECORD
110435     IF FS-ADJ-FILE NOT = '00'
110442         DISPLAY 'MENU-DRIVER: ITEM ' WS-ADJ-ITEM-NUMBER
110449             ' NOT PUT BACK, STATUS=' FS-ADJ-FILE
110456         GO TO 8450-RESTORE-ITEM-EXIT
110463     END-IF
110470     DISPLAY 'MENU-DRIVER: ITEM ' WS-ADJ-ITEM-NUMBER
110477         ' LEFT IN THE BATCH'.
110484 8450-RESTORE-ITEM-EXIT.
110491     EXIT.
110500
110600*--------------------------------------------------------------
110700* CLOSE A BATCH - ONLY WHEN THE KEYED COUNT AND AMOUNT EQUAL THE
110800* DECLARED CONTROL COUNT AND AMOUNT.
110900*--------------------------------------------------------------
111000 8500-CLOSE-BATCH.
111100     PERFORM 8800-GET-BATCH
111200         THRU 8800-GET-BATCH-EXIT
111300     IF NOT WS-ADJ-BATCH-FOUND
111400         GO TO 8500-CLOSE-BATCH-EXIT
111500     END-IF
111600     IF NOT AJ-BATCH-OPEN
111700         DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
111800             ' IS NOT OPEN'
111900         GO TO 8500-CLOSE-BATCH-EXIT
112000     END-IF
112100     IF AJ-KEYED-COUNT NOT = AJ-CONTROL-COUNT OR
112200        AJ-KEYED-AMOUNT NOT = AJ-CONTROL-AMOUNT
112300         DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
112400             ' OUT OF BALANCE - NOT CLOSED'
112500         PERFORM 8850-SHOW-BATCH-TOTALS
112600             THRU 8850-SHOW-BATCH-TOTALS-EXIT
112700         GO TO 8500-CLOSE-BATCH-EXIT
112800     END-IF
112900     MOVE 'C' TO AJ-BATCH-STATUS
113000     MOVE WS-OPERATOR-ID TO AJ-CLOSED-BY
113100     MOVE WS-RUN-DATE TO AJ-CLOSED-DATE
113200     REWRITE ADJ-RECORD
113300     IF FS-ADJ-FILE NOT = '00'
113400         DISPLAY 'MENU-DRIVER: BATCH NOT CLOSED, STATUS='
113500             FS-ADJ-FILE
113600         GO TO 8500-CLOSE-BATCH-EXIT
113700     END-IF
113800     DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
113900         ' CLOSED IN BALANCE - AWAITING RELEASE'
114000     MOVE 'CLOSE' TO WS-AA-ACTION
114100     PERFORM 8900-STAMP-BATCH-ACTION
114200         THRU 8900-STAMP-BATCH-ACTION-EXIT.
114300 8500-CLOSE-BATCH-EXIT.
114400     EXIT.
114500
114600*--------------------------------------------------------------
114700* RELEASE A CLOSED BATCH TO ADJ-FEED. THE RELEASING OPERATOR
114800* MUST NOT HAVE OPENED, CLOSED OR KEYED ANY ITEM OF THE BATCH.
114900*--------------------------------------------------------------
115000 8600-RELEASE-BATCH.
115100     PERFORM 8800-GET-BATCH
115200         THRU 8800-GET-BATCH-EXIT
115300     IF NOT WS-ADJ-BATCH-FOUND
115400         GO TO 8600-RELEASE-BATCH-EXIT
115500     END-IF
115600     IF NOT AJ-BATCH-CLOSED
115700         DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
115800             ' IS NOT CLOSED'
115900         GO TO 8600-RELEASE-BATCH-EXIT
116000     END-IF
116100     IF AJ-OPENED-BY = WS-OPERATOR-ID OR
116200        AJ-CLOSED-BY = WS-OPERATOR-ID
116300         DISPLAY 'MENU-DRIVER: RELEASE REFUSED - YOU OPENED OR '
116400             'CLOSED THIS BATCH'
116500         GO TO 8600-RELEASE-BATCH-EXIT
116600     END-IF
116700     MOVE SPACES TO WS-ADJ-SCAN-STATUS
116800     MOVE 'N' TO WS-ADJ-EOF-SWITCH
116900     MOVE 1 TO AJ-ITEM-NUMBER
117000     START ADJ-FILE
117100         KEY IS NOT LESS THAN AJ-ADJ-KEY
117200         INVALID KEY
117300             MOVE 'Y' TO WS-ADJ-EOF-SWITCH
117400     END-START
117500     PERFORM 8650-CHECK-ONE-KEYER
117600         THRU 8650-CHECK-ONE-KEYER-EXIT
117700         UNTIL WS-ADJ-SCAN-DONE
117800     IF WS-ADJ-SCAN-STATUS = 'K'
117900         DISPLAY 'MENU-DRIVER: RELEASE REFUSED - YOU KEYED '
118000             'ITEMS IN THIS BATCH'
118100         GO TO 8600-RELEASE-BATCH-EXIT
118200     END-IF
118300     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
118400     MOVE ZERO TO AJ-ITEM-NUMBER
118500     READ ADJ-FILE
118600         INVALID KEY
118700             GO TO 8600-RELEASE-BATCH-EXIT
118800     END-READ
118900     MOVE 'R' TO AJ-BATCH-STATUS
119000     MOVE WS-OPERATOR-ID TO AJ-RELEASED-BY
119100     MOVE WS-RUN-DATE TO AJ-RELEASED-DATE
119200     REWRITE ADJ-RECORD
119300     IF FS-ADJ-FILE NOT = '00'
119400         DISPLAY 'MENU-DRIVER: BATCH NOT RELEASED, STATUS='
119500             FS-ADJ-FILE
119600         GO TO 8600-RELEASE-BATCH-EXIT
119700     END-IF
119800     DISPLAY 'MENU-DRIVER: BATCH ' WS-ADJ-BATCH-NUMBER
119900         ' RELEASED FOR THE NEXT ADJUSTMENT FEED'
120000     MOVE 'RELEAS' TO WS-AA-ACTION
120100     PERFORM 8900-STAMP-BATCH-ACTION
120200         THRU 8900-STAMP-BATCH-ACTION-EXIT.
120300 8600-RELEASE-BATCH-EXIT.
120400     EXIT.
120500
120600 8650-CHECK-ONE-KEYER.
120700     READ ADJ-FILE NEXT RECORD
120800         AT END
120900             MOVE 'Y' TO WS-ADJ-EOF-SWITCH
121000             GO TO 8650-CHECK-ONE-KEYER-EXIT
121100     END-READ
121200     IF AJ-BATCH-NUMBER NOT = WS-ADJ-BATCH-NUMBER
121300         MOVE 'Y' TO WS-ADJ-EOF-SWITCH
121400         GO TO 8650-CHECK-ONE-KEYER-EXIT
121500     END-IF
121600     IF AJ-IT-KEYED-BY = WS-OPERATOR-ID
121700         MOVE 'K' TO WS-ADJ-SCAN-STATUS
121800         MOVE 'Y' TO WS-ADJ-EOF-SWITCH
121900     END-IF.
122000 8650-CHECK-ONE-KEYER-EXIT.
122100     EXIT.
122200
122300*--------------------------------------------------------------
122400* BATCH REGISTER - EVERY BATCH, OR ONLY THOSE IN ONE STATUS,
122500* WITH ITS DECLARED AND KEYED TOTALS AND WHO HANDLED IT.
122600*--------------------------------------------------------------
122700 8700-BATCH-REGISTER.
122800     DISPLAY 'STATUS (O/C/R/P, BLANK=ALL): '
122900     ACCEPT WS-ADJ-STATUS-FILTER
123000     MOVE ZERO TO WS-ADJ-OPEN-COUNT
123100     MOVE ZERO TO WS-ADJ-CLOSED-COUNT
123200     MOVE ZERO TO WS-ADJ-RELEASED-COUNT
123300     MOVE ZERO TO WS-ADJ-PROCESSED-COUNT
123400     MOVE 'N' TO WS-ADJ-EOF-SWITCH
123500     MOVE 1 TO AJ-BATCH-NUMBER
123600     MOVE ZERO TO AJ-ITEM-NUMBER
123700     START ADJ-FILE
123800         KEY IS NOT LESS THAN AJ-ADJ-KEY
123900         INVALID KEY
124000             MOVE 'Y' TO WS-ADJ-EOF-SWITCH
124100     END-START
124200     PERFORM 8750-LIST-ONE-BATCH
124300         THRU 8750-LIST-ONE-BATCH-EXIT
124400         UNTIL WS-ADJ-SCAN-DONE
124500     DISPLAY 'MENU-DRIVER: OPEN ' WS-ADJ-OPEN-COUNT
124600         ' CLOSED ' WS-ADJ-CLOSED-COUNT
124700         ' RELEASED ' WS-ADJ-RELEASED-COUNT
124800         ' PROCESSED ' WS-ADJ-PROCESSED-COUNT.
124900 8700-BATCH-REGISTER-EXIT.
125000     EXIT.
125100
125200 8750-LIST-ONE-BATCH.
125300     READ ADJ-FILE NEXT RECORD
125400         AT END
125500             MOVE 'Y' TO WS-ADJ-EOF-SWITCH
125600             GO TO 8750-LIST-ONE-BATCH-EXIT
125700     END-READ
125800     IF AJ-ITEM-NUMBER NOT = ZERO
125900         GO TO 8750-LIST-ONE-BATCH-EXIT
126000     END-IF
126100     IF WS-ADJ-STATUS-FILTER NOT = SPACES AND
126200        WS-ADJ-STATUS-FILTER NOT = AJ-BATCH-STATUS
126300         GO TO 8750-LIST-ONE-BATCH-EXIT
126400     END-IF
126500     MOVE SPACES TO WS-ADJ-STATUS-TEXT
126600     IF AJ-BATCH-OPEN
126700         MOVE 'OPEN' TO WS-ADJ-STATUS-TEXT
126800         ADD 1 TO WS-ADJ-OPEN-COUNT
126900     END-IF
127000     IF AJ-BATCH-CLOSED
127100         MOVE 'CLOSED' TO WS-ADJ-STATUS-TEXT
127200         ADD 1 TO WS-ADJ-CLOSED-COUNT
127300     END-IF
127400     IF AJ-BATCH-RELEASED
127500         MOVE 'RELEASED' TO WS-ADJ-STATUS-TEXT
127600         ADD 1 TO WS-ADJ-RELEASED-COUNT
127700     END-IF
127800     IF AJ-BATCH-PROCESSED
127900         MOVE 'PROCESSED' TO WS-ADJ-STATUS-TEXT
128000         ADD 1 TO WS-ADJ-PROCESSED-COUNT
128100     END-IF
128200     MOVE AJ-CONTROL-AMOUNT TO WS-EDIT-BALANCE
128300     MOVE AJ-CONTROL-COUNT TO WS-ADJ-EDIT-COUNT
128400     DISPLAY 'BATCH ' AJ-BATCH-NUMBER ' ' WS-ADJ-STATUS-TEXT
128500         ' DECLARED ' WS-ADJ-EDIT-COUNT ' ' WS-EDIT-BALANCE
128600     MOVE AJ-KEYED-AMOUNT TO WS-EDIT-BALANCE
128700     MOVE AJ-KEYED-COUNT TO WS-ADJ-EDIT-COUNT
128800     DISPLAY '                 KEYED    ' WS-ADJ-EDIT-COUNT ' '
128900         WS-EDIT-BALANCE
129000     DISPLAY '    OPENED ' AJ-OPENED-BY ' ' AJ-OPENED-DATE
129100         ' CLOSED ' AJ-CLOSED-BY ' RELEASED ' AJ-RELEASED-BY
129200         ' FEED ' AJ-FEED-DATE.
129300 8750-LIST-ONE-BATCH-EXIT.
129400     EXIT.
129500
129600*--------------------------------------------------------------
129700* PROMPT FOR A BATCH NUMBER AND READ ITS CONTROL RECORD.
129800*--------------------------------------------------------------
129900 8800-GET-BATCH.
130000     MOVE 'N' TO WS-ADJ-FOUND-SWITCH
130100     DISPLAY 'BATCH NUMBER (6 DIGITS): '
130200     ACCEPT WS-ADJ-BATCH-INPUT
130300     IF WS-ADJ-BATCH-INPUT NOT NUMERIC OR
130400        WS-ADJ-BATCH-INPUT = '000000'
130500         DISPLAY 'MENU-DRIVER: BATCH NUMBER MUST BE 6 DIGITS'
130600         GO TO 8800-GET-BATCH-EXIT
130700     END-IF
130800     MOVE WS-ADJ-BATCH-INPUT TO WS-ADJ-BATCH-NUMBER
130900     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
131000     MOVE ZERO TO AJ-ITEM-NUMBER
131100     READ ADJ-FILE
131200         INVALID KEY
131300             DISPLAY 'MENU-DRIVER: NO BATCH ' WS-ADJ-BATCH-NUMBER
131400             GO TO 8800-GET-BATCH-EXIT
131500     END-READ
131600     MOVE 'Y' TO WS-ADJ-FOUND-SWITCH.
131700 8800-GET-BATCH-EXIT.
131800     EXIT.
131900
132000 8850-SHOW-BATCH-TOTALS.
132100     MOVE WS-ADJ-BATCH-NUMBER TO AJ-BATCH-NUMBER
132200     MOVE ZERO TO AJ-ITEM-NUMBER
132300     READ ADJ-FILE
132400         INVALID KEY
132500             GO TO 8850-SHOW-BATCH-TOTALS-EXIT
132600     END-READ
132700     MOVE AJ-CONTROL-COUNT TO WS-ADJ-EDIT-COUNT
132800     MOVE AJ-CONTROL-AMOUNT TO WS-EDIT-BALANCE
132900     DISPLAY 'DECLARED.... ' WS-ADJ-EDIT-COUNT ' ITEMS '
133000         WS-EDIT-BALANCE
133100     MOVE AJ-KEYED-COUNT TO WS-ADJ-EDIT-COUNT
133200     MOVE AJ-KEYED-AMOUNT TO WS-EDIT-BALANCE
133300     DISPLAY 'KEYED....... ' WS-ADJ-EDIT-COUNT ' ITEMS '
133400         WS-EDIT-BALANCE.
133500 8850-SHOW-BATCH-TOTALS-EXIT.
133600     EXIT.
133700
133800*--------------------------------------------------------------
133900* EVERY BATCH ACTION GOES TO THE AUDIT TRAIL UNDER THE
134000* OPERATOR'S ID AS 'ADJ <ACTION> <BATCH>'.
134100*--------------------------------------------------------------
134200 8900-STAMP-BATCH-ACTION.
134300     MOVE WS-ADJ-BATCH-NUMBER TO WS-AA-BATCH-NUMBER
134400     MOVE 'W' TO WS-AW-FUNCTION
134500     MOVE WS-OPERATOR-ID TO WS-AW-INPUT-VALUE
134600     MOVE WS-ADJ-AUDIT-RESULT TO WS-AW-RESULT
134700     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM.
134800 8900-STAMP-BATCH-ACTION-EXIT.
134900     EXIT.
