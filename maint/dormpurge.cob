002701* 2026-09-02  DLBS  THE MASTERS ARE NOW KEYED ON THE COMPOUND
002702*                   COMPANY-PLUS-ACCOUNT MASTER KEY - KEYED READS
002703*                   CARRY BOTH FIELDS.
002713* 2026-10-15  DLBS  AN ACCOUNT'S DORMANCY PERIOD NOW COMES FROM
002723*                   ITS PRODUCT ON THE PRODMSTR CATALOG - A CLOSED
002733*                   ACCOUNT WHOSE LAST ACTIVITY IS OLDER THAN THE
002743*                   RUN DATE LESS THE PRODUCT'S DORMANCY MONTHS IS
002753*                   PURGED. AN ACCOUNT WITH NO PRODUCT, A PRODUCT
002763*                   NOT ON THE CATALOG, OR A PRODUCT WITH ZERO
002773*                   MONTHS KEEPS THE PURGEPM CUTOFF. THE PROOF
002783*                   SHEET COUNTS THE ACCOUNTS JUDGED EACH WAY.
002784* 2026-10-15  DLBS  EACH COMPANY'S PURGED ACCOUNTS ARE NOW LOGGED
002785*                   TO MSTRMVT THROUGH THE SHARED MSTR-LOG - A
002786*                   BALMSTR 'D' MOVEMENT CARRYING THE ACCOUNT
002787*                   COUNT, NET BALANCE AND ACCRUED INTEREST
002788*                   DELETED, AND AN INPTMSTR 'D' MOVEMENT CARRYING
002789*                   THE MASTER RECORDS DELETED - SO MSTR-PROOF CAN
002790*                   CARRY THE MASTER CONTROL TOTALS ACROSS THE
002791*                   PURGE.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004500     SELECT PURGE-PARM ASSIGN TO 'PURGEPM'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FS-PURGE-PARM.
004710     SELECT PRODUCT-FILE ASSIGN TO 'PRODMSTR'
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS PD-PRODUCT-KEY
004750         FILE STATUS IS FS-PRODUCT-FILE.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
007100     LABEL RECORDS ARE STANDARD.
007200 01  PURGE-PARM-RECORD.
007300     05  PP-CUTOFF-DATE          PIC 9(08).
007310
007320 FD  PRODUCT-FILE
007330     LABEL RECORDS ARE STANDARD.
007340 01  PRODUCT-RECORD.
007350     COPY PRODREC.
007400
007500 WORKING-STORAGE SECTION.
007600 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
007700 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
007800 01  FS-DORMANT-ARCHIVE          PIC X(02) VALUE '00'.
007900 01  FS-PURGE-PARM               PIC X(02) VALUE '00'.
007950 01  FS-PRODUCT-FILE             PIC X(02) VALUE '00'.
008000 01  WS-SWITCHES.
008100     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
008200         88  END-OF-FILE                    VALUE 'Y'.
008600         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
008700     05  WS-DORMANT-SWITCH       PIC X(01).
008800         88  WS-ACCOUNT-DORMANT          VALUE 'Y'.
008820     05  WS-PRODUCT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
008840         88  WS-PRODUCT-FILE-OPEN            VALUE 'Y'.
008860     05  WS-MASTER-FOUND-SWITCH  PIC X(01).
008880         88  WS-MASTER-FOUND                 VALUE 'Y'.
008900
009000 01  WS-RUN-DATE                 PIC 9(08).
009020 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
009040     05  WS-RUN-YEAR             PIC 9(04).
009060     05  WS-RUN-MONTH            PIC 9(02).
009080     05  WS-RUN-DAY              PIC 9(02).
009100 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
009108
009116*--------------------------------------------------------------
009124* THE CUTOFF APPLIED TO THE ACCOUNT IN HAND - THE PURGEPM DATE,
009132* OR THE RUN DATE LESS ITS PRODUCT'S DORMANCY MONTHS.
009140*--------------------------------------------------------------
009148 01  WS-ACCOUNT-CUTOFF           PIC 9(08).
009156 01  WS-ACCOUNT-CUTOFF-PARTS REDEFINES WS-ACCOUNT-CUTOFF.
009164     05  WS-AC-YEAR              PIC 9(04).
009172     05  WS-AC-MONTH             PIC 9(02).
009180     05  WS-AC-DAY               PIC 9(02).
009188 01  WS-MONTH-NUMBER             PIC 9(07) COMP.
009200
009300*--------------------------------------------------------------
009400* PROOF-SHEET ACCUMULATORS - READ MUST EQUAL ARCHIVED PLUS
009900     05  WS-ARCHIVED-COUNT       PIC 9(07) COMP VALUE ZERO.
010000     05  WS-RETAINED-COUNT       PIC 9(07) COMP VALUE ZERO.
010100     05  WS-NO-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
010130     05  WS-PRODUCT-RULE-COUNT   PIC 9(07) COMP VALUE ZERO.
010160     05  WS-PURGEPM-RULE-COUNT   PIC 9(07) COMP VALUE ZERO.
010200 01  WS-READ-TOTAL               PIC S9(13)V99 COMP-3
010300                                     VALUE ZERO.
010400 01  WS-ARCHIVED-TOTAL           PIC S9(13)V99 COMP-3
010800 01  WS-PROOF-TOTAL              PIC S9(13)V99 COMP-3.
010900 01  WS-PROOF-COUNT              PIC 9(07) COMP.
011000 01  WS-EDIT-AMOUNT              PIC -(13)9.99.
011004
011008*--------------------------------------------------------------
011012* SHARED MSTR-LOG CALL PARAMETER, AND THE CURRENT COMPANY'S
011016* DELETIONS - BALMSTR IS SWEPT IN MASTER-KEY ORDER, SO ONE
011020* COMPANY'S ACCOUNTS COME TOGETHER AND ITS TOTALS ARE LOGGED
011024* WHEN THE COMPANY CHANGES.
011028*--------------------------------------------------------------
011032 01  WS-MSTR-PARM.
011036     05  WS-ML-PROGRAM-ID        PIC X(12) VALUE 'DORM-PURGE'.
011040     05  WS-ML-COMPANY-CODE      PIC X(03).
011044     05  WS-ML-MASTER-NAME       PIC X(08).
011048     05  WS-ML-MOVE-TYPE         PIC X(01) VALUE 'D'.
011052     05  WS-ML-COUNT             PIC 9(07).
011056     05  WS-ML-LEDGER-AMOUNT     PIC S9(11)V99 COMP-3.
011060     05  WS-ML-INTEREST-AMOUNT   PIC S9(11)V99 COMP-3.
011064 01  WS-MOVE-COMPANY             PIC X(03) VALUE SPACES.
011068 01  WS-MOVE-BALANCE-COUNT       PIC 9(07) COMP VALUE ZERO.
011072 01  WS-MOVE-MASTER-COUNT        PIC 9(07) COMP VALUE ZERO.
011076 01  WS-MOVE-LEDGER              PIC S9(11)V99 COMP-3
011080                                     VALUE ZERO.
011084 01  WS-MOVE-INTEREST            PIC S9(11)V99 COMP-3
011088                                     VALUE ZERO.
011100
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011600     PERFORM 3000-SWEEP-ONE-ACCOUNT
011700         THRU 3000-SWEEP-ONE-ACCOUNT-EXIT
011800         UNTIL END-OF-FILE
011830     PERFORM 7600-LOG-MASTER-MOVEMENTS
011860         THRU 7600-LOG-MASTER-MOVEMENTS-EXIT
011900     PERFORM 8000-PROVE-AND-SUMMARIZE
012000         THRU 8000-PROVE-AND-SUMMARIZE-EXIT
012100     PERFORM 9999-TERMINATE
012600     CALL 'PROC-DATE' USING WS-RUN-DATE
012700     PERFORM 1100-READ-PURGE-PARM
012800         THRU 1100-READ-PURGE-PARM-EXIT
012810     OPEN INPUT PRODUCT-FILE
012820     IF FS-PRODUCT-FILE = '00' OR '05'
012830         MOVE 'Y' TO WS-PRODUCT-OPEN-SWITCH
012840     ELSE
012850         DISPLAY 'DORM-PURGE: NO PRODMSTR, STATUS='
012860             FS-PRODUCT-FILE ' - PURGEPM CUTOFF FOR EVERY ACCOUNT'
012870     END-IF
012900     OPEN EXTEND DORMANT-ARCHIVE
013000     IF FS-DORMANT-ARCHIVE = '35'
013100         OPEN OUTPUT DORMANT-ARCHIVE
018600
018700*--------------------------------------------------------------
018800* AN ACCOUNT IS DORMANT WHEN ITS LAST ACTIVITY IS OLDER THAN
018900* ITS CUTOFF AND ITS INPTMSTR STATUS IS CLOSED. AN ACCOUNT
019000* WITH NO MASTER RECORD IS RETAINED AND FLAGGED - A BALANCE
019100* WITH NO MASTER IS A QUESTION, NOT A PURGE CANDIDATE.
019200*--------------------------------------------------------------
021700
021800 3200-CHECK-DORMANCY.
021900     MOVE 'N' TO WS-DORMANT-SWITCH
022000     MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
022600     MOVE BL-MASTER-KEY TO IR-MASTER-KEY
022700     READ MASTER-FILE
022800         INVALID KEY
022900             MOVE 'N' TO WS-MASTER-FOUND-SWITCH
023300     END-READ
023306     PERFORM 3300-FIND-ACCOUNT-CUTOFF
023312         THRU 3300-FIND-ACCOUNT-CUTOFF-EXIT
023318     IF WS-ACCOUNT-CUTOFF = ZERO
023324         GO TO 3200-CHECK-DORMANCY-EXIT
023330     END-IF
023336     IF BL-LAST-ACTIVITY-DATE NOT < WS-ACCOUNT-CUTOFF
023342         GO TO 3200-CHECK-DORMANCY-EXIT
023348     END-IF
023354     IF NOT WS-MASTER-FOUND
023360         ADD 1 TO WS-NO-MASTER-COUNT
023366         DISPLAY 'DORM-PURGE: NO MASTER RECORD FOR '
023372             BL-ACCOUNT-NUMBER ' - RETAINED'
023378         GO TO 3200-CHECK-DORMANCY-EXIT
023384     END-IF
023400     IF IR-STATUS-CODE = 'CL'
023500         MOVE 'Y' TO WS-DORMANT-SWITCH
023600     END-IF.
023700 3200-CHECK-DORMANCY-EXIT.
023800     EXIT.
023802
023804*--------------------------------------------------------------
023806* A PRODUCT WITH A DORMANCY PERIOD SETS THE ACCOUNT'S CUTOFF TO
023808* THE RUN DATE LESS THAT MANY MONTHS, WORKED IN MONTHS SINCE
023810* YEAR ZERO THE WAY SNAP-PURGE WORKS ITS CUTOFF. EVERY OTHER
023812* ACCOUNT TAKES THE PURGEPM CUTOFF.
023814*--------------------------------------------------------------
023816 3300-FIND-ACCOUNT-CUTOFF.
023818     MOVE WS-CUTOFF-DATE TO WS-ACCOUNT-CUTOFF
023820     IF NOT WS-MASTER-FOUND OR NOT WS-PRODUCT-FILE-OPEN
023822         GO TO 3300-FIND-ACCOUNT-CUTOFF-NEXT
023824     END-IF
023826     IF IR-PRODUCT-CODE = SPACES
023828         GO TO 3300-FIND-ACCOUNT-CUTOFF-NEXT
023830     END-IF
023832     MOVE IR-COMPANY-CODE TO PD-COMPANY-CODE
023834     MOVE IR-PRODUCT-CODE TO PD-PRODUCT-CODE
023836     READ PRODUCT-FILE
023838         INVALID KEY
023840             GO TO 3300-FIND-ACCOUNT-CUTOFF-NEXT
023842     END-READ
023844     IF PD-DORMANCY-MONTHS NOT NUMERIC OR
023846        PD-DORMANCY-MONTHS = ZERO
023848         GO TO 3300-FIND-ACCOUNT-CUTOFF-NEXT
023850     END-IF
023852     COMPUTE WS-MONTH-NUMBER = WS-RUN-YEAR * 12 + WS-RUN-MONTH
023854         - 1 - PD-DORMANCY-MONTHS
023856     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-AC-YEAR
023858         REMAINDER WS-AC-MONTH
023860     ADD 1 TO WS-AC-MONTH
023862     MOVE WS-RUN-DAY TO WS-AC-DAY
023864     ADD 1 TO WS-PRODUCT-RULE-COUNT
023866     GO TO 3300-FIND-ACCOUNT-CUTOFF-EXIT.
023868 3300-FIND-ACCOUNT-CUTOFF-NEXT.
023870     ADD 1 TO WS-PURGEPM-RULE-COUNT.
023872 3300-FIND-ACCOUNT-CUTOFF-EXIT.
023874     EXIT.
023900
024000*--------------------------------------------------------------
024100* BOTH MASTER IMAGES GO TO THE DATED ARCHIVE BEFORE EITHER
025800     END-IF
025900     ADD 1 TO WS-ARCHIVED-COUNT
026000     ADD BL-NET-BALANCE TO WS-ARCHIVED-TOTAL
026010     IF BL-COMPANY-CODE NOT = WS-MOVE-COMPANY
026020         PERFORM 7600-LOG-MASTER-MOVEMENTS
026030             THRU 7600-LOG-MASTER-MOVEMENTS-EXIT
026040         MOVE BL-COMPANY-CODE TO WS-MOVE-COMPANY
026050     END-IF
026100     DELETE BALANCE-FILE
026200         INVALID KEY
026300             DISPLAY 'DORM-PURGE: BALMSTR DELETE FAILED FOR '
026400                 BL-ACCOUNT-NUMBER
026420         NOT INVALID KEY
026440             ADD 1 TO WS-MOVE-BALANCE-COUNT
026460             ADD BL-NET-BALANCE TO WS-MOVE-LEDGER
026480             ADD BL-ACCRUED-INTEREST TO WS-MOVE-INTEREST
026500     END-DELETE
026600     DELETE MASTER-FILE
026700         INVALID KEY
026800             DISPLAY 'DORM-PURGE: INPTMSTR DELETE FAILED FOR '
026900                 IR-ACCOUNT-NUMBER
026930         NOT INVALID KEY
026960             ADD 1 TO WS-MOVE-MASTER-COUNT
027000     END-DELETE
027100     DISPLAY 'DORM-PURGE: ' BL-ACCOUNT-NUMBER ' ARCHIVED - '
027200         'LAST ACTIVITY ' BL-LAST-ACTIVITY-DATE.
027300 4000-ARCHIVE-AND-DELETE-EXIT.
027400     EXIT.
027403
027406*--------------------------------------------------------------
027409* MASTER MOVEMENT FOR MSTR-PROOF - THE COMPANY'S BALMSTR
027412* DELETIONS WITH THE NET BALANCE AND ACCRUED INTEREST THEY TOOK
027415* OUT, AND ITS INPTMSTR DELETIONS. NOTHING IS LOGGED FOR A
027418* COMPANY WITH NO DELETIONS.
027421*--------------------------------------------------------------
027424 7600-LOG-MASTER-MOVEMENTS.
027427     MOVE WS-MOVE-COMPANY TO WS-ML-COMPANY-CODE
027430     IF WS-MOVE-BALANCE-COUNT > ZERO
027433         MOVE 'BALMSTR' TO WS-ML-MASTER-NAME
027436         MOVE WS-MOVE-BALANCE-COUNT TO WS-ML-COUNT
027439         MOVE WS-MOVE-LEDGER TO WS-ML-LEDGER-AMOUNT
027442         MOVE WS-MOVE-INTEREST TO WS-ML-INTEREST-AMOUNT
027445         CALL 'MSTR-LOG' USING WS-MSTR-PARM
027448     END-IF
027451     IF WS-MOVE-MASTER-COUNT > ZERO
027454         MOVE 'INPTMSTR' TO WS-ML-MASTER-NAME
027457         MOVE WS-MOVE-MASTER-COUNT TO WS-ML-COUNT
027460         MOVE ZERO TO WS-ML-LEDGER-AMOUNT
027463         MOVE ZERO TO WS-ML-INTEREST-AMOUNT
027466         CALL 'MSTR-LOG' USING WS-MSTR-PARM
027469     END-IF
027472     MOVE ZERO TO WS-MOVE-BALANCE-COUNT
027475     MOVE ZERO TO WS-MOVE-MASTER-COUNT
027478     MOVE ZERO TO WS-MOVE-LEDGER
027481     MOVE ZERO TO WS-MOVE-INTEREST.
027484 7600-LOG-MASTER-MOVEMENTS-EXIT.
027487     EXIT.
027500
027600 8000-PROVE-AND-SUMMARIZE.
027700     DISPLAY 'DORM-PURGE: CUTOFF DATE.......... ' WS-CUTOFF-DATE
028200         WS-RETAINED-COUNT
028300     DISPLAY 'DORM-PURGE: NO-MASTER FLAGS...... '
028400         WS-NO-MASTER-COUNT
028420     DISPLAY 'DORM-PURGE: JUDGED BY PRODUCT.... '
028440         WS-PRODUCT-RULE-COUNT
028460     DISPLAY 'DORM-PURGE: JUDGED BY PURGEPM.... '
028480         WS-PURGEPM-RULE-COUNT
028500     MOVE WS-READ-TOTAL TO WS-EDIT-AMOUNT
028600     DISPLAY 'DORM-PURGE: NET BALANCE READ..... ' WS-EDIT-AMOUNT
028700     MOVE WS-ARCHIVED-TOTAL TO WS-EDIT-AMOUNT
030900     IF WS-MASTER-FILE-OPEN
031000         CLOSE MASTER-FILE
031100     END-IF
031120     IF WS-PRODUCT-FILE-OPEN
031140         CLOSE PRODUCT-FILE
031160     END-IF
031200     IF FS-DORMANT-ARCHIVE = '00'
031300         CLOSE DORMANT-ARCHIVE
031400     END-IF.
