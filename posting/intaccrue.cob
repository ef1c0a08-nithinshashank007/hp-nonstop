003900* 2026-09-02  DLBS  THE MASTERS ARE NOW KEYED ON THE COMPOUND
004000*                   COMPANY-PLUS-ACCOUNT MASTER KEY - KEYED READS
004100*                   CARRY BOTH FIELDS.
004110* 2026-10-15  DLBS  THE STAGED CAPITALIZATION DETAIL IS NOW
004120*                   MARKED IR-TRANS-CLASS 'IC' SO IT REACHES
004130*                   ACTHIST AS INTEREST AND PRINTS ON ITS OWN
004140*                   LINE ON THE CUSTOMER STATEMENT (STMT-GEN).
004150* 2026-10-15  DLBS  EACH DAY'S NON-ZERO ACCRUAL IS NOW ALSO
004160*                   WRITTEN TO ACCRGL (COMPANY, BRANCH, ACCOUNT,
004170*                   AMOUNT) SO GL-EXTRACT CAN JOURNAL THE
004180*                   INTEREST-ACCRUAL CATEGORY - THE ACCRUAL
004190*                   NEVER REACHES ACTHIST UNTIL IT CAPITALIZES.
004191* 2026-10-15  DLBS  EACH CAPITALIZED AMOUNT IS NOW ADDED TO THE
004192*                   ACCOUNT'S INTEREST-PAID BUCKET ON THE NEW
004193*                   INTYTD MASTER FOR THE RUN DATE'S TAX YEAR,
004194*                   FOR THE YEAR-END TAX REPORTING RUN (DLYETAX).
004195*                   AN ACCOUNT WHOSE BUCKET STILL HOLDS ANOTHER
004196*                   YEAR'S UNROLLED INTEREST IS NOT CAPITALIZED -
004197*                   ITS ACCRUAL STAYS IN BALMSTR FOR THE NEXT
004198*                   CAPITALIZATION RUN AND THE RUN ENDS RC=4.
004199* 2026-10-15  DLBS  RATES NOW COME FROM THE ACCOUNT'S PRODUCT ON
004200*                   THE PRODMSTR CATALOG (INPTMSTR IR-PRODUCT-CODE
004201*                   UNDER THE ACCOUNT'S COMPANY) - THE PRODUCT'S
004202*                   ANNUAL RATE ON ITS INTEREST BASIS, ACTUAL/365
004203*                   ('A') OR ACTUAL/360 ('B'). A NON-INTEREST
004204*                   PRODUCT ('N') ACCRUES NOTHING BUT STILL
004205*                   CAPITALIZES ANY ACCRUAL LEFT FROM BEFORE. AN
004206*                   ACCOUNT WITH NO PRODUCT, OR ONE NOT ON THE
004207*                   CATALOG, FALLS BACK TO THE RATETAB ACCOUNT-
004208*                   RANGE ROWS AT ACTUAL/365 AS BEFORE. THE RUN
004209*                   STOPS RC=8 ONLY WHEN NEITHER RATETAB NOR
004210*                   PRODMSTR IS USABLE.
004211* 2026-10-15  DLBS  EACH COMPANY'S DAY OF ACCRUED INTEREST, AND
004212*                   THE ACCRUAL CAPITALIZED OUT OF BALMSTR, IS NOW
004213*                   LOGGED TO MSTRMVT THROUGH THE SHARED MSTR-LOG
004214*                   (BALMSTR 'I' AND 'C' MOVEMENTS) SO MSTR-PROOF
004215*                   CAN CARRY THE MASTER CONTROL TOTALS ACROSS THE
004216*                   ACCRUAL RUN. THE STEP'S RETURN CODE IS NOW SET
004217*                   AFTER THE LAST SUBPROGRAM CALL - THE CARRY-LOG
004218*                   CALL HAD BEEN WIPING A CODE RAISED EARLIER.
004219*--------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
005900     SELECT RELEASE-FILE ASSIGN TO 'RELSTAGE'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FS-RELEASE-FILE.
006110     SELECT ACCRUAL-GL-FILE ASSIGN TO 'ACCRGL'
006120         ORGANIZATION IS LINE SEQUENTIAL
006130         FILE STATUS IS FS-ACCRUAL-GL-FILE.
006140     SELECT INTEREST-YTD-FILE ASSIGN TO 'INTYTD'
006150         ORGANIZATION IS INDEXED
006160         ACCESS MODE IS RANDOM
006170         RECORD KEY IS IY-MASTER-KEY
006180         FILE STATUS IS FS-INTEREST-YTD-FILE.
006183     SELECT PRODUCT-FILE ASSIGN TO 'PRODMSTR'
006186         ORGANIZATION IS INDEXED
006189         ACCESS MODE IS RANDOM
006192         RECORD KEY IS PD-PRODUCT-KEY
006195         FILE STATUS IS FS-PRODUCT-FILE.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
008800 FD  RELEASE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  RELEASE-RECORD              PIC X(80).
009010
009020 FD  ACCRUAL-GL-FILE
009030     LABEL RECORDS ARE STANDARD.
009040 01  ACCRUAL-GL-RECORD.
009050     05  AG-RUN-DATE             PIC 9(08).
009060     05  AG-FILL-1               PIC X(01).
009070     05  AG-COMPANY-CODE         PIC X(03).
009080     05  AG-FILL-2               PIC X(01).
009090     05  AG-BRANCH-CODE          PIC X(04).
009091     05  AG-FILL-3               PIC X(01).
009092     05  AG-ACCOUNT-NUMBER       PIC X(10).
009093     05  AG-FILL-4               PIC X(01).
009094     05  AG-AMOUNT               PIC S9(09)V99 SIGN IS
009095                                     LEADING SEPARATE CHARACTER.
009100
009120 FD  INTEREST-YTD-FILE
009140     LABEL RECORDS ARE STANDARD.
009160 01  INTEREST-YTD-RECORD.
009180     COPY INTYREC.
009183
009186 FD  PRODUCT-FILE
009189     LABEL RECORDS ARE STANDARD.
009192 01  PRODUCT-RECORD.
009195     COPY PRODREC.
009200 WORKING-STORAGE SECTION.
009300 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
009400 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
009500 01  FS-RATE-FILE                PIC X(02) VALUE '00'.
009600 01  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
009610 01  FS-ACCRUAL-GL-FILE          PIC X(02) VALUE '00'.
009650 01  FS-INTEREST-YTD-FILE        PIC X(02) VALUE '00'.
009670 01  FS-PRODUCT-FILE             PIC X(02) VALUE '00'.
009700 01  WS-SWITCHES.
009800     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
009900         88  END-OF-FILE                    VALUE 'Y'.
010500         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
010600     05  WS-RELEASE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
010700         88  WS-RELEASE-FILE-OPEN            VALUE 'Y'.
010710     05  WS-ACCRGL-OPEN-SWITCH   PIC X(01) VALUE 'N'.
010720         88  WS-ACCRUAL-GL-FILE-OPEN         VALUE 'Y'.
010730     05  WS-YTD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
010740         88  WS-INTEREST-YTD-FILE-OPEN       VALUE 'Y'.
010750     05  WS-YTD-FOUND-SWITCH     PIC X(01).
010760         88  WS-YTD-FOUND                    VALUE 'Y'.
010770     05  WS-YTD-DEFER-SWITCH     PIC X(01).
010780         88  WS-YTD-DEFERRED                 VALUE 'Y'.
010800     05  WS-RATE-FOUND-SWITCH    PIC X(01).
010900         88  WS-RATE-FOUND               VALUE 'Y'.
010920     05  WS-PRODUCT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
010940         88  WS-PRODUCT-FILE-OPEN            VALUE 'Y'.
010960     05  WS-PRODUCT-FOUND-SWITCH PIC X(01).
010980         88  WS-PRODUCT-FOUND                VALUE 'Y'.
011000
011100*--------------------------------------------------------------
011200* ACCRUAL CONTROL CARD - 'C' RUNS THE CAPITALIZATION PASS ON
011700         88  WS-CAPITALIZE-REQUESTED         VALUE 'C'.
011800
011900 01  WS-RUN-DATE                 PIC 9(08).
011920 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
011940     05  WS-RUN-YEAR             PIC 9(04).
011960     05  FILLER                  PIC 9(04).
012000
012100*--------------------------------------------------------------
012200* RATE TABLE FROM RATETAB - THE LATEST EFFECTIVE ROW COVERING
013600 01  WS-ACTIVE-EFFECTIVE         PIC 9(08).
013700 01  WS-ACCOUNT-COMPANY          PIC X(03).
013800 01  WS-DAY-INTEREST             PIC S9(09)V99 COMP-3.
013810*--------------------------------------------------------------
013820* DAY-COUNT DIVISOR FOR THE ACTIVE RATE - 365 OR 360 DAYS, WITH
013830* THE RATE HELD AS A PERCENTAGE.
013840*--------------------------------------------------------------
013850 01  WS-DAY-BASIS                PIC 9(05) COMP-3.
013900
014000 01  WS-COUNTERS.
014100     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
014200     05  WS-ACCRUED-COUNT        PIC 9(07) COMP VALUE ZERO.
014300     05  WS-NO-RATE-COUNT        PIC 9(07) COMP VALUE ZERO.
014330     05  WS-PRODUCT-RATE-COUNT   PIC 9(07) COMP VALUE ZERO.
014360     05  WS-NON-INTEREST-COUNT   PIC 9(07) COMP VALUE ZERO.
014400     05  WS-CAPITALIZED-COUNT    PIC 9(07) COMP VALUE ZERO.
014410     05  WS-ACCRGL-COUNT         PIC 9(07) COMP VALUE ZERO.
014450     05  WS-DEFERRED-COUNT       PIC 9(07) COMP VALUE ZERO.
014500 01  WS-ACCRUED-TOTAL            PIC S9(11)V99 COMP-3
014600                                     VALUE ZERO.
014700 01  WS-CAPITALIZED-TOTAL        PIC S9(11)V99 COMP-3
015600     05  WS-CL-FILE-NAME         PIC X(08).
015700     05  WS-CL-MOVE-TYPE         PIC X(01).
015800     05  WS-CL-COUNT             PIC 9(07).
015804
015808*--------------------------------------------------------------
015812* SHARED MSTR-LOG CALL PARAMETER, AND THE CURRENT COMPANY'S
015816* INTEREST MOVEMENT - BALMSTR IS SWEPT IN MASTER-KEY ORDER, SO
015820* ONE COMPANY'S ACCOUNTS COME TOGETHER AND ITS TOTALS ARE
015824* LOGGED WHEN THE COMPANY CHANGES.
015828*--------------------------------------------------------------
015832 01  WS-MSTR-PARM.
015836     05  WS-ML-PROGRAM-ID        PIC X(12) VALUE 'INT-ACCRUE'.
015840     05  WS-ML-COMPANY-CODE      PIC X(03).
015844     05  WS-ML-MASTER-NAME       PIC X(08) VALUE 'BALMSTR'.
015848     05  WS-ML-MOVE-TYPE         PIC X(01).
015852     05  WS-ML-COUNT             PIC 9(07).
015856     05  WS-ML-LEDGER-AMOUNT     PIC S9(11)V99 COMP-3.
015860     05  WS-ML-INTEREST-AMOUNT   PIC S9(11)V99 COMP-3.
015864 01  WS-MOVE-COMPANY             PIC X(03) VALUE SPACES.
015868 01  WS-MOVE-ACCRUED             PIC S9(11)V99 COMP-3
015872                                     VALUE ZERO.
015876 01  WS-MOVE-CAPITALIZED         PIC S9(11)V99 COMP-3
015880                                     VALUE ZERO.
015884 01  WS-ACCOUNT-CAPITALIZED      PIC S9(09)V99 COMP-3.
015900
016000*--------------------------------------------------------------
016100* THE STAGED ACCRUAL DETAIL - INPTREC LAYOUT SO FILE-DEMO'S
017100     PERFORM 3000-ACCRUE-ONE-ACCOUNT
017200         THRU 3000-ACCRUE-ONE-ACCOUNT-EXIT
017300         UNTIL END-OF-FILE
017330     PERFORM 7600-LOG-MASTER-MOVEMENTS
017360         THRU 7600-LOG-MASTER-MOVEMENTS-EXIT
017400     PERFORM 7500-LOG-CARRY-MOVEMENTS
017500         THRU 7500-LOG-CARRY-MOVEMENTS-EXIT
017600     PERFORM 8000-SUMMARIZE
017700         THRU 8000-SUMMARIZE-EXIT
017710*--------------------------------------------------------------
017720* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
017730* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
017740* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
017750*--------------------------------------------------------------
017760     PERFORM 8700-SET-RETURN-CODE
017770         THRU 8700-SET-RETURN-CODE-EXIT
017800     PERFORM 9999-TERMINATE
017900         THRU 9999-TERMINATE-EXIT
018000     STOP RUN.
018400     CALL 'PROC-DATE' USING WS-RUN-DATE
018500     PERFORM 1100-LOAD-RATE-TABLE
018600         THRU 1100-LOAD-RATE-TABLE-EXIT
018700     OPEN INPUT PRODUCT-FILE
018800     IF FS-PRODUCT-FILE NOT = '00' AND '05'
018900         DISPLAY 'INT-ACCRUE: NO PRODMSTR, STATUS='
018910             FS-PRODUCT-FILE ' - RATES BY ACCOUNT RANGE ONLY'
018920     ELSE
018930         MOVE 'Y' TO WS-PRODUCT-OPEN-SWITCH
018940     END-IF
018950     IF WS-RATE-COUNT = ZERO AND NOT WS-PRODUCT-FILE-OPEN
018960         DISPLAY 'INT-ACCRUE: NO USABLE RATE TABLE OR PRODUCT '
018970             'CATALOG - NOTHING TO ACCRUE'
019000         MOVE 8 TO RETURN-CODE
019100         MOVE 'Y' TO EOF-SWITCH
019200         GO TO 1000-INITIALIZE-EXIT
021100             GO TO 1000-INITIALIZE-EXIT
021200         END-IF
021300         MOVE 'Y' TO WS-RELEASE-OPEN-SWITCH
021305         OPEN I-O INTEREST-YTD-FILE
021310         IF FS-INTEREST-YTD-FILE = '35'
021315             OPEN OUTPUT INTEREST-YTD-FILE
021320             IF FS-INTEREST-YTD-FILE = '00'
021325                 CLOSE INTEREST-YTD-FILE
021330                 OPEN I-O INTEREST-YTD-FILE
021335             END-IF
021340         END-IF
021345         IF FS-INTEREST-YTD-FILE NOT = '00' AND '05'
021350             DISPLAY 'INT-ACCRUE: INTYTD OPEN FAILED, STATUS='
021355                 FS-INTEREST-YTD-FILE ' - NOTHING CAPITALIZED'
021360             MOVE 8 TO RETURN-CODE
021365             MOVE 'Y' TO EOF-SWITCH
021370             GO TO 1000-INITIALIZE-EXIT
021375         END-IF
021380         MOVE 'Y' TO WS-YTD-OPEN-SWITCH
021400     END-IF
021410     OPEN OUTPUT ACCRUAL-GL-FILE
021420     IF FS-ACCRUAL-GL-FILE NOT = '00'
021430         DISPLAY 'INT-ACCRUE: ACCRGL OPEN FAILED, STATUS='
021440             FS-ACCRUAL-GL-FILE ' - ACCRUAL NOT JOURNALLED'
021450         MOVE 4 TO RETURN-CODE
021460     ELSE
021470         MOVE 'Y' TO WS-ACCRGL-OPEN-SWITCH
021480     END-IF
021500     OPEN I-O BALANCE-FILE
021600     IF FS-BALANCE-FILE NOT = '00' AND '05'
021700         DISPLAY 'INT-ACCRUE: BALMSTR OPEN FAILED, STATUS='
028000     ADD 1 TO WS-ACCOUNT-COUNT
028100     PERFORM 3200-FIND-ACCOUNT-COMPANY
028200         THRU 3200-FIND-ACCOUNT-COMPANY-EXIT
028300     MOVE 36500 TO WS-DAY-BASIS
028400     PERFORM 3250-FIND-PRODUCT
028410         THRU 3250-FIND-PRODUCT-EXIT
028420     IF WS-PRODUCT-FOUND
028430         PERFORM 3270-TAKE-PRODUCT-RATE
028440             THRU 3270-TAKE-PRODUCT-RATE-EXIT
028450     ELSE
028460         PERFORM 3300-FIND-RATE
028470             THRU 3300-FIND-RATE-EXIT
028480     END-IF
028500     IF NOT WS-RATE-FOUND
028600         ADD 1 TO WS-NO-RATE-COUNT
028700         GO TO 3000-ACCRUE-ONE-ACCOUNT-NEXT
028800     END-IF
028900*--------------------------------------------------------------
029000* ONE DAY'S SIMPLE INTEREST ON THE NET BALANCE, ACTUAL/365 OR
029100* ACTUAL/360 BY THE PRODUCT'S BASIS, ROUNDED TO THE CENT. A
029150* NON-INTEREST PRODUCT CARRIES A ZERO RATE AND ACCRUES NOTHING.
029200*--------------------------------------------------------------
029300     COMPUTE WS-DAY-INTEREST ROUNDED =
029400         (BL-NET-BALANCE * WS-ACTIVE-RATE) / WS-DAY-BASIS
029500     ADD WS-DAY-INTEREST TO BL-ACCRUED-INTEREST
029600     ADD WS-DAY-INTEREST TO WS-ACCRUED-TOTAL
029700     IF WS-PRODUCT-FOUND AND PD-NO-INTEREST
029702         ADD 1 TO WS-NON-INTEREST-COUNT
029704     ELSE
029706         ADD 1 TO WS-ACCRUED-COUNT
029708     END-IF
029710     IF WS-DAY-INTEREST NOT = ZERO
029720         PERFORM 3500-WRITE-ACCRUAL-GL
029730             THRU 3500-WRITE-ACCRUAL-GL-EXIT
029740     END-IF
029770     MOVE ZERO TO WS-ACCOUNT-CAPITALIZED
029800     IF WS-CAPITALIZE-REQUESTED AND
029900        BL-ACCRUED-INTEREST NOT = ZERO
030000         PERFORM 4000-CAPITALIZE-ACCRUAL
030400         INVALID KEY
030500             DISPLAY 'INT-ACCRUE: REWRITE FAILED FOR '
030600                 BL-ACCOUNT-NUMBER
030620         NOT INVALID KEY
030640             PERFORM 3600-TALLY-COMPANY-MOVEMENT
030660                 THRU 3600-TALLY-COMPANY-MOVEMENT-EXIT
030700     END-REWRITE.
030800 3000-ACCRUE-ONE-ACCOUNT-NEXT.
030900     PERFORM 3100-READ-NEXT-BALANCE
033500     END-READ.
033600 3200-FIND-ACCOUNT-COMPANY-EXIT.
033700     EXIT.
033702
033704*--------------------------------------------------------------
033706* THE ACCOUNT'S PRODUCT, FROM THE PRODUCT CODE ON THE 3200
033708* MASTER READ. NO MASTER, NO CODE, OR A CODE NOT IN THE
033710* COMPANY'S CATALOG LEAVES THE ACCOUNT TO THE RATETAB ROWS.
033712*--------------------------------------------------------------
033714 3250-FIND-PRODUCT.
033716     MOVE 'N' TO WS-PRODUCT-FOUND-SWITCH
033718     IF NOT WS-PRODUCT-FILE-OPEN OR
033720        WS-ACCOUNT-COMPANY = SPACES
033722         GO TO 3250-FIND-PRODUCT-EXIT
033724     END-IF
033726     IF IR-PRODUCT-CODE OF MASTER-RECORD = SPACES
033728         GO TO 3250-FIND-PRODUCT-EXIT
033730     END-IF
033732     MOVE WS-ACCOUNT-COMPANY TO PD-COMPANY-CODE
033734     MOVE IR-PRODUCT-CODE OF MASTER-RECORD TO PD-PRODUCT-CODE
033736     READ PRODUCT-FILE
033738         INVALID KEY
033740             DISPLAY 'INT-ACCRUE: ' BL-COMPANY-CODE '-'
033742                 BL-ACCOUNT-NUMBER ' PRODUCT ' PD-PRODUCT-CODE
033744                 ' NOT ON PRODMSTR - RATETAB USED'
033746         NOT INVALID KEY
033748             MOVE 'Y' TO WS-PRODUCT-FOUND-SWITCH
033750     END-READ.
033752 3250-FIND-PRODUCT-EXIT.
033754     EXIT.
033756
033758 3270-TAKE-PRODUCT-RATE.
033760     MOVE 'Y' TO WS-RATE-FOUND-SWITCH
033762     ADD 1 TO WS-PRODUCT-RATE-COUNT
033764     MOVE PD-ANNUAL-RATE TO WS-ACTIVE-RATE
033766     IF PD-NO-INTEREST
033768         MOVE ZERO TO WS-ACTIVE-RATE
033770     END-IF
033772     IF PD-ACTUAL-360
033774         MOVE 36000 TO WS-DAY-BASIS
033776     END-IF.
033778 3270-TAKE-PRODUCT-RATE-EXIT.
033780     EXIT.
033800
033900*--------------------------------------------------------------
034000* SCAN EVERY RATE ROW - A ROW APPLIES WHEN ITS COMPANY AND
037200 3350-JUDGE-ONE-RATE-EXIT.
037300     EXIT.
037400
037404*--------------------------------------------------------------
037408* ONE ACCRGL LINE PER ACCOUNT THAT ACCRUED TODAY. THE BRANCH
037412* COMES FROM THE 3200 MASTER READ - AN ACCOUNT WITH NO COMPANY
037416* NEVER FINDS A RATE, SO THE MASTER RECORD IS ALWAYS THERE.
037420*--------------------------------------------------------------
037424 3500-WRITE-ACCRUAL-GL.
037428     IF NOT WS-ACCRUAL-GL-FILE-OPEN
037432         GO TO 3500-WRITE-ACCRUAL-GL-EXIT
037436     END-IF
037440     MOVE WS-RUN-DATE TO AG-RUN-DATE
037444     MOVE SPACE TO AG-FILL-1
037448     MOVE WS-ACCOUNT-COMPANY TO AG-COMPANY-CODE
037452     MOVE SPACE TO AG-FILL-2
037456     MOVE IR-BRANCH-CODE OF MASTER-RECORD TO AG-BRANCH-CODE
037460     MOVE SPACE TO AG-FILL-3
037464     MOVE BL-ACCOUNT-NUMBER TO AG-ACCOUNT-NUMBER
037468     MOVE SPACE TO AG-FILL-4
037472     MOVE WS-DAY-INTEREST TO AG-AMOUNT
037476     WRITE ACCRUAL-GL-RECORD
037480     ADD 1 TO WS-ACCRGL-COUNT.
037484 3500-WRITE-ACCRUAL-GL-EXIT.
037488     EXIT.
037489
037490*--------------------------------------------------------------
037491* A STORED ACCOUNT'S INTEREST MOVEMENT JOINS ITS COMPANY'S
037492* TOTALS. THE FIRST ACCOUNT OF A NEW COMPANY LOGS THE PREVIOUS
037493* COMPANY'S TOTALS FIRST.
037494*--------------------------------------------------------------
037495 3600-TALLY-COMPANY-MOVEMENT.
037496     IF BL-COMPANY-CODE NOT = WS-MOVE-COMPANY
037497         PERFORM 7600-LOG-MASTER-MOVEMENTS
037498             THRU 7600-LOG-MASTER-MOVEMENTS-EXIT
037499         MOVE BL-COMPANY-CODE TO WS-MOVE-COMPANY
037500     END-IF
037501     ADD WS-DAY-INTEREST TO WS-MOVE-ACCRUED
037502     ADD WS-ACCOUNT-CAPITALIZED TO WS-MOVE-CAPITALIZED.
037503 3600-TALLY-COMPANY-MOVEMENT-EXIT.
037504     EXIT.
037505
037506*--------------------------------------------------------------
037600* CAPITALIZATION - THE ACCRUED BUCKET BECOMES A DETAIL RECORD
037700* STAGED TO RELSTAGE. BRANCH, COMPANY, AND STATUS COME FROM
037800* THE ACCOUNT'S MASTER RECORD (STILL ADDRESSED FROM THE 3200
037900* READ) SO FILE-DEMO'S VALIDATION SEES A FULLY FORMED DETAIL.
038000* THE AMOUNT IS ADDED TO THE ACCOUNT'S INTEREST-PAID BUCKET FOR
038020* THE TAX YEAR, THEN THE ACCRUAL BUCKET IS ZEROED AND THE
038040* REWRITE IN 3000 STORES IT. AN ACCOUNT WHOSE INTYTD BUCKET HAS
038060* NOT BEEN ROLLED INTO THE RUN DATE'S YEAR KEEPS ITS ACCRUAL.
038100*--------------------------------------------------------------
038200 4000-CAPITALIZE-ACCRUAL.
038207     PERFORM 4100-FETCH-INTEREST-YTD
038214         THRU 4100-FETCH-INTEREST-YTD-EXIT
038221     IF WS-YTD-DEFERRED
038228         DISPLAY 'INT-ACCRUE: ' BL-COMPANY-CODE '-'
038235             BL-ACCOUNT-NUMBER ' INTYTD YEAR ' IY-TAX-YEAR
038242             ' NOT ROLLED - NOT CAPITALIZED'
038249         ADD 1 TO WS-DEFERRED-COUNT
038256         IF RETURN-CODE < 4
038263             MOVE 4 TO RETURN-CODE
038270         END-IF
038277         GO TO 4000-CAPITALIZE-ACCRUAL-EXIT
038284     END-IF
038300     MOVE SPACES TO WS-LEDGER-RECORD
038400     MOVE 'D' TO IR-RECORD-TYPE OF WS-LEDGER-RECORD
038500     MOVE BL-MASTER-KEY TO
038700     MOVE WS-RUN-DATE TO IR-TRANS-DATE OF WS-LEDGER-RECORD
038800     MOVE BL-ACCRUED-INTEREST TO
038900         IR-AMOUNT OF WS-LEDGER-RECORD
038910     MOVE 'IC' TO IR-TRANS-CLASS OF WS-LEDGER-RECORD
039000     IF WS-ACCOUNT-COMPANY NOT = SPACES
039100         MOVE IR-STATUS-CODE OF MASTER-RECORD TO
039200             IR-STATUS-CODE OF WS-LEDGER-RECORD
039800     WRITE RELEASE-RECORD FROM WS-LEDGER-RECORD
039900     ADD 1 TO WS-CAPITALIZED-COUNT
040000     ADD BL-ACCRUED-INTEREST TO WS-CAPITALIZED-TOTAL
040030     PERFORM 4200-STORE-INTEREST-YTD
040060         THRU 4200-STORE-INTEREST-YTD-EXIT
040080     MOVE BL-ACCRUED-INTEREST TO WS-ACCOUNT-CAPITALIZED
040100     MOVE ZERO TO BL-ACCRUED-INTEREST.
040200 4000-CAPITALIZE-ACCRUAL-EXIT.
040300     EXIT.
040301
040302*--------------------------------------------------------------
040303* A NEW ACCOUNT STARTS ITS BUCKET IN THE RUN DATE'S YEAR. AN
040304* EMPTY BUCKET LEFT IN AN EARLIER YEAR SIMPLY MOVES UP TO IT; A
040305* BUCKET STILL HOLDING AN EARLIER YEAR'S INTEREST, OR ALREADY
040306* ROLLED PAST THE RUN DATE'S YEAR, MUST NOT TAKE THIS AMOUNT.
040307*--------------------------------------------------------------
040308 4100-FETCH-INTEREST-YTD.
040309     MOVE 'N' TO WS-YTD-FOUND-SWITCH
040310     MOVE 'N' TO WS-YTD-DEFER-SWITCH
040311     MOVE BL-MASTER-KEY TO IY-MASTER-KEY
040312     READ INTEREST-YTD-FILE
040313         INVALID KEY
040314             MOVE BL-MASTER-KEY TO IY-MASTER-KEY
040315             MOVE WS-RUN-YEAR TO IY-TAX-YEAR
040316             MOVE ZERO TO IY-INTEREST-PAID
040317             MOVE ZERO TO IY-CAPITALIZED-COUNT
040318             MOVE ZERO TO IY-LAST-CAPITALIZED
040319             MOVE ZERO TO IY-PRIOR-YEAR
040320             MOVE ZERO TO IY-PRIOR-YEAR-INTEREST
040321         NOT INVALID KEY
040322             MOVE 'Y' TO WS-YTD-FOUND-SWITCH
040323     END-READ
040324     IF NOT WS-YTD-FOUND
040325         GO TO 4100-FETCH-INTEREST-YTD-EXIT
040326     END-IF
040327     IF IY-TAX-YEAR > WS-RUN-YEAR
040328         MOVE 'Y' TO WS-YTD-DEFER-SWITCH
040329         GO TO 4100-FETCH-INTEREST-YTD-EXIT
040330     END-IF
040331     IF IY-TAX-YEAR < WS-RUN-YEAR
040332         IF IY-INTEREST-PAID NOT = ZERO
040333             MOVE 'Y' TO WS-YTD-DEFER-SWITCH
040334         ELSE
040335             MOVE WS-RUN-YEAR TO IY-TAX-YEAR
040336             MOVE ZERO TO IY-CAPITALIZED-COUNT
040337         END-IF
040338     END-IF.
040339 4100-FETCH-INTEREST-YTD-EXIT.
040340     EXIT.
040341
040342 4200-STORE-INTEREST-YTD.
040343     ADD BL-ACCRUED-INTEREST TO IY-INTEREST-PAID
040344     ADD 1 TO IY-CAPITALIZED-COUNT
040345     MOVE WS-RUN-DATE TO IY-LAST-CAPITALIZED
040346     IF WS-YTD-FOUND
040347         REWRITE INTEREST-YTD-RECORD
040348             INVALID KEY
040349                 DISPLAY 'INT-ACCRUE: INTYTD REWRITE FAILED FOR '
040350                     IY-COMPANY-CODE '-' IY-ACCOUNT-NUMBER
040351         END-REWRITE
040352     ELSE
040353         WRITE INTEREST-YTD-RECORD
040354             INVALID KEY
040355                 DISPLAY 'INT-ACCRUE: INTYTD WRITE FAILED FOR '
040356                     IY-COMPANY-CODE '-' IY-ACCOUNT-NUMBER
040357         END-WRITE
040358     END-IF.
040359 4200-STORE-INTEREST-YTD-EXIT.
040360     EXIT.
040400
040500*--------------------------------------------------------------
040600* CARRY-FILE MOVEMENT FOR CARRY-RECON - CAPITALIZED ACCRUAL
041400     CALL 'CARRY-LOG' USING WS-CARRY-PARM.
041500 7500-LOG-CARRY-MOVEMENTS-EXIT.
041600     EXIT.
041603
041606*--------------------------------------------------------------
041609* MASTER MOVEMENT FOR MSTR-PROOF - THE COMPANY'S DAY OF ACCRUAL
041612* ADDS TO BALMSTR'S ACCRUED INTEREST ('I'); WHAT CAPITALIZED
041615* LEAVES IT ('C') AND REACHES THE LEDGER THROUGH TOMORROW'S
041618* POSTING. NOTHING IS LOGGED FOR A ZERO AMOUNT.
041621*--------------------------------------------------------------
041624 7600-LOG-MASTER-MOVEMENTS.
041627     MOVE WS-MOVE-COMPANY TO WS-ML-COMPANY-CODE
041630     MOVE ZERO TO WS-ML-COUNT
041633     MOVE ZERO TO WS-ML-LEDGER-AMOUNT
041636     IF WS-MOVE-ACCRUED NOT = ZERO
041639         MOVE 'I' TO WS-ML-MOVE-TYPE
041642         MOVE WS-MOVE-ACCRUED TO WS-ML-INTEREST-AMOUNT
041645         CALL 'MSTR-LOG' USING WS-MSTR-PARM
041648     END-IF
041651     IF WS-MOVE-CAPITALIZED NOT = ZERO
041654         MOVE 'C' TO WS-ML-MOVE-TYPE
041657         MOVE WS-MOVE-CAPITALIZED TO WS-ML-INTEREST-AMOUNT
041660         CALL 'MSTR-LOG' USING WS-MSTR-PARM
041663     END-IF
041666     MOVE ZERO TO WS-MOVE-ACCRUED
041669     MOVE ZERO TO WS-MOVE-CAPITALIZED.
041672 7600-LOG-MASTER-MOVEMENTS-EXIT.
041675     EXIT.
041700
041800 8000-SUMMARIZE.
041900     DISPLAY 'INT-ACCRUE: ACCOUNTS READ....... ' WS-ACCOUNT-COUNT
042000     DISPLAY 'INT-ACCRUE: ACCOUNTS ACCRUED.... ' WS-ACCRUED-COUNT
042100     DISPLAY 'INT-ACCRUE: NO RATE ON FILE..... ' WS-NO-RATE-COUNT
042102     DISPLAY 'INT-ACCRUE: RATED BY PRODUCT.... '
042104         WS-PRODUCT-RATE-COUNT
042106     DISPLAY 'INT-ACCRUE: NON-INTEREST PRODUCT '
042108         WS-NON-INTEREST-COUNT
042110     DISPLAY 'INT-ACCRUE: ACCRGL LINES WRITTEN ' WS-ACCRGL-COUNT
042200     MOVE WS-ACCRUED-TOTAL TO WS-EDIT-AMOUNT
042300     DISPLAY 'INT-ACCRUE: INTEREST ACCRUED.... ' WS-EDIT-AMOUNT
042400     IF WS-CAPITALIZE-REQUESTED
042700         MOVE WS-CAPITALIZED-TOTAL TO WS-EDIT-AMOUNT
042800         DISPLAY 'INT-ACCRUE: AMOUNT STAGED....... '
042900             WS-EDIT-AMOUNT
042930         DISPLAY 'INT-ACCRUE: YEAR NOT ROLLED..... '
042960             WS-DEFERRED-COUNT
043000     END-IF.
043100 8000-SUMMARIZE-EXIT.
043200     EXIT.
043205
043210*--------------------------------------------------------------
043215* SHOP-STANDARD RETURN CODES - 8 WHEN THE SWEEP NEVER OPENED
043220* BALMSTR (EVERY STOPPING FAILURE IN 1000 COMES FIRST), 4 WHEN
043225* THE ACCRUAL WAS NOT JOURNALLED OR AN ACCOUNT WAS NOT
043230* CAPITALIZED. A CODE ALREADY RAISED IS NEVER LOWERED.
043235*--------------------------------------------------------------
043240 8700-SET-RETURN-CODE.
043245     IF NOT WS-BALANCE-FILE-OPEN
043250         MOVE 8 TO RETURN-CODE
043255         GO TO 8700-SET-RETURN-CODE-EXIT
043260     END-IF
043265     IF (NOT WS-ACCRUAL-GL-FILE-OPEN OR WS-DEFERRED-COUNT > 0) AND
043270        RETURN-CODE < 4
043275         MOVE 4 TO RETURN-CODE
043280     END-IF.
043285 8700-SET-RETURN-CODE-EXIT.
043290     EXIT.
043300
043400 9999-TERMINATE.
043500     IF WS-BALANCE-FILE-OPEN
044000     END-IF
044100     IF WS-RELEASE-FILE-OPEN
044200         CLOSE RELEASE-FILE
044300     END-IF
044310     IF WS-ACCRUAL-GL-FILE-OPEN
044320         CLOSE ACCRUAL-GL-FILE
044322     END-IF
044324     IF WS-INTEREST-YTD-FILE-OPEN
044326         CLOSE INTEREST-YTD-FILE
044327     END-IF
044328     IF WS-PRODUCT-FILE-OPEN
044329         CLOSE PRODUCT-FILE
044330     END-IF.
044400 9999-TERMINATE-EXIT.
044500     EXIT.
