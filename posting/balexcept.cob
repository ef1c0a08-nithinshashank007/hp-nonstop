003600*                   CURRENT-DATE, SO A BACK-DATED CATCH-UP RUN
003700*                   STAMPS ITSELF WITH THE BUSINESS DAY BEING
003800*                   PROCESSED, NOT THE WALL-CLOCK DAY.
003805* 2026-10-15  DLBS  OVERDRAFTS ARE NOW SPLIT AGAINST THE
003810*                   ACCOUNT'S APPROVED OVERDRAFT LIMIT (LMTMSTR,
003815*                   KEYED READ). AN ACCOUNT OVERDRAWN BY NO MORE
003820*                   THAN AN UNEXPIRED LIMIT IS TYPE 'OVWL' -
003825*                   REPORTED FOR INFORMATION, WRITTEN ALREADY
003830*                   WORKED SO IT DOES NOT CARRY, AND NOT COUNTED
003835*                   TOWARD RC=4. ONE WITH NO LIMIT, AN EXPIRED
003840*                   LIMIT, OR OVERDRAWN PAST IT IS TYPE 'OVBL'
003845*                   (FORMERLY 'OVDR') AND IS WORKED BY THE DESK AS
003850*                   BEFORE. EACH TYPE HAS ITS OWN TOTAL LINE. NO
003855*                   LMTMSTR ON FILE TREATS EVERY OVERDRAFT AS
003860*                   BEYOND LIMIT.
003865* 2026-10-15  DLBS  EACH REPORT LINE NOW CARRIES THE AVAILABLE
003870*                   BALANCE BESIDE THE NET - THE NET SHOWN LESS
003875*                   THE ACCOUNT'S ACTIVE FUNDS HOLDS ON FNDHOLD
003880*                   (HOLDS PAST THEIR EXPIRY DATE ARE NOT
003885*                   COUNTED). THE EXCPOUT RECORD IS UNCHANGED. NO
003890*                   FNDHOLD ON FILE SHOWS AVAILABLE EQUAL TO NET.
003891* 2026-10-15  DLBS  THE ACCOUNT'S RULES NOW COME FROM ITS PRODUCT
003892*                   ON THE PRODMSTR CATALOG - THE PRODUCT CODE
003893*                   COMES BACK FROM A KEYED INPTMSTR READ (DD
003894*                   RESTORED). AN OVERDRAFT ON A PRODUCT THAT
003895*                   ALLOWS NONE IS TYPE 'OVNA', WORKED BY THE DESK
003896*                   WHATEVER ANY LMTMSTR LIMIT SAYS. A NET BALANCE
003897*                   AT OR ABOVE ZERO BUT UNDER THE PRODUCT'S
003898*                   MINIMUM BALANCE IS TYPE 'MINB', REPORTED FOR
003899*                   INFORMATION AND WRITTEN ALREADY WORKED LIKE
003900*                   'OVWL'. A NON-ZERO PRODUCT MOVEMENT THRESHOLD
003901*                   REPLACES THE COMPANY'S EXCPTHRD ROW. AN
003902*                   ACCOUNT WITH NO PRODUCT (OR NO PRODMSTR ON
003903*                   FILE) IS SWEPT EXACTLY AS BEFORE. BOTH NEW
003904*                   TYPES HAVE THEIR OWN TOTAL LINE.
003905* 2026-10-15  DLBS  ON A DLSIM SIMULATED RUN (SIM-MODE SAYS SO)
003906*                   THE EXCEPTION REPORT HEADING IS STAMPED
003907*                   SIMULATION; DLSIM POINTS BALMSTR AND INPTMSTR
003908*                   AT ITS WORKING COPIES AND EXCPOUT/EXCPRPT AT
003909*                   ITS OWN DATASETS, SO THE LIVE CARRY-FORWARD IS
003910*                   ONLY READ.
003911*--------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BL-MASTER-KEY
004700         FILE STATUS IS FS-BALANCE-FILE.
004710     SELECT LIMIT-FILE ASSIGN TO 'LMTMSTR'
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS LM-MASTER-KEY
004750         FILE STATUS IS FS-LIMIT-FILE.
004758     SELECT HOLD-FILE ASSIGN TO 'FNDHOLD'
004766         ORGANIZATION IS INDEXED
004774         ACCESS MODE IS DYNAMIC
004782         RECORD KEY IS FH-HOLD-KEY
004790         FILE STATUS IS FS-HOLD-FILE.
004791     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
004792         ORGANIZATION IS INDEXED
004793         ACCESS MODE IS RANDOM
004794         RECORD KEY IS IR-MASTER-KEY
004795         FILE STATUS IS FS-MASTER-FILE.
004796     SELECT PRODUCT-FILE ASSIGN TO 'PRODMSTR'
004797         ORGANIZATION IS INDEXED
004798         ACCESS MODE IS RANDOM
004799         RECORD KEY IS PD-PRODUCT-KEY
004800         FILE STATUS IS FS-PRODUCT-FILE.
004801
004900     SELECT THRESHOLD-FILE ASSIGN TO 'EXCPTHRD'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-THRESHOLD-FILE.
006500     LABEL RECORDS ARE STANDARD.
006600 01  BALANCE-RECORD.
006700     COPY BALREC.
006710
006720 FD  LIMIT-FILE
006730     LABEL RECORDS ARE STANDARD.
006740 01  LIMIT-RECORD.
006750     COPY LIMITREC.
006758
006766 FD  HOLD-FILE
006774     LABEL RECORDS ARE STANDARD.
006782 01  HOLD-RECORD.
006790     COPY FHOLDREC.
006791
006792 FD  MASTER-FILE
006793     LABEL RECORDS ARE STANDARD.
006794 01  MASTER-RECORD.
006795     COPY INPTREC.
006796
006797 FD  PRODUCT-FILE
006798     LABEL RECORDS ARE STANDARD.
006799 01  PRODUCT-RECORD.
006800     COPY PRODREC.
006801
006900 FD  THRESHOLD-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  THRESHOLD-RECORD.
010600 01  FS-CARRY-IN-FILE            PIC X(02) VALUE '00'.
010700 01  FS-EXCEPTION-FILE           PIC X(02) VALUE '00'.
010800 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
010850 01  FS-LIMIT-FILE               PIC X(02) VALUE '00'.
010870 01  FS-HOLD-FILE                PIC X(02) VALUE '00'.
010880 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
010890 01  FS-PRODUCT-FILE             PIC X(02) VALUE '00'.
010900 01  WS-SWITCHES.
011000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
011100         88  END-OF-FILE                    VALUE 'Y'.
011500         88  WS-CARRY-EOF                VALUE 'Y'.
011600     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011700         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
011730     05  WS-LIMIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
011760         88  WS-LIMIT-FILE-OPEN              VALUE 'Y'.
011768     05  WS-HOLD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011776         88  WS-HOLD-FILE-OPEN               VALUE 'Y'.
011784     05  WS-HOLD-EOF-SWITCH      PIC X(01).
011792         88  WS-HOLD-SCAN-DONE               VALUE 'Y'.
011793     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
011794         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
011795     05  WS-PRODUCT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
011796         88  WS-PRODUCT-FILE-OPEN            VALUE 'Y'.
011797     05  WS-PRODUCT-FOUND-SWITCH PIC X(01).
011798         88  WS-PRODUCT-FOUND                VALUE 'Y'.
011800
011900     05  WS-THRESH-FOUND-SWITCH  PIC X(01).
012000         88  WS-THRESHOLD-FOUND          VALUE 'Y'.
014400 01  WS-MOVEMENT                 PIC S9(09)V99 COMP-3.
014500 01  WS-ABS-MOVEMENT             PIC S9(09)V99 COMP-3.
014600 01  WS-ACCOUNT-COMPANY          PIC X(03).
014630 01  WS-ACTIVE-LIMIT             PIC S9(09)V99 COMP-3.
014660 01  WS-OVERDRAWN-BY             PIC S9(09)V99 COMP-3.
014670 01  WS-HOLD-TOTAL               PIC S9(11)V99 COMP-3.
014680 01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 COMP-3.
014700
014800 01  WS-COUNTERS.
014900     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
015000     05  WS-OVERDRAFT-COUNT      PIC 9(07) COMP VALUE ZERO.
015050     05  WS-WITHIN-LIMIT-COUNT   PIC 9(07) COMP VALUE ZERO.
015060     05  WS-NOT-ALLOWED-COUNT    PIC 9(07) COMP VALUE ZERO.
015070     05  WS-BELOW-MINIMUM-COUNT  PIC 9(07) COMP VALUE ZERO.
015100     05  WS-MOVEMENT-COUNT       PIC 9(07) COMP VALUE ZERO.
015200     05  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
015300     05  WS-WORKED-OFF-COUNT     PIC 9(07) COMP VALUE ZERO.
015400
015410*--------------------------------------------------------------
015420* RUN MODE FROM SIM-MODE - 'Y' ON A DLSIM SIMULATED RUN
015430*--------------------------------------------------------------
015440 01  WS-SIMULATION-SWITCH        PIC X(01) VALUE 'N'.
015450     88  WS-SIMULATION-RUN               VALUE 'Y'.
015470
015500*--------------------------------------------------------------
015600* EXCEPTION REPORT LINES
015700*--------------------------------------------------------------
015900     05  FILLER                  PIC X(34)
016000         VALUE 'BAL-EXCEPT  POSTING EXCEPTIONS    '.
016100     05  RH-RUN-DATE             PIC X(08).
016150     05  RH-RUN-MODE             PIC X(18) VALUE SPACES.
016200 01  WS-COLUMN-HEADING.
016300     05  FILLER                  PIC X(45) VALUE
016400         'DATE     ACCOUNT    TYPE CO       NET BALANCE'.
016500     05  FILLER                  PIC X(31) VALUE
016600         '      MOVEMENT ST     AVAILABLE'.
016700 01  WS-DETAIL-LINE.
016800     05  DT-EXCEPTION-DATE       PIC 9(08).
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017800     05  DT-MOVEMENT             PIC -(09)9.99.
017900     05  FILLER                  PIC X(01) VALUE SPACE.
018000     05  DT-STATUS               PIC X(02).
018030     05  FILLER                  PIC X(01) VALUE SPACE.
018060     05  DT-AVAILABLE            PIC -(09)9.99.
018100 01  WS-TOTAL-LINE.
018200     05  FILLER                  PIC X(11)
018300         VALUE 'EXCEPTIONS '.
018400     05  TL-TOTAL-COUNT          PIC ZZZZZZ9.
018410 01  WS-BEYOND-LIMIT-LINE.
018420     05  FILLER                  PIC X(27)
018430         VALUE '  OVERDRAWN BEYOND LIMIT   '.
018440     05  TL-BEYOND-COUNT         PIC ZZZZZZ9.
018450 01  WS-WITHIN-LIMIT-LINE.
018460     05  FILLER                  PIC X(27)
018470         VALUE '  OVERDRAWN WITHIN LIMIT   '.
018480     05  TL-WITHIN-COUNT         PIC ZZZZZZ9.
018482 01  WS-NOT-ALLOWED-LINE.
018484     05  FILLER                  PIC X(27)
018486         VALUE '  OVERDRAWN, NOT ALLOWED   '.
018488     05  TL-NOT-ALLOWED-COUNT    PIC ZZZZZZ9.
018490 01  WS-BELOW-MINIMUM-LINE.
018492     05  FILLER                  PIC X(27)
018494         VALUE '  BELOW PRODUCT MINIMUM    '.
018496     05  TL-BELOW-MINIMUM-COUNT  PIC ZZZZZZ9.
018500
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
020200 1000-INITIALIZE.
020300     CALL 'PROC-DATE' USING WS-RUN-DATE
020400     MOVE WS-RUN-DATE TO RH-RUN-DATE
020420     CALL 'SIM-MODE' USING WS-SIMULATION-SWITCH
020440     IF WS-SIMULATION-RUN
020460         MOVE '  ** SIMULATION **' TO RH-RUN-MODE
020480     END-IF
020500     OPEN OUTPUT REPORT-FILE
020600     OPEN OUTPUT EXCEPTION-FILE
020700     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
022100         GO TO 1000-INITIALIZE-EXIT
022200     END-IF
022300     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
022310     OPEN INPUT LIMIT-FILE
022320     IF FS-LIMIT-FILE NOT = '00' AND '05'
022330         DISPLAY 'BAL-EXCEPT: NO LMTMSTR, STATUS=' FS-LIMIT-FILE
022340             ' - EVERY OVERDRAFT IS BEYOND LIMIT'
022350     ELSE
022360         MOVE 'Y' TO WS-LIMIT-OPEN-SWITCH
022370     END-IF
022376     OPEN INPUT HOLD-FILE
022382     IF FS-HOLD-FILE = '00' OR '05'
022388         MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
022394     END-IF
022395     OPEN INPUT MASTER-FILE
022396     IF FS-MASTER-FILE = '00' OR '05'
022397         MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
022398     END-IF
022399     OPEN INPUT PRODUCT-FILE
022400     IF FS-PRODUCT-FILE = '00' OR '05'
022401         MOVE 'Y' TO WS-PRODUCT-OPEN-SWITCH
022402     END-IF
022403     IF NOT WS-MASTER-FILE-OPEN OR NOT WS-PRODUCT-FILE-OPEN
022404         DISPLAY 'BAL-EXCEPT: NO INPTMSTR/PRODMSTR - PRODUCT '
022405             'RULES BYPASSED'
022406     END-IF
022407     MOVE LOW-VALUES TO BL-MASTER-KEY
022500     START BALANCE-FILE
022600         KEY IS NOT LESS THAN BL-MASTER-KEY
022700         INVALID KEY
030500     END-IF
030600     PERFORM 3200-FIND-ACCOUNT-COMPANY
030700         THRU 3200-FIND-ACCOUNT-COMPANY-EXIT
030730     PERFORM 3250-FIND-PRODUCT
030760         THRU 3250-FIND-PRODUCT-EXIT
030800     IF BL-NET-BALANCE < ZERO
030900         PERFORM 3400-FIND-OVERDRAFT-LIMIT
031000             THRU 3400-FIND-OVERDRAFT-LIMIT-EXIT
031010         COMPUTE WS-OVERDRAWN-BY = ZERO - BL-NET-BALANCE
031020         IF WS-PRODUCT-FOUND AND NOT PD-OVERDRAFT-PERMITTED
031030             ADD 1 TO WS-NOT-ALLOWED-COUNT
031040             MOVE 'OVNA' TO EX-EXCEPTION-TYPE
031050         ELSE
031060             IF WS-OVERDRAWN-BY NOT > WS-ACTIVE-LIMIT
031070                 ADD 1 TO WS-WITHIN-LIMIT-COUNT
031071                 MOVE 'OVWL' TO EX-EXCEPTION-TYPE
031072             ELSE
031073                 ADD 1 TO WS-OVERDRAFT-COUNT
031074                 MOVE 'OVBL' TO EX-EXCEPTION-TYPE
031075             END-IF
031080         END-IF
031100         PERFORM 6000-WRITE-EXCEPTION
031200             THRU 6000-WRITE-EXCEPTION-EXIT
031210     ELSE
031220         IF WS-PRODUCT-FOUND AND
031230            BL-NET-BALANCE < PD-MINIMUM-BALANCE
031240             ADD 1 TO WS-BELOW-MINIMUM-COUNT
031250             MOVE 'MINB' TO EX-EXCEPTION-TYPE
031260             PERFORM 6000-WRITE-EXCEPTION
031270                 THRU 6000-WRITE-EXCEPTION-EXIT
031280         END-IF
031300     END-IF
031400     PERFORM 3300-FIND-THRESHOLD
031500         THRU 3300-FIND-THRESHOLD-EXIT
035100     END-IF.
035200 3200-FIND-ACCOUNT-COMPANY-EXIT.
035300     EXIT.
035303
035306*--------------------------------------------------------------
035309* THE ACCOUNT'S PRODUCT - THE CODE IS ON ITS INPTMSTR RECORD,
035312* THE RULES ON PRODMSTR UNDER THE SAME COMPANY. NO MASTER, NO
035315* CODE, OR A CODE NOT IN THE CATALOG LEAVES THE ACCOUNT TO THE
035318* LMTMSTR AND EXCPTHRD RULES ALONE.
035321*--------------------------------------------------------------
035324 3250-FIND-PRODUCT.
035327     MOVE 'N' TO WS-PRODUCT-FOUND-SWITCH
035330     IF NOT WS-MASTER-FILE-OPEN OR NOT WS-PRODUCT-FILE-OPEN
035333         GO TO 3250-FIND-PRODUCT-EXIT
035336     END-IF
035339     MOVE BL-MASTER-KEY TO IR-MASTER-KEY
035342     READ MASTER-FILE
035345         INVALID KEY
035348             GO TO 3250-FIND-PRODUCT-EXIT
035351     END-READ
035354     IF IR-PRODUCT-CODE = SPACES
035357         GO TO 3250-FIND-PRODUCT-EXIT
035360     END-IF
035363     MOVE IR-COMPANY-CODE TO PD-COMPANY-CODE
035366     MOVE IR-PRODUCT-CODE TO PD-PRODUCT-CODE
035369     READ PRODUCT-FILE
035372         INVALID KEY
035375             CONTINUE
035378         NOT INVALID KEY
035381             MOVE 'Y' TO WS-PRODUCT-FOUND-SWITCH
035384     END-READ.
035387 3250-FIND-PRODUCT-EXIT.
035390     EXIT.
035400
035500*--------------------------------------------------------------
035600* A NON-ZERO PRODUCT THRESHOLD WINS; OTHERWISE THE COMPANY'S
035700* OWN THRESHOLD, BACKED UP BY THE '***' DEFAULT ROW. NO ROW AT
035800* ALL MEANS NO MOVEMENT CHECK FOR THAT COMPANY.
035900*--------------------------------------------------------------
036000 3300-FIND-THRESHOLD.
036100     MOVE 'N' TO WS-THRESH-FOUND-SWITCH
036200     MOVE ZERO TO WS-ACTIVE-THRESHOLD
036210     IF WS-PRODUCT-FOUND AND PD-MOVEMENT-THRESHOLD > ZERO
036220         MOVE 'Y' TO WS-THRESH-FOUND-SWITCH
036230         MOVE PD-MOVEMENT-THRESHOLD TO WS-ACTIVE-THRESHOLD
036240         GO TO 3300-FIND-THRESHOLD-EXIT
036250     END-IF
036300     MOVE 1 TO WS-THRESH-INDEX
036400     PERFORM 3350-SCAN-THRESHOLD-SLOT
036500         THRU 3350-SCAN-THRESHOLD-SLOT-EXIT
039800     END-IF.
039900 3360-SCAN-DEFAULT-SLOT-EXIT.
040000     EXIT.
040004
040008*--------------------------------------------------------------
040012* THE ACCOUNT'S APPROVED OVERDRAFT LIMIT - NO ENTRY, OR ONE PAST
040016* ITS EXPIRY DATE, IS A LIMIT OF ZERO.
040020*--------------------------------------------------------------
040024 3400-FIND-OVERDRAFT-LIMIT.
040028     MOVE ZERO TO WS-ACTIVE-LIMIT
040032     IF NOT WS-LIMIT-FILE-OPEN
040036         GO TO 3400-FIND-OVERDRAFT-LIMIT-EXIT
040040     END-IF
040044     MOVE BL-MASTER-KEY TO LM-MASTER-KEY
040048     READ LIMIT-FILE
040052         INVALID KEY
040056             CONTINUE
040060         NOT INVALID KEY
040064             IF LM-EXPIRY-DATE NOT < WS-RUN-DATE
040068                 MOVE LM-LIMIT-AMOUNT TO WS-ACTIVE-LIMIT
040072             END-IF
040076     END-READ.
040080 3400-FIND-OVERDRAFT-LIMIT-EXIT.
040084     EXIT.
040100
040200 6000-WRITE-EXCEPTION.
040300     MOVE WS-RUN-DATE TO EX-EXCEPTION-DATE
041200     MOVE WS-MOVEMENT TO EX-MOVEMENT
041300     MOVE SPACE TO EX-FILL-6
041400     MOVE 'N' TO EX-WORKED-FLAG
041420     IF EX-EXCEPTION-TYPE = 'OVWL' OR 'MINB'
041440         MOVE 'Y' TO EX-WORKED-FLAG
041460     END-IF
041500     WRITE EXCEPTION-RECORD
041600     PERFORM 7000-PRINT-EXCEPTION-LINE
041700         THRU 7000-PRINT-EXCEPTION-LINE-EXIT.
043000     ELSE
043100         MOVE 'CF' TO DT-STATUS
043200     END-IF
043220     PERFORM 7100-SUM-ACTIVE-HOLDS
043240         THRU 7100-SUM-ACTIVE-HOLDS-EXIT
043260     COMPUTE WS-AVAILABLE-BALANCE = EX-NET-BALANCE - WS-HOLD-TOTAL
043280     MOVE WS-AVAILABLE-BALANCE TO DT-AVAILABLE
043300     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
043400 7000-PRINT-EXCEPTION-LINE-EXIT.
043500     EXIT.
043502
043504*--------------------------------------------------------------
043506* ACTIVE HOLDS ARE SUMMED OVER THE ACCOUNT'S KEY RANGE ON
043508* FNDHOLD - START AT THE LOWEST HOLD ID UNDER COMPANY PLUS
043510* ACCOUNT AND READ FORWARD UNTIL THE ACCOUNT CHANGES. A HOLD
043512* PAST ITS EXPIRY DATE IS IGNORED (FHOLD-SWEEP DROPS IT).
043514*--------------------------------------------------------------
043516 7100-SUM-ACTIVE-HOLDS.
043518     MOVE ZERO TO WS-HOLD-TOTAL
043520     IF NOT WS-HOLD-FILE-OPEN
043522         GO TO 7100-SUM-ACTIVE-HOLDS-EXIT
043524     END-IF
043526     MOVE 'N' TO WS-HOLD-EOF-SWITCH
043528     MOVE EX-COMPANY-CODE TO FH-COMPANY-CODE
043530     MOVE EX-ACCOUNT-NUMBER TO FH-ACCOUNT-NUMBER
043532     MOVE LOW-VALUES TO FH-HOLD-ID
043534     START HOLD-FILE
043536         KEY IS NOT LESS THAN FH-HOLD-KEY
043538         INVALID KEY
043540             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
043542     END-START
043544     PERFORM 7150-ADD-ONE-HOLD
043546         THRU 7150-ADD-ONE-HOLD-EXIT
043548         UNTIL WS-HOLD-SCAN-DONE.
043550 7100-SUM-ACTIVE-HOLDS-EXIT.
043552     EXIT.
043554
043556 7150-ADD-ONE-HOLD.
043558     READ HOLD-FILE NEXT RECORD
043560         AT END
043562             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
043564             GO TO 7150-ADD-ONE-HOLD-EXIT
043566     END-READ
043568     IF FH-COMPANY-CODE NOT = EX-COMPANY-CODE OR
043570        FH-ACCOUNT-NUMBER NOT = EX-ACCOUNT-NUMBER
043572         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
043574         GO TO 7150-ADD-ONE-HOLD-EXIT
043576     END-IF
043578     IF FH-EXPIRY-DATE NOT < WS-RUN-DATE
043580         ADD FH-HOLD-AMOUNT TO WS-HOLD-TOTAL
043582     END-IF.
043584 7150-ADD-ONE-HOLD-EXIT.
043586     EXIT.
043600
043700 8000-SUMMARIZE.
043800     ADD WS-OVERDRAFT-COUNT WS-WITHIN-LIMIT-COUNT
043850         WS-NOT-ALLOWED-COUNT WS-BELOW-MINIMUM-COUNT
043900         WS-MOVEMENT-COUNT WS-CARRIED-COUNT GIVING TL-TOTAL-COUNT
044000     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
044020     MOVE WS-OVERDRAFT-COUNT TO TL-BEYOND-COUNT
044040     WRITE REPORT-RECORD FROM WS-BEYOND-LIMIT-LINE
044060     MOVE WS-WITHIN-LIMIT-COUNT TO TL-WITHIN-COUNT
044080     WRITE REPORT-RECORD FROM WS-WITHIN-LIMIT-LINE
044084     MOVE WS-NOT-ALLOWED-COUNT TO TL-NOT-ALLOWED-COUNT
044088     WRITE REPORT-RECORD FROM WS-NOT-ALLOWED-LINE
044092     MOVE WS-BELOW-MINIMUM-COUNT TO TL-BELOW-MINIMUM-COUNT
044096     WRITE REPORT-RECORD FROM WS-BELOW-MINIMUM-LINE
044100     DISPLAY 'BAL-EXCEPT: ACCOUNTS SWEPT...... ' WS-ACCOUNT-COUNT
044200     DISPLAY 'BAL-EXCEPT: OVERDRAWN BEYOND LIMIT '
044300         WS-OVERDRAFT-COUNT
044330     DISPLAY 'BAL-EXCEPT: OVERDRAWN WITHIN LIMIT '
044360         WS-WITHIN-LIMIT-COUNT
044368     DISPLAY 'BAL-EXCEPT: OVERDRAWN, NOT ALLOWED '
044376         WS-NOT-ALLOWED-COUNT
044384     DISPLAY 'BAL-EXCEPT: BELOW PRODUCT MINIMUM. '
044392         WS-BELOW-MINIMUM-COUNT
044400     DISPLAY 'BAL-EXCEPT: MOVEMENT BREAKS..... '
044500         WS-MOVEMENT-COUNT
044600     DISPLAY 'BAL-EXCEPT: CARRIED UNWORKED.... '
044700         WS-CARRIED-COUNT
044800     DISPLAY 'BAL-EXCEPT: WORKED OFF.......... '
044900         WS-WORKED-OFF-COUNT
045000     IF (WS-OVERDRAFT-COUNT > 0 OR WS-NOT-ALLOWED-COUNT > 0 OR
045100         WS-MOVEMENT-COUNT > 0 OR WS-CARRIED-COUNT > 0) AND
045150         RETURN-CODE < 4
045200         MOVE 4 TO RETURN-CODE
045300     END-IF.
045400 8000-SUMMARIZE-EXIT.
045800     IF WS-BALANCE-FILE-OPEN
045900         CLOSE BALANCE-FILE
046000     END-IF
046020     IF WS-LIMIT-FILE-OPEN
046040         CLOSE LIMIT-FILE
046060     END-IF
046070     IF WS-HOLD-FILE-OPEN
046080         CLOSE HOLD-FILE
046090     END-IF
046091     IF WS-MASTER-FILE-OPEN
046092         CLOSE MASTER-FILE
046093     END-IF
046094     IF WS-PRODUCT-FILE-OPEN
046095         CLOSE PRODUCT-FILE
046096     END-IF
046100
046200     IF FS-CARRY-IN-FILE = '00' OR '10'
046300         CLOSE CARRY-IN-FILE
