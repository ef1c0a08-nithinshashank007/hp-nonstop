000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STORD-GEN.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAILY STANDING-ORDER GENERATOR,
001100*                   RUN AHEAD OF DLBATCH. EACH ACTIVE ORDER ON
001200*                   STORDR WHOSE NEXT DUE DATE - ROLLED FORWARD TO
001300*                   THE FIRST BUSINESS DAY ON THE CTLMSTR 'D'
001400*                   CALENDAR ON OR AFTER IT - HAS COME ROUND IS
001500*                   STAGED TO RELSTAGE AS ONE 'XF' TRANSFER DETAIL
001600*                   SO IT ENTERS THROUGH FILE-DEMO'S NORMAL
001700*                   VALIDATION, THE WAY FEE-ASSESS STAGES ITS
001800*                   FEES, AND THE DUE DATE IS ADVANCED BY THE
001900*                   ORDER'S FREQUENCY. A PAYMENT THE FROM ACCOUNT
002000*                   CANNOT COVER (NET LESS ACTIVE FNDHOLD HOLDS
002100*                   PLUS ANY UNEXPIRED LMTMSTR LIMIT) IS RETRIED
002200*                   ON EACH LATER RUN FOR THE NUMBER OF DAYS ON
002300*                   THE SYSIN CARD AND THEN REPORTED FAILED AND
002400*                   SKIPPED. AN ORDER IS WORKED ONCE PER RUN DATE
002500*                   AND NEVER FOR A DATE OLDER THAN ONE ALREADY
002600*                   WORKED, SO A RERUN OR A CATCH-UP DAY UNDER
002700*                   CATCHUP-MGR STAGES EACH PAYMENT EXACTLY ONCE.
002800*                   EVERY PAYMENT IS LISTED ON THE SOGENRPT
002900*                   REGISTER.
002920* 2026-10-15  DLBS  AN OPEN OR REWRITE FAILURE NOW ENDS RC=8 - THE
002940*                   CODE IS SET AFTER THE CARRY-LOG CALL, WHICH
002960*                   WAS CLEARING IT.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ORDER-FILE ASSIGN TO 'STORDR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SO-ORDER-KEY
003800         FILE STATUS IS FS-ORDER-FILE.
003900     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CT-CONTROL-KEY
004300         FILE STATUS IS FS-CONTROL-MASTER-FILE.
004400     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS IR-MASTER-KEY OF MASTER-RECORD
004800         FILE STATUS IS FS-MASTER-FILE.
004900     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS BL-MASTER-KEY
005300         FILE STATUS IS FS-BALANCE-FILE.
005400     SELECT HOLD-FILE ASSIGN TO 'FNDHOLD'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS FH-HOLD-KEY
005800         FILE STATUS IS FS-HOLD-FILE.
005900     SELECT LIMIT-FILE ASSIGN TO 'LMTMSTR'
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS LM-MASTER-KEY
006300         FILE STATUS IS FS-LIMIT-FILE.
006400     SELECT RELEASE-FILE ASSIGN TO 'RELSTAGE'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FS-RELEASE-FILE.
006700     SELECT REPORT-FILE ASSIGN TO 'SOGENRPT'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FS-REPORT-FILE.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ORDER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  ORDER-RECORD.
007600     COPY STORDREC.
007700
007800 FD  CONTROL-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  CONTROL-MASTER-RECORD.
008100     COPY CTLREC.
008200
008300 FD  MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  MASTER-RECORD.
008600     COPY INPTREC.
008700
008800 FD  BALANCE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  BALANCE-RECORD.
009100     COPY BALREC.
009200
009300 FD  HOLD-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  HOLD-RECORD.
009600     COPY FHOLDREC.
009700
009800 FD  LIMIT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  LIMIT-RECORD.
010100     COPY LIMITREC.
010200
010300 FD  RELEASE-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  RELEASE-RECORD              PIC X(80).
010600
010700 FD  REPORT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  REPORT-RECORD               PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200 01  FS-ORDER-FILE               PIC X(02) VALUE '00'.
011300 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
011400 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
011500 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
011600 01  FS-HOLD-FILE                PIC X(02) VALUE '00'.
011700 01  FS-LIMIT-FILE               PIC X(02) VALUE '00'.
011800 01  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
011900 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
012000 01  WS-SWITCHES.
012100     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
012200         88  END-OF-FILE                    VALUE 'Y'.
012300     05  WS-HOLD-EOF-SWITCH      PIC X(01).
012400         88  WS-HOLD-SCAN-DONE           VALUE 'Y'.
012500     05  WS-ORDER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
012600         88  WS-ORDER-FILE-OPEN              VALUE 'Y'.
012700     05  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
012800         88  WS-CONTROL-FILE-OPEN            VALUE 'Y'.
012900     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
013000         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
013100     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
013200         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
013300     05  WS-HOLD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
013400         88  WS-HOLD-FILE-OPEN               VALUE 'Y'.
013500     05  WS-LIMIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
013600         88  WS-LIMIT-FILE-OPEN              VALUE 'Y'.
013700     05  WS-RELEASE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
013800         88  WS-RELEASE-FILE-OPEN            VALUE 'Y'.
013900     05  WS-ORDER-DONE-SWITCH    PIC X(01).
014000         88  WS-ORDER-DONE               VALUE 'Y'.
014100     05  WS-FUNDS-LOADED-SWITCH  PIC X(01).
014200         88  WS-FUNDS-LOADED             VALUE 'Y'.
014230     05  WS-RUN-FAIL-SWITCH      PIC X(01) VALUE 'N'.
014260         88  WS-RUN-FAILED               VALUE 'Y'.
014300
014400*--------------------------------------------------------------
014500* RETRY CARD - THE NUMBER OF LATER RUNS (BUSINESS DAYS) A
014600* PAYMENT THE FROM ACCOUNT CANNOT COVER IS TRIED AGAIN BEFORE
014700* IT IS REPORTED FAILED. NO CARD, OR A CARD THAT IS NOT TWO
014800* DIGITS, MEANS 3; MORE THAN 30 IS TAKEN AS 30.
014900*--------------------------------------------------------------
015000 01  WS-RETRY-CARD.
015100     05  WS-RETRY-DAYS           PIC 9(02).
015200     05  FILLER                  PIC X(78).
015300
015400 01  WS-RUN-DATE                 PIC 9(08).
015500
015600*--------------------------------------------------------------
015700* DUE-DATE ARITHMETIC. A MONTHLY, QUARTERLY OR ANNUAL ORDER
015800* KEEPS THE DAY OF THE MONTH OF ITS FIRST DATE, CUT BACK TO THE
015900* LAST DAY OF A SHORTER MONTH.
016000*--------------------------------------------------------------
016100 01  WS-ROLLED-DUE-DATE          PIC 9(08).
016200 01  WS-DUE-DATE.
016300     05  WS-DD-YEAR              PIC 9(04).
016400     05  WS-DD-MONTH             PIC 9(02).
016500     05  WS-DD-DAY               PIC 9(02).
016600 01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
016700                                 PIC 9(08).
016800 01  WS-FIRST-DATE.
016900     05  WS-FD-YEAR              PIC 9(04).
017000     05  WS-FD-MONTH             PIC 9(02).
017100     05  WS-FD-DAY               PIC 9(02).
017200 01  WS-FIRST-DATE-NUM REDEFINES WS-FIRST-DATE
017300                                 PIC 9(08).
017400 01  WS-MONTH-DAYS-VALUES        PIC X(24)
017500         VALUE '312831303130313130313031'.
017600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
017700     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
017800 01  WS-MONTH-STEP               PIC 9(02) COMP.
017900 01  WS-MONTH-END-DAY            PIC 9(02).
018000 01  WS-DAY-NUMBER               PIC 9(07) COMP.
018100 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
018200 01  WS-LEAP-REMAINDER           PIC 9(04) COMP.
018300
018400*--------------------------------------------------------------
018500* FUNDS FOR THE FROM ACCOUNT. ORDERS ARE READ IN KEY SEQUENCE,
018600* SO ALL OF AN ACCOUNT'S ORDERS COME TOGETHER - ITS AVAILABLE
018700* FUNDS ARE WORKED OUT ONCE AND EACH PAYMENT STAGED AGAINST IT
018800* IN THIS RUN IS TAKEN OFF BEFORE THE NEXT ONE IS TRIED.
018900*--------------------------------------------------------------
019000 01  WS-FUNDS-KEY.
019100     05  WS-FUNDS-COMPANY-CODE   PIC X(03).
019200     05  WS-FUNDS-ACCOUNT-NUMBER PIC X(10).
019300 01  WS-AVAILABLE-FUNDS          PIC S9(11)V99 COMP-3.
019400 01  WS-HOLD-TOTAL               PIC S9(11)V99 COMP-3.
019500 01  WS-FROM-STATUS-CODE         PIC X(02).
019600 01  WS-FROM-BRANCH-CODE         PIC X(04).
019700 01  WS-FAIL-REASON              PIC X(04).
019800
019900 01  WS-COUNTERS.
020000     05  WS-ORDER-COUNT          PIC 9(07) COMP VALUE ZERO.
020100     05  WS-INACTIVE-COUNT       PIC 9(07) COMP VALUE ZERO.
020200     05  WS-WORKED-COUNT         PIC 9(07) COMP VALUE ZERO.
020300     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
020400     05  WS-RETRY-COUNT          PIC 9(07) COMP VALUE ZERO.
020500     05  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
020600     05  WS-ENDED-COUNT          PIC 9(07) COMP VALUE ZERO.
020700     05  WS-UNROLLED-COUNT       PIC 9(07) COMP VALUE ZERO.
020800 01  WS-STAGED-TOTAL             PIC S9(11)V99 COMP-3
020900                                     VALUE ZERO.
021000 01  WS-RETRY-TOTAL              PIC S9(11)V99 COMP-3
021100                                     VALUE ZERO.
021200 01  WS-FAILED-TOTAL             PIC S9(11)V99 COMP-3
021300                                     VALUE ZERO.
021400 01  WS-EDIT-AMOUNT              PIC -(11)9.99.
021500
021600*--------------------------------------------------------------
021700* SHARED CARRY-LOG CALL PARAMETER
021800*--------------------------------------------------------------
021900 01  WS-CARRY-PARM.
022000     05  WS-CL-PROGRAM-ID        PIC X(12) VALUE 'STORD-GEN'.
022100     05  WS-CL-FILE-NAME         PIC X(08).
022200     05  WS-CL-MOVE-TYPE         PIC X(01).
022300     05  WS-CL-COUNT             PIC 9(07).
022400
022500*--------------------------------------------------------------
022600* THE STAGED TRANSFER DETAIL - INPTREC LAYOUT SO FILE-DEMO'S
022700* VALIDATION TREATS IT LIKE ANY TRANSMITTED TRANSFER.
022800*--------------------------------------------------------------
022900 01  WS-LEDGER-RECORD.
023000     COPY INPTREC.
023100
023200*--------------------------------------------------------------
023300* STANDING-ORDER REGISTER LINES - THE DUE DATE SHOWN IS THE
023400* BUSINESS DAY THE PAYMENT FELL DUE AFTER ANY ROLL.
023500*--------------------------------------------------------------
023600 01  WS-REPORT-HEADING.
023700     05  FILLER                  PIC X(35)
023800         VALUE 'STORD-GEN   STANDING ORDER REGISTER'.
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  RH-RUN-DATE             PIC X(08).
024100     05  FILLER                  PIC X(14)
024200         VALUE '  RETRY DAYS '.
024300     05  RH-RETRY-DAYS           PIC Z9.
024400 01  WS-COLUMN-HEADING.
024500     05  FILLER                  PIC X(44) VALUE
024600         'CO  ACCOUNT    ORDR TO  ACCOUNT    DUE DATE '.
024700     05  FILLER                  PIC X(28) VALUE
024800         '      AMOUNT DISPN  RSN  TRY'.
024900 01  WS-DETAIL-LINE.
025000     05  DT-COMPANY-CODE         PIC X(03).
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  DT-ACCOUNT-NUMBER       PIC X(10).
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  DT-ORDER-ID             PIC X(04).
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  DT-TO-COMPANY-CODE      PIC X(03).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  DT-TO-ACCOUNT-NUMBER    PIC X(10).
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  DT-DUE-DATE             PIC X(08).
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  DT-AMOUNT               PIC Z,ZZZ,ZZ9.99.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  DT-DISPOSITION          PIC X(06).
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  DT-REASON               PIC X(04).
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  DT-RETRY-COUNT          PIC ZZ9.
026900 01  WS-TOTAL-LINE.
027000     05  TL-LABEL                PIC X(16).
027100     05  TL-COUNT                PIC ZZZZZZ9.
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  TL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
027400
027500 PROCEDURE DIVISION.
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE
027800         THRU 1000-INITIALIZE-EXIT
027900     PERFORM 2000-GENERATE-ONE-ORDER
028000         THRU 2000-GENERATE-ONE-ORDER-EXIT
028100         UNTIL END-OF-FILE
028200     PERFORM 7500-LOG-CARRY-MOVEMENTS
028300         THRU 7500-LOG-CARRY-MOVEMENTS-EXIT
028400     PERFORM 8000-SUMMARIZE
028500         THRU 8000-SUMMARIZE-EXIT
028510*--------------------------------------------------------------
028520* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
028530* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
028540* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
028550*--------------------------------------------------------------
028560     IF WS-RUN-FAILED
028570         MOVE 8 TO RETURN-CODE
028580     END-IF
028600     PERFORM 9999-TERMINATE
028700         THRU 9999-TERMINATE-EXIT
028800     STOP RUN.
028900
029000 1000-INITIALIZE.
029100     MOVE SPACES TO WS-RETRY-CARD
029200     ACCEPT WS-RETRY-CARD FROM SYSIN
029300     IF WS-RETRY-DAYS NOT NUMERIC
029400         MOVE 3 TO WS-RETRY-DAYS
029500     END-IF
029600     IF WS-RETRY-DAYS > 30
029700         MOVE 30 TO WS-RETRY-DAYS
029800     END-IF
029900     CALL 'PROC-DATE' USING WS-RUN-DATE
030000     MOVE SPACES TO WS-FUNDS-KEY
030100     MOVE 'N' TO WS-FUNDS-LOADED-SWITCH
030200     MOVE WS-RUN-DATE TO RH-RUN-DATE
030300     MOVE WS-RETRY-DAYS TO RH-RETRY-DAYS
030400     OPEN OUTPUT REPORT-FILE
030500     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
030600     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
030700     MOVE 'Y' TO EOF-SWITCH
030800     OPEN I-O ORDER-FILE
030900     IF FS-ORDER-FILE NOT = '00' AND '05'
031000         DISPLAY 'STORD-GEN: NO STANDING-ORDER MASTER, STATUS='
031100             FS-ORDER-FILE ' - NOTHING TO GENERATE'
031200         GO TO 1000-INITIALIZE-EXIT
031300     END-IF
031400     MOVE 'Y' TO WS-ORDER-OPEN-SWITCH
031500     OPEN INPUT CONTROL-MASTER-FILE
031600     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
031700         DISPLAY 'STORD-GEN: CTLMSTR OPEN FAILED, STATUS='
031800             FS-CONTROL-MASTER-FILE
031900             ' - DUE DATES CANNOT BE ROLLED'
032000         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
032100         GO TO 1000-INITIALIZE-EXIT
032200     END-IF
032300     MOVE 'Y' TO WS-CTL-OPEN-SWITCH
032400     OPEN INPUT MASTER-FILE
032500     IF FS-MASTER-FILE NOT = '00' AND '05'
032600         DISPLAY 'STORD-GEN: INPTMSTR OPEN FAILED, STATUS='
032700             FS-MASTER-FILE
032800         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF
033100     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
033200     OPEN INPUT BALANCE-FILE
033300     IF FS-BALANCE-FILE NOT = '00' AND '05'
033400         DISPLAY 'STORD-GEN: BALMSTR OPEN FAILED, STATUS='
033500             FS-BALANCE-FILE
033600         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
033700         GO TO 1000-INITIALIZE-EXIT
033800     END-IF
033900     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
034000     OPEN INPUT HOLD-FILE
034100     IF FS-HOLD-FILE = '00' OR '05'
034200         MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
034300     ELSE
034400         DISPLAY 'STORD-GEN: NO FNDHOLD, STATUS=' FS-HOLD-FILE
034500             ' - NO HOLDS TAKEN OFF AVAILABLE FUNDS'
034600     END-IF
034700     OPEN INPUT LIMIT-FILE
034800     IF FS-LIMIT-FILE = '00' OR '05'
034900         MOVE 'Y' TO WS-LIMIT-OPEN-SWITCH
035000     ELSE
035100         DISPLAY 'STORD-GEN: NO LMTMSTR, STATUS=' FS-LIMIT-FILE
035200             ' - NO OVERDRAFT LIMITS ADDED TO AVAILABLE FUNDS'
035300     END-IF
035400     OPEN EXTEND RELEASE-FILE
035500     IF FS-RELEASE-FILE = '35'
035600         OPEN OUTPUT RELEASE-FILE
035700     END-IF
035800     IF FS-RELEASE-FILE NOT = '00'
035900         DISPLAY 'STORD-GEN: RELSTAGE OPEN FAILED, STATUS='
036000             FS-RELEASE-FILE
036100         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF
036400     MOVE 'Y' TO WS-RELEASE-OPEN-SWITCH
036500     MOVE 'N' TO EOF-SWITCH.
036600 1000-INITIALIZE-EXIT.
036700     EXIT.
036800
036900*--------------------------------------------------------------
037000* ONE ORDER. AN ORDER ALREADY WORKED FOR THIS RUN DATE OR A
037100* LATER ONE IS LEFT ALONE, SO A RERUN OF THE JOB (OR A CATCH-UP
037200* DAY SUBMITTED TWICE) CANNOT STAGE A PAYMENT TWICE. OTHERWISE
037300* EVERY OCCURRENCE DUE BY THE RUN DATE IS WORKED IN TURN, THEN
037400* THE ORDER IS STAMPED WITH THE RUN DATE.
037500*--------------------------------------------------------------
037600 2000-GENERATE-ONE-ORDER.
037700     READ ORDER-FILE NEXT RECORD
037800         AT END
037900             MOVE 'Y' TO EOF-SWITCH
038000             GO TO 2000-GENERATE-ONE-ORDER-EXIT
038100     END-READ
038200     ADD 1 TO WS-ORDER-COUNT
038300     IF SO-MASTER-KEY NOT = WS-FUNDS-KEY
038400         MOVE SO-MASTER-KEY TO WS-FUNDS-KEY
038500         MOVE 'N' TO WS-FUNDS-LOADED-SWITCH
038600     END-IF
038700     IF NOT SO-ORDER-ACTIVE
038800         ADD 1 TO WS-INACTIVE-COUNT
038900         GO TO 2000-GENERATE-ONE-ORDER-EXIT
039000     END-IF
039100     IF SO-LAST-RUN-DATE NOT < WS-RUN-DATE
039200         ADD 1 TO WS-WORKED-COUNT
039300         GO TO 2000-GENERATE-ONE-ORDER-EXIT
039400     END-IF
039500     MOVE 'N' TO WS-ORDER-DONE-SWITCH
039600     PERFORM 2100-WORK-ONE-OCCURRENCE
039700         THRU 2100-WORK-ONE-OCCURRENCE-EXIT
039800         UNTIL WS-ORDER-DONE
039900     MOVE WS-RUN-DATE TO SO-LAST-RUN-DATE
040000     MOVE WS-RUN-DATE TO SO-CHANGED-DATE
040100     REWRITE ORDER-RECORD
040200         INVALID KEY
040300             DISPLAY 'STORD-GEN: REWRITE FAILED FOR ORDER '
040400                 SO-ORDER-KEY ', STATUS=' FS-ORDER-FILE
040500             MOVE 'Y' TO WS-RUN-FAIL-SWITCH
040600     END-REWRITE.
040700 2000-GENERATE-ONE-ORDER-EXIT.
040800     EXIT.
040900
041000*--------------------------------------------------------------
041100* ONE OCCURRENCE OF AN ORDER. PAST ITS END DATE THE ORDER ENDS;
041200* NOT YET DUE (AFTER THE BUSINESS-DAY ROLL) THE ORDER IS DONE
041300* FOR TODAY. A DUE PAYMENT IS STAGED WHEN THE FROM ACCOUNT CAN
041400* COVER IT; A MISSING OR CLOSED ACCOUNT FAILS IT OUTRIGHT, AND
041500* SHORT FUNDS RETRY IT UNTIL THE RETRY DAYS ARE USED UP. A
041600* STAGED OR FAILED OCCURRENCE ADVANCES THE DUE DATE AND THE
041700* NEXT ONE IS TRIED; A RETRY ENDS THE ORDER'S WORK FOR TODAY.
041800*--------------------------------------------------------------
041900 2100-WORK-ONE-OCCURRENCE.
042000     IF SO-NEXT-DUE-DATE > SO-END-DATE
042100         MOVE 'E' TO SO-ORDER-STATUS
042200         ADD 1 TO WS-ENDED-COUNT
042300         MOVE SO-NEXT-DUE-DATE TO WS-ROLLED-DUE-DATE
042400         MOVE ZERO TO DT-AMOUNT
042500         MOVE 'ENDED' TO DT-DISPOSITION
042600         MOVE SPACES TO DT-REASON
042700         PERFORM 7000-WRITE-DETAIL
042800             THRU 7000-WRITE-DETAIL-EXIT
042900         MOVE 'Y' TO WS-ORDER-DONE-SWITCH
043000         GO TO 2100-WORK-ONE-OCCURRENCE-EXIT
043100     END-IF
043200     PERFORM 2200-ROLL-DUE-DATE
043300         THRU 2200-ROLL-DUE-DATE-EXIT
043400     IF WS-ROLLED-DUE-DATE > WS-RUN-DATE
043500         MOVE 'Y' TO WS-ORDER-DONE-SWITCH
043600         GO TO 2100-WORK-ONE-OCCURRENCE-EXIT
043700     END-IF
043800     MOVE SO-AMOUNT TO DT-AMOUNT
043900     PERFORM 2300-CHECK-ACCOUNTS
044000         THRU 2300-CHECK-ACCOUNTS-EXIT
044100     IF WS-FAIL-REASON NOT = SPACES
044200         PERFORM 2700-FAIL-OCCURRENCE
044300             THRU 2700-FAIL-OCCURRENCE-EXIT
044400         GO TO 2100-WORK-ONE-OCCURRENCE-EXIT
044500     END-IF
044600     IF NOT WS-FUNDS-LOADED
044700         PERFORM 2400-LOAD-AVAILABLE-FUNDS
044800             THRU 2400-LOAD-AVAILABLE-FUNDS-EXIT
044900     END-IF
045000     IF WS-AVAILABLE-FUNDS < SO-AMOUNT
045100         ADD 1 TO SO-RETRY-COUNT
045200         MOVE 'NSF ' TO WS-FAIL-REASON
045300         IF SO-RETRY-COUNT > WS-RETRY-DAYS
045400             PERFORM 2700-FAIL-OCCURRENCE
045500                 THRU 2700-FAIL-OCCURRENCE-EXIT
045600         ELSE
045700             ADD 1 TO WS-RETRY-COUNT
045800             ADD SO-AMOUNT TO WS-RETRY-TOTAL
045900             MOVE 'RETRY' TO DT-DISPOSITION
046000             MOVE WS-FAIL-REASON TO DT-REASON
046100             PERFORM 7000-WRITE-DETAIL
046200                 THRU 7000-WRITE-DETAIL-EXIT
046300             MOVE 'Y' TO WS-ORDER-DONE-SWITCH
046400         END-IF
046500         GO TO 2100-WORK-ONE-OCCURRENCE-EXIT
046600     END-IF
046700     PERFORM 2500-STAGE-PAYMENT
046800         THRU 2500-STAGE-PAYMENT-EXIT
046900     PERFORM 2600-ADVANCE-DUE-DATE
047000         THRU 2600-ADVANCE-DUE-DATE-EXIT.
047100 2100-WORK-ONE-OCCURRENCE-EXIT.
047200     EXIT.
047300
047400*--------------------------------------------------------------
047500* THE DUE DATE ROLLS FORWARD TO THE FIRST BUSINESS DAY ON OR
047600* AFTER IT - THE FIRST CTLMSTR 'D' ENTRY AT OR PAST ITS KEY.
047700* WITH NO BUSINESS DAY ON FILE THAT FAR AHEAD THE DATE STANDS
047800* AS SCHEDULED AND THE RUN ENDS RC=4 SO THE CALENDAR GETS
047900* EXTENDED.
048000*--------------------------------------------------------------
048100 2200-ROLL-DUE-DATE.
048200     MOVE SO-NEXT-DUE-DATE TO WS-ROLLED-DUE-DATE
048300     MOVE 'D' TO CT-ENTRY-TYPE
048400     MOVE SPACES TO CT-ENTRY-CODE
048500     MOVE SO-NEXT-DUE-DATE TO CT-ENTRY-CODE (1:8)
048600     START CONTROL-MASTER-FILE
048700         KEY IS NOT LESS THAN CT-CONTROL-KEY
048800         INVALID KEY
048900             ADD 1 TO WS-UNROLLED-COUNT
049000             GO TO 2200-ROLL-DUE-DATE-EXIT
049100     END-START
049200     READ CONTROL-MASTER-FILE NEXT RECORD
049300         AT END
049400             ADD 1 TO WS-UNROLLED-COUNT
049500             GO TO 2200-ROLL-DUE-DATE-EXIT
049600     END-READ
049700     IF NOT CT-BUSINESS-DAY-ENTRY
049800         ADD 1 TO WS-UNROLLED-COUNT
049900         GO TO 2200-ROLL-DUE-DATE-EXIT
050000     END-IF
050100     MOVE CT-ENTRY-CODE (1:8) TO WS-ROLLED-DUE-DATE.
050200 2200-ROLL-DUE-DATE-EXIT.
050300     EXIT.
050400
050500*--------------------------------------------------------------
050600* BOTH ACCOUNTS MUST STILL BE ON INPTMSTR AND NOT CLOSED, AS
050700* FILE-DEMO WOULD OTHERWISE REJECT THE TRANSFER. THE FROM
050800* ACCOUNT'S STATUS AND BRANCH ARE KEPT FOR THE STAGED DETAIL.
050900*--------------------------------------------------------------
051000 2300-CHECK-ACCOUNTS.
051100     MOVE SPACES TO WS-FAIL-REASON
051200     MOVE SO-MASTER-KEY TO IR-MASTER-KEY OF MASTER-RECORD
051300     READ MASTER-FILE
051400         INVALID KEY
051500             MOVE 'ACCT' TO WS-FAIL-REASON
051600             GO TO 2300-CHECK-ACCOUNTS-EXIT
051700     END-READ
051800     IF IR-STATUS-CODE OF MASTER-RECORD = 'CL'
051900         MOVE 'CLSD' TO WS-FAIL-REASON
052000         GO TO 2300-CHECK-ACCOUNTS-EXIT
052100     END-IF
052200     MOVE IR-STATUS-CODE OF MASTER-RECORD TO WS-FROM-STATUS-CODE
052300     MOVE IR-BRANCH-CODE OF MASTER-RECORD TO WS-FROM-BRANCH-CODE
052400     MOVE SO-TO-MASTER-KEY TO IR-MASTER-KEY OF MASTER-RECORD
052500     READ MASTER-FILE
052600         INVALID KEY
052700             MOVE 'TOAC' TO WS-FAIL-REASON
052800             GO TO 2300-CHECK-ACCOUNTS-EXIT
052900     END-READ
053000     IF IR-STATUS-CODE OF MASTER-RECORD = 'CL'
053100         MOVE 'TOAC' TO WS-FAIL-REASON
053200     END-IF.
053300 2300-CHECK-ACCOUNTS-EXIT.
053400     EXIT.
053500
053600*--------------------------------------------------------------
053700* AVAILABLE FUNDS = NET BALANCE LESS HOLDS STILL IN FORCE PLUS
053800* AN OVERDRAFT LIMIT STILL IN FORCE - THE ROOM ACCT-POST WOULD
053900* ALLOW THE DEBIT, LESS WHAT IS EARMARKED. AN ACCOUNT NOT YET
054000* ON BALMSTR STARTS FROM ZERO.
054100*--------------------------------------------------------------
054200 2400-LOAD-AVAILABLE-FUNDS.
054300     MOVE 'Y' TO WS-FUNDS-LOADED-SWITCH
054400     MOVE ZERO TO WS-AVAILABLE-FUNDS
054500     MOVE WS-FUNDS-KEY TO BL-MASTER-KEY
054600     READ BALANCE-FILE
054700         INVALID KEY
054800             CONTINUE
054900         NOT INVALID KEY
055000             MOVE BL-NET-BALANCE TO WS-AVAILABLE-FUNDS
055100     END-READ
055200     IF WS-HOLD-FILE-OPEN
055300         PERFORM 2410-SUM-ACTIVE-HOLDS
055400             THRU 2410-SUM-ACTIVE-HOLDS-EXIT
055500         SUBTRACT WS-HOLD-TOTAL FROM WS-AVAILABLE-FUNDS
055600     END-IF
055700     IF NOT WS-LIMIT-FILE-OPEN
055800         GO TO 2400-LOAD-AVAILABLE-FUNDS-EXIT
055900     END-IF
056000     MOVE WS-FUNDS-KEY TO LM-MASTER-KEY
056100     READ LIMIT-FILE
056200         INVALID KEY
056300             CONTINUE
056400         NOT INVALID KEY
056500             IF LM-EXPIRY-DATE NOT < WS-RUN-DATE
056600                 ADD LM-LIMIT-AMOUNT TO WS-AVAILABLE-FUNDS
056700             END-IF
056800     END-READ.
056900 2400-LOAD-AVAILABLE-FUNDS-EXIT.
057000     EXIT.
057100
057200 2410-SUM-ACTIVE-HOLDS.
057300     MOVE ZERO TO WS-HOLD-TOTAL
057400     MOVE 'N' TO WS-HOLD-EOF-SWITCH
057500     MOVE WS-FUNDS-COMPANY-CODE TO FH-COMPANY-CODE
057600     MOVE WS-FUNDS-ACCOUNT-NUMBER TO FH-ACCOUNT-NUMBER
057700     MOVE LOW-VALUES TO FH-HOLD-ID
057800     START HOLD-FILE
057900         KEY IS NOT LESS THAN FH-HOLD-KEY
058000         INVALID KEY
058100             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
058200     END-START
058300     PERFORM 2420-ADD-ONE-HOLD
058400         THRU 2420-ADD-ONE-HOLD-EXIT
058500         UNTIL WS-HOLD-SCAN-DONE.
058600 2410-SUM-ACTIVE-HOLDS-EXIT.
058700     EXIT.
058800
058900 2420-ADD-ONE-HOLD.
059000     READ HOLD-FILE NEXT RECORD
059100         AT END
059200             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
059300             GO TO 2420-ADD-ONE-HOLD-EXIT
059400     END-READ
059500     IF FH-MASTER-KEY NOT = WS-FUNDS-KEY
059600         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
059700         GO TO 2420-ADD-ONE-HOLD-EXIT
059800     END-IF
059900     IF FH-EXPIRY-DATE NOT < WS-RUN-DATE
060000         ADD FH-HOLD-AMOUNT TO WS-HOLD-TOTAL
060100     END-IF.
060200 2420-ADD-ONE-HOLD-EXIT.
060300     EXIT.
060400
060500*--------------------------------------------------------------
060600* STAGE THE PAYMENT AS ONE 'XF' DETAIL - THE FROM ACCOUNT IS
060700* THE MASTER KEY, THE AMOUNT IS POSITIVE AND MOVES TO THE TO
060800* ACCOUNT - DATED THE RUN DATE, AND TAKE IT OFF THE FROM
060900* ACCOUNT'S FUNDS FOR ITS LATER ORDERS.
061000*--------------------------------------------------------------
061100 2500-STAGE-PAYMENT.
061200     MOVE SPACES TO WS-LEDGER-RECORD
061300     MOVE 'D' TO IR-RECORD-TYPE OF WS-LEDGER-RECORD
061400     MOVE SO-MASTER-KEY TO IR-MASTER-KEY OF WS-LEDGER-RECORD
061500     MOVE WS-RUN-DATE TO IR-TRANS-DATE OF WS-LEDGER-RECORD
061600     MOVE SO-AMOUNT TO IR-AMOUNT OF WS-LEDGER-RECORD
061700     MOVE WS-FROM-STATUS-CODE TO
061800         IR-STATUS-CODE OF WS-LEDGER-RECORD
061900     MOVE WS-FROM-BRANCH-CODE TO
062000         IR-BRANCH-CODE OF WS-LEDGER-RECORD
062100     MOVE 'XF' TO IR-TRANS-CLASS OF WS-LEDGER-RECORD
062200     MOVE SO-TO-MASTER-KEY TO
062300         IR-TO-MASTER-KEY OF WS-LEDGER-RECORD
062400     WRITE RELEASE-RECORD FROM WS-LEDGER-RECORD
062500     SUBTRACT SO-AMOUNT FROM WS-AVAILABLE-FUNDS
062600     ADD 1 TO SO-PAID-COUNT
062700     ADD 1 TO WS-STAGED-COUNT
062800     ADD SO-AMOUNT TO WS-STAGED-TOTAL
062900     MOVE 'STAGED' TO DT-DISPOSITION
063000     MOVE SPACES TO DT-REASON
063100     PERFORM 7000-WRITE-DETAIL
063200         THRU 7000-WRITE-DETAIL-EXIT.
063300 2500-STAGE-PAYMENT-EXIT.
063400     EXIT.
063500
063600*--------------------------------------------------------------
063700* ADVANCE THE SCHEDULED DUE DATE ONE PERIOD AND CLEAR THE RETRY
063800* COUNT. WEEKLY AND FORTNIGHTLY ADD 7 OR 14 DAYS; THE MONTHLY
063900* FREQUENCIES STEP THE MONTH AND TAKE THE FIRST DATE'S DAY,
064000* CUT BACK TO THE MONTH'S LAST DAY.
064100*--------------------------------------------------------------
064200 2600-ADVANCE-DUE-DATE.
064300     MOVE ZERO TO SO-RETRY-COUNT
064400     IF SO-WEEKLY OR SO-FORTNIGHTLY
064500         COMPUTE WS-DAY-NUMBER =
064600             FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE) + 7
064700         IF SO-FORTNIGHTLY
064800             ADD 7 TO WS-DAY-NUMBER
064900         END-IF
065000         COMPUTE SO-NEXT-DUE-DATE =
065100             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
065200         GO TO 2600-ADVANCE-DUE-DATE-EXIT
065300     END-IF
065400     MOVE 1 TO WS-MONTH-STEP
065500     IF SO-QUARTERLY
065600         MOVE 3 TO WS-MONTH-STEP
065700     END-IF
065800     IF SO-ANNUALLY
065900         MOVE 12 TO WS-MONTH-STEP
066000     END-IF
066100     MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
066200     MOVE SO-FIRST-DATE TO WS-FIRST-DATE-NUM
066300     ADD WS-MONTH-STEP TO WS-DD-MONTH
066400     IF WS-DD-MONTH > 12
066500         SUBTRACT 12 FROM WS-DD-MONTH
066600         ADD 1 TO WS-DD-YEAR
066700     END-IF
066800     MOVE WS-MONTH-DAYS (WS-DD-MONTH) TO WS-MONTH-END-DAY
066900     IF WS-DD-MONTH = 2
067000         PERFORM 2650-CHECK-LEAP-YEAR
067100             THRU 2650-CHECK-LEAP-YEAR-EXIT
067200     END-IF
067300     MOVE WS-FD-DAY TO WS-DD-DAY
067400     IF WS-DD-DAY > WS-MONTH-END-DAY
067500         MOVE WS-MONTH-END-DAY TO WS-DD-DAY
067600     END-IF
067700     MOVE WS-DUE-DATE-NUM TO SO-NEXT-DUE-DATE.
067800 2600-ADVANCE-DUE-DATE-EXIT.
067900     EXIT.
068000
068100 2650-CHECK-LEAP-YEAR.
068200     DIVIDE WS-DD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
068300         REMAINDER WS-LEAP-REMAINDER
068400     IF WS-LEAP-REMAINDER NOT = ZERO
068500         GO TO 2650-CHECK-LEAP-YEAR-EXIT
068600     END-IF
068700     DIVIDE WS-DD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
068800         REMAINDER WS-LEAP-REMAINDER
068900     IF WS-LEAP-REMAINDER NOT = ZERO
069000         MOVE 29 TO WS-MONTH-END-DAY
069100         GO TO 2650-CHECK-LEAP-YEAR-EXIT
069200     END-IF
069300     DIVIDE WS-DD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
069400         REMAINDER WS-LEAP-REMAINDER
069500     IF WS-LEAP-REMAINDER = ZERO
069600         MOVE 29 TO WS-MONTH-END-DAY
069700     END-IF.
069800 2650-CHECK-LEAP-YEAR-EXIT.
069900     EXIT.
070000
070100*--------------------------------------------------------------
070200* THE OCCURRENCE IS REPORTED FAILED AND SKIPPED - NOTHING IS
070300* STAGED, AND THE ORDER MOVES ON TO ITS NEXT DUE DATE.
070400*--------------------------------------------------------------
070500 2700-FAIL-OCCURRENCE.
070600     ADD 1 TO SO-FAILED-COUNT
070700     ADD 1 TO WS-FAILED-COUNT
070800     ADD SO-AMOUNT TO WS-FAILED-TOTAL
070900     MOVE 'FAILED' TO DT-DISPOSITION
071000     MOVE WS-FAIL-REASON TO DT-REASON
071100     PERFORM 7000-WRITE-DETAIL
071200         THRU 7000-WRITE-DETAIL-EXIT
071300     DISPLAY 'STORD-GEN: ORDER ' SO-ORDER-KEY ' DUE '
071400         WS-ROLLED-DUE-DATE ' FAILED, REASON=' WS-FAIL-REASON
071500     PERFORM 2600-ADVANCE-DUE-DATE
071600         THRU 2600-ADVANCE-DUE-DATE-EXIT.
071700 2700-FAIL-OCCURRENCE-EXIT.
071800     EXIT.
071900
072000 7000-WRITE-DETAIL.
072100     MOVE SO-COMPANY-CODE TO DT-COMPANY-CODE
072200     MOVE SO-ACCOUNT-NUMBER TO DT-ACCOUNT-NUMBER
072300     MOVE SO-ORDER-ID TO DT-ORDER-ID
072400     MOVE SO-TO-COMPANY-CODE TO DT-TO-COMPANY-CODE
072500     MOVE SO-TO-ACCOUNT-NUMBER TO DT-TO-ACCOUNT-NUMBER
072600     MOVE WS-ROLLED-DUE-DATE TO DT-DUE-DATE
072700     MOVE SO-RETRY-COUNT TO DT-RETRY-COUNT
072800     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
072900 7000-WRITE-DETAIL-EXIT.
073000     EXIT.
073100
073200 7500-LOG-CARRY-MOVEMENTS.
073300     MOVE 'RELSTAGE' TO WS-CL-FILE-NAME
073400     MOVE 'A' TO WS-CL-MOVE-TYPE
073500     MOVE WS-STAGED-COUNT TO WS-CL-COUNT
073600     CALL 'CARRY-LOG' USING WS-CARRY-PARM.
073700 7500-LOG-CARRY-MOVEMENTS-EXIT.
073800     EXIT.
073900
074000 8000-SUMMARIZE.
074100     MOVE SPACES TO REPORT-RECORD
074200     WRITE REPORT-RECORD
074300     MOVE 'PAYMENTS STAGED' TO TL-LABEL
074400     MOVE WS-STAGED-COUNT TO TL-COUNT
074500     MOVE WS-STAGED-TOTAL TO TL-AMOUNT
074600     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
074700     MOVE 'TO BE RETRIED' TO TL-LABEL
074800     MOVE WS-RETRY-COUNT TO TL-COUNT
074900     MOVE WS-RETRY-TOTAL TO TL-AMOUNT
075000     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
075100     MOVE 'PAYMENTS FAILED' TO TL-LABEL
075200     MOVE WS-FAILED-COUNT TO TL-COUNT
075300     MOVE WS-FAILED-TOTAL TO TL-AMOUNT
075400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
075500     DISPLAY 'STORD-GEN: ORDERS READ......... ' WS-ORDER-COUNT
075600     DISPLAY 'STORD-GEN: NOT ACTIVE.......... ' WS-INACTIVE-COUNT
075700     DISPLAY 'STORD-GEN: ALREADY WORKED...... ' WS-WORKED-COUNT
075800     DISPLAY 'STORD-GEN: PAYMENTS STAGED..... ' WS-STAGED-COUNT
075900     MOVE WS-STAGED-TOTAL TO WS-EDIT-AMOUNT
076000     DISPLAY 'STORD-GEN: AMOUNT STAGED....... ' WS-EDIT-AMOUNT
076100     DISPLAY 'STORD-GEN: TO BE RETRIED....... ' WS-RETRY-COUNT
076200     DISPLAY 'STORD-GEN: PAYMENTS FAILED..... ' WS-FAILED-COUNT
076300     MOVE WS-FAILED-TOTAL TO WS-EDIT-AMOUNT
076400     DISPLAY 'STORD-GEN: AMOUNT FAILED....... ' WS-EDIT-AMOUNT
076500     DISPLAY 'STORD-GEN: ORDERS ENDED........ ' WS-ENDED-COUNT
076600     IF WS-UNROLLED-COUNT > 0
076700         DISPLAY 'STORD-GEN: NO BUSINESS DAY ON OR AFTER THE DUE '
076800             'DATE FOR ' WS-UNROLLED-COUNT ' OCCURRENCE(S) - '
076900             'EXTEND THE CALENDAR'
077000     END-IF
077100     IF (WS-FAILED-COUNT > 0 OR WS-UNROLLED-COUNT > 0) AND
077200        RETURN-CODE < 4
077300         MOVE 4 TO RETURN-CODE
077400     END-IF.
077500 8000-SUMMARIZE-EXIT.
077600     EXIT.
077700
077800 9999-TERMINATE.
077900     IF WS-ORDER-FILE-OPEN
078000         CLOSE ORDER-FILE
078100     END-IF
078200     IF WS-CONTROL-FILE-OPEN
078300         CLOSE CONTROL-MASTER-FILE
078400     END-IF
078500     IF WS-MASTER-FILE-OPEN
078600         CLOSE MASTER-FILE
078700     END-IF
078800     IF WS-BALANCE-FILE-OPEN
078900         CLOSE BALANCE-FILE
079000     END-IF
079100     IF WS-HOLD-FILE-OPEN
079200         CLOSE HOLD-FILE
079300     END-IF
079400     IF WS-LIMIT-FILE-OPEN
079500         CLOSE LIMIT-FILE
079600     END-IF
079700     IF WS-RELEASE-FILE-OPEN
079800         CLOSE RELEASE-FILE
079900     END-IF
080000     CLOSE REPORT-FILE.
080100 9999-TERMINATE-EXIT.
080200     EXIT.
