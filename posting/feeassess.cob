000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEE-ASSESS.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. SERVICE-CHARGE ASSESSMENT RUN
001100*                   AFTER DLBATCH, DRIVEN BY THE FEESCHED CONTROL
001200*                   FILE (FEE TYPE AND AMOUNT BY COMPANY, COMPANY
001300*                   '***' IS THE DEFAULT ROW). EVERY RUN CHARGES
001400*                   THE PER-OVERDRAWN-DAY FEE TO EACH ACCOUNT ON
001500*                   BAL-EXCEPT'S OVERDRAFT EXCEPTIONS (EXCPOUT)
001600*                   THAT IS STILL OVERDRAWN ON BALMSTR. A
001700*                   MONTH-END RUN ('M' ON THE SYSIN CARD) ALSO
001800*                   CHARGES EVERY OPEN ACCOUNT THE MONTHLY
001900*                   MAINTENANCE FEE AND THE EXCESS-ITEM FEE FOR
002000*                   EACH ORDINARY ITEM POSTED TO ACTHIST THIS
002100*                   MONTH OVER THE FREE-ITEM COUNT. EACH FEE IS
002200*                   STAGED TO RELSTAGE AS A NEGATIVE 'FE' CLASS
002300*                   DETAIL SO IT ENTERS THROUGH FILE-DEMO'S
002400*                   NORMAL VALIDATION THE WAY INT-
002500*                   ACCRUE'S CAPITALIZATIONS DO. A FEEWAIV ENTRY
002600*                   (COMPANY, ACCOUNT, FEE TYPE, RUN DATE,
002700*                   OPERATOR, REASON) WAIVES THE FEE BEFORE IT IS
002800*                   STAGED. EVERY FEE, STAGED OR WAIVED, IS
002900*                   PRINTED ON THE FEERPT REGISTER.
002920* 2026-10-15  DLBS  BAL-EXCEPT NOW SPLITS OVERDRAFTS INTO TYPES
002940*                   'OVBL' (BEYOND LIMIT) AND 'OVWL' (WITHIN AN
002960*                   APPROVED LIMIT) - BOTH DRAW THE OVERDRAFT
002980*                   FEE, AS DOES A CARRIED 'OVDR' FROM BEFORE
002990*                   THE SPLIT.
002992* 2026-10-15  DLBS  BAL-EXCEPT'S NEW 'OVNA' TYPE (OVERDRAWN ON A
002994*                   PRODUCT THAT ALLOWS NO OVERDRAFT) ALSO DRAWS
002996*                   THE OVERDRAFT FEE.
002997* 2026-10-15  DLBS  STOP-PAYMENT FEE - EVERY RUN ALSO PASSES THE
002998*                   STOPPAY REGISTER AND CHARGES FEE TYPE SP (NEW
002999*                   ON FEESCHED) ONCE FOR EACH STOP WHOSE FEE FLAG
003000*                   IS Y, THEN MARKS THE STOP C (CHARGED) OR W
003001*                   (WAIVED BY FEEWAIV OR A ZERO OR MISSING
003002*                   SCHEDULE) WITH THE RUN DATE. A STOP ON A
003003*                   CLOSED OR UNKNOWN ACCOUNT STAYS DUE. NO
003004*                   STOPPAY MEANS NO STOP FEES.
003005* 2026-10-15  DLBS  THE MONTH-END SWEEP IS NOW STARTED AFTER THE
003006*                   OVERDRAFT AND STOP PASSES - THEIR KEYED
003007*                   BALMSTR READS MOVED THE FILE, SO ACCOUNTS
003008*                   KEYED BEFORE THE LAST OVERDRAFT WENT
003009*                   UNCHARGED. A FAILED RUN NOW ENDS RC=8: THE
003010*                   CODE IS SET AFTER THE CARRY-LOG CALL, WHICH
003011*                   WAS CLEARING IT.
003012*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS BL-MASTER-KEY
003800         FILE STATUS IS FS-BALANCE-FILE.
003900     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AH-HISTORY-KEY
004300         FILE STATUS IS FS-HISTORY-FILE.
004400     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS IR-MASTER-KEY OF MASTER-RECORD
004800         FILE STATUS IS FS-MASTER-FILE.
004900     SELECT SCHEDULE-FILE ASSIGN TO 'FEESCHED'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-SCHEDULE-FILE.
005200     SELECT WAIVER-FILE ASSIGN TO 'FEEWAIV'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-WAIVER-FILE.
005500     SELECT EXCEPTION-FILE ASSIGN TO 'EXCPOUT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FS-EXCEPTION-FILE.
005800     SELECT RELEASE-FILE ASSIGN TO 'RELSTAGE'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FS-RELEASE-FILE.
006100     SELECT REPORT-FILE ASSIGN TO 'FEERPT'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FS-REPORT-FILE.
006310     SELECT STOP-FILE ASSIGN TO 'STOPPAY'
006320         ORGANIZATION IS INDEXED
006330         ACCESS MODE IS DYNAMIC
006340         RECORD KEY IS SR-STOP-KEY
006350         FILE STATUS IS FS-STOP-FILE.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BALANCE-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  BALANCE-RECORD.
007000     COPY BALREC.
007100
007200 FD  HISTORY-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  HISTORY-RECORD.
007500     COPY ACTHREC.
007600
007700 FD  MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  MASTER-RECORD.
008000     COPY INPTREC.
008100
008200 FD  SCHEDULE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  SCHEDULE-RECORD.
008500     05  SC-COMPANY-CODE         PIC X(03).
008600     05  SC-FILL-1               PIC X(01).
008700     05  SC-FEE-TYPE             PIC X(02).
008800     05  SC-FILL-2               PIC X(01).
008900     05  SC-FEE-AMOUNT           PIC 9(05)V99.
009000     05  SC-FILL-3               PIC X(01).
009100     05  SC-FREE-ITEMS           PIC 9(04).
009200
009300 FD  WAIVER-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  WAIVER-RECORD.
009600     05  WV-COMPANY-CODE         PIC X(03).
009700     05  WV-FILL-1               PIC X(01).
009800     05  WV-ACCOUNT-NUMBER       PIC X(10).
009900     05  WV-FILL-2               PIC X(01).
010000     05  WV-FEE-TYPE             PIC X(02).
010100     05  WV-FILL-3               PIC X(01).
010200     05  WV-WAIVE-DATE           PIC 9(08).
010300     05  WV-FILL-4               PIC X(01).
010400     05  WV-OPERATOR-ID          PIC X(08).
010500     05  WV-FILL-5               PIC X(01).
010600     05  WV-REASON               PIC X(20).
010700
010800 FD  EXCEPTION-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  EXCEPTION-RECORD.
011100     05  EX-EXCEPTION-DATE       PIC 9(08).
011200     05  EX-FILL-1               PIC X(01).
011300     05  EX-ACCOUNT-NUMBER       PIC X(10).
011400     05  EX-FILL-2               PIC X(01).
011500     05  EX-EXCEPTION-TYPE       PIC X(04).
011600         88  EX-OVERDRAFT                    VALUE 'OVBL'
011650                                             'OVWL' 'OVDR'
011670                                             'OVNA'.
011700     05  EX-FILL-3               PIC X(01).
011800     05  EX-COMPANY-CODE         PIC X(03).
011900     05  EX-FILL-4               PIC X(01).
012000     05  EX-NET-BALANCE          PIC S9(09)V99 SIGN IS
012100                                     LEADING SEPARATE CHARACTER.
012200     05  EX-FILL-5               PIC X(01).
012300     05  EX-MOVEMENT             PIC S9(09)V99 SIGN IS
012400                                     LEADING SEPARATE CHARACTER.
012500     05  EX-FILL-6               PIC X(01).
012600     05  EX-WORKED-FLAG          PIC X(01).
012700
012800 FD  RELEASE-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  RELEASE-RECORD              PIC X(80).
013100
013200 FD  REPORT-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  REPORT-RECORD               PIC X(80).
013410
013420 FD  STOP-FILE
013430     LABEL RECORDS ARE STANDARD.
013440 01  STOP-RECORD.
013450     COPY STOPREC.
013500
013600 WORKING-STORAGE SECTION.
013700 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
013800 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
013900 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
014000 01  FS-SCHEDULE-FILE            PIC X(02) VALUE '00'.
014100 01  FS-WAIVER-FILE              PIC X(02) VALUE '00'.
014200 01  FS-EXCEPTION-FILE           PIC X(02) VALUE '00'.
014300 01  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
014400 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
014450 01  FS-STOP-FILE                PIC X(02) VALUE '00'.
014500 01  WS-SWITCHES.
014600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
014700         88  END-OF-FILE                    VALUE 'Y'.
014800     05  WS-SCHED-EOF-SWITCH     PIC X(01) VALUE 'N'.
014900         88  WS-SCHEDULE-EOF             VALUE 'Y'.
015000     05  WS-WAIVE-EOF-SWITCH     PIC X(01) VALUE 'N'.
015100         88  WS-WAIVER-EOF               VALUE 'Y'.
015200     05  WS-EXCP-EOF-SWITCH      PIC X(01) VALUE 'N'.
015300         88  WS-EXCEPTION-EOF            VALUE 'Y'.
015400     05  WS-HIST-EOF-SWITCH      PIC X(01).
015500         88  WS-HISTORY-EOF              VALUE 'Y'.
015600     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
015700         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
015800     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
015900         88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.
016000     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
016100         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
016200     05  WS-RELEASE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
016300         88  WS-RELEASE-FILE-OPEN            VALUE 'Y'.
016400     05  WS-EXCP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
016500         88  WS-EXCEPTION-FILE-OPEN          VALUE 'Y'.
016520     05  WS-STOP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
016540         88  WS-STOP-FILE-OPEN               VALUE 'Y'.
016560     05  WS-STOP-EOF-SWITCH      PIC X(01) VALUE 'Y'.
016580         88  WS-STOP-EOF                 VALUE 'Y'.
016600     05  WS-SCHED-FOUND-SWITCH   PIC X(01).
016700         88  WS-SCHEDULE-FOUND           VALUE 'Y'.
016800     05  WS-WAIVE-FOUND-SWITCH   PIC X(01).
016900         88  WS-WAIVER-FOUND             VALUE 'Y'.
017000     05  WS-CHARGED-SWITCH       PIC X(01).
017100         88  WS-ALREADY-CHARGED          VALUE 'Y'.
017200     05  WS-MASTER-FOUND-SWITCH  PIC X(01).
017300         88  WS-MASTER-FOUND             VALUE 'Y'.
017330     05  WS-RUN-FAIL-SWITCH      PIC X(01) VALUE 'N'.
017360         88  WS-RUN-FAILED               VALUE 'Y'.
017400
017500*--------------------------------------------------------------
017600* FEE CONTROL CARD - 'M' IS THE MONTH-END RUN, WHICH CHARGES
017700* MAINTENANCE AND EXCESS-ITEM FEES ON TOP OF THE DAY'S
017800* OVERDRAWN-DAY FEES; ANYTHING ELSE (OR NO CARD) IS A DAILY RUN.
017900*--------------------------------------------------------------
018000 01  WS-FEE-CARD.
018100     05  WS-MONTH-END-FLAG       PIC X(01).
018200         88  WS-MONTH-END-REQUESTED          VALUE 'M'.
018300
018400 01  WS-RUN-DATE                 PIC 9(08).
018500 01  WS-MONTH-START.
018600     05  WS-MS-YEAR-MONTH        PIC 9(06).
018700     05  WS-MS-DAY               PIC 9(02).
018800 01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START
018900                                 PIC 9(08).
019000
019100*--------------------------------------------------------------
019200* FEE SCHEDULE FROM FEESCHED. THE COMPANY'S OWN ROW FOR A FEE
019300* TYPE WINS; THE '***' DEFAULT ROW BACKS IT UP.
019400*   MM  MONTHLY MAINTENANCE  - FLAT AMOUNT AT MONTH END
019500*   OD  OVERDRAWN DAY        - FLAT AMOUNT PER DAY OVERDRAWN
019600*   XI  EXCESS ITEM          - AMOUNT PER ITEM OVER FREE-ITEMS
019650*   SP  STOP PAYMENT         - FLAT AMOUNT PER STOP PLACED
019700*--------------------------------------------------------------
019800 01  WS-SCHED-LIMIT              PIC 9(02) COMP VALUE 30.
019900 01  WS-SCHED-COUNT              PIC 9(02) COMP VALUE ZERO.
020000 01  WS-SCHED-INDEX              PIC 9(02) COMP.
020100 01  WS-SCHED-TABLE.
020200     05  WS-SCHED-ENTRY          OCCURS 30 TIMES.
020300         10  WS-SC-COMPANY-CODE  PIC X(03).
020400         10  WS-SC-FEE-TYPE      PIC X(02).
020500         10  WS-SC-FEE-AMOUNT    PIC 9(05)V99 COMP-3.
020600         10  WS-SC-FREE-ITEMS    PIC 9(04) COMP.
020700 01  WS-ACTIVE-FEE-AMOUNT        PIC 9(05)V99 COMP-3.
020800 01  WS-ACTIVE-FREE-ITEMS        PIC 9(04) COMP.
020900
021000*--------------------------------------------------------------
021100* TODAY'S WAIVERS FROM FEEWAIV. A FEE TYPE OF '**' WAIVES EVERY
021200* FEE FOR THE ACCOUNT ON THE DAY NAMED.
021300*--------------------------------------------------------------
021400 01  WS-WAIVE-LIMIT              PIC 9(03) COMP VALUE 200.
021500 01  WS-WAIVE-COUNT              PIC 9(03) COMP VALUE ZERO.
021600 01  WS-WAIVE-INDEX              PIC 9(03) COMP.
021700 01  WS-WAIVE-TABLE.
021800     05  WS-WAIVE-ENTRY          OCCURS 200 TIMES.
021900         10  WS-WV-COMPANY-CODE  PIC X(03).
022000         10  WS-WV-ACCOUNT-NUMBER
022100                                 PIC X(10).
022200         10  WS-WV-FEE-TYPE      PIC X(02).
022300         10  WS-WV-OPERATOR-ID   PIC X(08).
022400         10  WS-WV-REASON        PIC X(20).
022500         10  WS-WV-USED-FLAG     PIC X(01).
022600
022700*--------------------------------------------------------------
022800* ACCOUNTS ALREADY CHARGED TODAY'S OVERDRAWN-DAY FEE - AN
022900* ACCOUNT CAN APPEAR ON EXCPOUT MORE THAN ONCE (TODAY'S ENTRY
023000* AND AN UNWORKED ONE CARRIED FORWARD) BUT PAYS ONCE A DAY.
023100*--------------------------------------------------------------
023200 01  WS-CHARGED-LIMIT            PIC 9(04) COMP VALUE 2000.
023300 01  WS-CHARGED-COUNT            PIC 9(04) COMP VALUE ZERO.
023400 01  WS-CHARGED-INDEX            PIC 9(04) COMP.
023500 01  WS-CHARGED-TABLE.
023600     05  WS-CHARGED-KEY          OCCURS 2000 TIMES
023700                                 PIC X(13).
023800
023900*--------------------------------------------------------------
024000* THE FEE BEING ASSESSED
024100*--------------------------------------------------------------
024200 01  WS-FEE-KEY.
024300     05  WS-FEE-COMPANY-CODE     PIC X(03).
024400     05  WS-FEE-ACCOUNT-NUMBER   PIC X(10).
024500 01  WS-FEE-TYPE                 PIC X(02).
024600 01  WS-FEE-BASIS                PIC 9(05) COMP.
024700 01  WS-FEE-AMOUNT               PIC S9(07)V99 COMP-3.
024800 01  WS-ITEM-COUNT               PIC 9(05) COMP.
024900
025000 01  WS-COUNTERS.
025100     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
025200     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
025300     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
025400     05  WS-WAIVED-COUNT         PIC 9(07) COMP VALUE ZERO.
025500     05  WS-NO-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
025600     05  WS-CLOSED-COUNT         PIC 9(07) COMP VALUE ZERO.
025700     05  WS-CURED-COUNT          PIC 9(07) COMP VALUE ZERO.
025750     05  WS-STOP-DUE-COUNT       PIC 9(07) COMP VALUE ZERO.
025800 01  WS-STAGED-TOTAL             PIC S9(11)V99 COMP-3
025900                                     VALUE ZERO.
026000 01  WS-WAIVED-TOTAL             PIC S9(11)V99 COMP-3
026100                                     VALUE ZERO.
026200 01  WS-EDIT-AMOUNT              PIC -(11)9.99.
026300
026400*--------------------------------------------------------------
026500* SHARED CARRY-LOG CALL PARAMETER
026600*--------------------------------------------------------------
026700 01  WS-CARRY-PARM.
026800     05  WS-CL-PROGRAM-ID        PIC X(12) VALUE 'FEE-ASSESS'.
026900     05  WS-CL-FILE-NAME         PIC X(08).
027000     05  WS-CL-MOVE-TYPE         PIC X(01).
027100     05  WS-CL-COUNT             PIC 9(07).
027200
027300*--------------------------------------------------------------
027400* THE STAGED FEE DETAIL - INPTREC LAYOUT SO FILE-DEMO'S
027500* VALIDATION TREATS IT LIKE ANY TRANSMITTED DETAIL.
027600*--------------------------------------------------------------
027700 01  WS-LEDGER-RECORD.
027800     COPY INPTREC.
027900
028000*--------------------------------------------------------------
028100* FEE REGISTER LINES
028200*--------------------------------------------------------------
028300 01  WS-REPORT-HEADING.
028400     05  FILLER                  PIC X(34)
028500         VALUE 'FEE-ASSESS  FEE REGISTER          '.
028600     05  RH-RUN-DATE             PIC X(08).
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  RH-RUN-TYPE             PIC X(09).
028900 01  WS-COLUMN-HEADING.
029000     05  FILLER                  PIC X(40) VALUE
029100         'CO  ACCOUNT    TY BASIS    AMOUNT DISPN '.
029200     05  FILLER                  PIC X(29) VALUE
029300         ' OPERATOR REASON'.
029400 01  WS-DETAIL-LINE.
029500     05  DT-COMPANY-CODE         PIC X(03).
029600     05  FILLER                  PIC X(01) VALUE SPACE.
029700     05  DT-ACCOUNT-NUMBER       PIC X(10).
029800     05  FILLER                  PIC X(01) VALUE SPACE.
029900     05  DT-FEE-TYPE             PIC X(02).
030000     05  FILLER                  PIC X(01) VALUE SPACE.
030100     05  DT-BASIS                PIC ZZZZ9.
030200     05  FILLER                  PIC X(01) VALUE SPACE.
030300     05  DT-AMOUNT               PIC ZZ,ZZ9.99.
030400     05  FILLER                  PIC X(01) VALUE SPACE.
030500     05  DT-DISPOSITION          PIC X(06).
030600     05  FILLER                  PIC X(01) VALUE SPACE.
030700     05  DT-OPERATOR-ID          PIC X(08).
030800     05  FILLER                  PIC X(01) VALUE SPACE.
030900     05  DT-REASON               PIC X(20).
031000 01  WS-TOTAL-LINE.
031100     05  TL-LABEL                PIC X(16).
031200     05  TL-COUNT                PIC ZZZZZZ9.
031300     05  FILLER                  PIC X(01) VALUE SPACE.
031400     05  TL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
031500
031600 PROCEDURE DIVISION.
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE
031900         THRU 1000-INITIALIZE-EXIT
032000     PERFORM 2000-CHARGE-ONE-OVERDRAFT
032100         THRU 2000-CHARGE-ONE-OVERDRAFT-EXIT
032200         UNTIL WS-EXCEPTION-EOF
032220     PERFORM 2500-CHARGE-ONE-STOP
032240         THRU 2500-CHARGE-ONE-STOP-EXIT
032260         UNTIL WS-STOP-EOF
032262*--------------------------------------------------------------
032264* THE MONTH-END SWEEP IS POSITIONED ONLY NOW - THE OVERDRAFT
032266* AND STOP PASSES READ BALMSTR BY KEY, WHICH MOVES THE FILE.
032268*--------------------------------------------------------------
032270     IF WS-MONTH-END-REQUESTED AND NOT END-OF-FILE
032272         MOVE LOW-VALUES TO BL-MASTER-KEY
032274         START BALANCE-FILE
032276             KEY IS NOT LESS THAN BL-MASTER-KEY
032278             INVALID KEY
032280                 MOVE 'Y' TO EOF-SWITCH
032282         END-START
032284         IF NOT END-OF-FILE
032286             PERFORM 3100-READ-NEXT-BALANCE
032288                 THRU 3100-READ-NEXT-BALANCE-EXIT
032290         END-IF
032292     END-IF
032300     IF WS-MONTH-END-REQUESTED
032400         PERFORM 3000-CHARGE-ONE-ACCOUNT
032500             THRU 3000-CHARGE-ONE-ACCOUNT-EXIT
032600             UNTIL END-OF-FILE
032700     END-IF
032800     PERFORM 7500-LOG-CARRY-MOVEMENTS
032900         THRU 7500-LOG-CARRY-MOVEMENTS-EXIT
033000     PERFORM 8000-SUMMARIZE
033100         THRU 8000-SUMMARIZE-EXIT
033110*--------------------------------------------------------------
033120* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
033130* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
033140* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
033150*--------------------------------------------------------------
033160     IF WS-RUN-FAILED
033170         MOVE 8 TO RETURN-CODE
033180     END-IF
033200     PERFORM 9999-TERMINATE
033300         THRU 9999-TERMINATE-EXIT
033400     STOP RUN.
033500
033600 1000-INITIALIZE.
033700     ACCEPT WS-FEE-CARD FROM SYSIN
033800     CALL 'PROC-DATE' USING WS-RUN-DATE
033900     MOVE WS-RUN-DATE TO WS-MONTH-START-DATE
034000     MOVE 1 TO WS-MS-DAY
034100     MOVE WS-RUN-DATE TO RH-RUN-DATE
034200     IF WS-MONTH-END-REQUESTED
034300         MOVE 'MONTH-END' TO RH-RUN-TYPE
034400     ELSE
034500         MOVE 'DAILY' TO RH-RUN-TYPE
034600     END-IF
034700     OPEN OUTPUT REPORT-FILE
034800     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
034900     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
035000     MOVE 'Y' TO WS-EXCP-EOF-SWITCH
035100     MOVE 'Y' TO EOF-SWITCH
035200     PERFORM 1100-LOAD-SCHEDULE
035300         THRU 1100-LOAD-SCHEDULE-EXIT
035400     IF WS-SCHED-COUNT = ZERO
035500         DISPLAY 'FEE-ASSESS: NO USABLE FEE SCHEDULE - '
035600             'NOTHING TO ASSESS'
035700         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
035800         GO TO 1000-INITIALIZE-EXIT
035900     END-IF
036000     PERFORM 1200-LOAD-WAIVERS
036100         THRU 1200-LOAD-WAIVERS-EXIT
036200     OPEN INPUT MASTER-FILE
036300     IF FS-MASTER-FILE NOT = '00' AND '05'
036400         DISPLAY 'FEE-ASSESS: INPTMSTR OPEN FAILED, STATUS='
036500             FS-MASTER-FILE
036600         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
036700         GO TO 1000-INITIALIZE-EXIT
036800     END-IF
036900     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
037000     OPEN INPUT BALANCE-FILE
037100     IF FS-BALANCE-FILE NOT = '00' AND '05'
037200         DISPLAY 'FEE-ASSESS: BALMSTR OPEN FAILED, STATUS='
037300             FS-BALANCE-FILE
037400         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
037500         GO TO 1000-INITIALIZE-EXIT
037600     END-IF
037700     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
037800     OPEN EXTEND RELEASE-FILE
037900     IF FS-RELEASE-FILE = '35'
038000         OPEN OUTPUT RELEASE-FILE
038100     END-IF
038200     IF FS-RELEASE-FILE NOT = '00'
038300         DISPLAY 'FEE-ASSESS: RELSTAGE OPEN FAILED, STATUS='
038400             FS-RELEASE-FILE
038500         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
038600         GO TO 1000-INITIALIZE-EXIT
038700     END-IF
038800     MOVE 'Y' TO WS-RELEASE-OPEN-SWITCH
038900     OPEN INPUT EXCEPTION-FILE
039000     IF FS-EXCEPTION-FILE = '00'
039100         MOVE 'Y' TO WS-EXCP-OPEN-SWITCH
039200         MOVE 'N' TO WS-EXCP-EOF-SWITCH
039300     ELSE
039400         DISPLAY 'FEE-ASSESS: NO EXCPOUT - NO OVERDRAWN-DAY '
039500             'FEES TODAY'
039600     END-IF
039630     PERFORM 1300-OPEN-STOP-REGISTER
039660         THRU 1300-OPEN-STOP-REGISTER-EXIT
039700     IF NOT WS-MONTH-END-REQUESTED
039800         GO TO 1000-INITIALIZE-EXIT
039900     END-IF
040000     OPEN INPUT HISTORY-FILE
040100     IF FS-HISTORY-FILE NOT = '00' AND '05'
040200         DISPLAY 'FEE-ASSESS: ACTHIST OPEN FAILED, STATUS='
040300             FS-HISTORY-FILE ' - NO EXCESS-ITEM FEES'
040400     ELSE
040500         MOVE 'Y' TO WS-HIST-OPEN-SWITCH
040600     END-IF
040700     MOVE 'N' TO EOF-SWITCH.
041800 1000-INITIALIZE-EXIT.
041900     EXIT.
042000
042100 1100-LOAD-SCHEDULE.
042200     OPEN INPUT SCHEDULE-FILE
042300     IF FS-SCHEDULE-FILE NOT = '00'
042400         DISPLAY 'FEE-ASSESS: NO FEE SCHEDULE, STATUS='
042500             FS-SCHEDULE-FILE
042600         GO TO 1100-LOAD-SCHEDULE-EXIT
042700     END-IF
042800     PERFORM 1150-LOAD-ONE-SCHEDULE
042900         THRU 1150-LOAD-ONE-SCHEDULE-EXIT
043000         UNTIL WS-SCHEDULE-EOF
043100     CLOSE SCHEDULE-FILE.
043200 1100-LOAD-SCHEDULE-EXIT.
043300     EXIT.
043400
043500 1150-LOAD-ONE-SCHEDULE.
043600     READ SCHEDULE-FILE
043700         AT END
043800             MOVE 'Y' TO WS-SCHED-EOF-SWITCH
043900         NOT AT END
044000             IF WS-SCHED-COUNT < WS-SCHED-LIMIT AND
044100                (SC-FEE-TYPE = 'MM' OR 'OD' OR 'XI' OR 'SP') AND
044200                SC-FEE-AMOUNT NUMERIC AND
044300                SC-FREE-ITEMS NUMERIC
044400                 ADD 1 TO WS-SCHED-COUNT
044500                 MOVE SC-COMPANY-CODE TO
044600                     WS-SC-COMPANY-CODE (WS-SCHED-COUNT)
044700                 MOVE SC-FEE-TYPE TO
044800                     WS-SC-FEE-TYPE (WS-SCHED-COUNT)
044900                 MOVE SC-FEE-AMOUNT TO
045000                     WS-SC-FEE-AMOUNT (WS-SCHED-COUNT)
045100                 MOVE SC-FREE-ITEMS TO
045200                     WS-SC-FREE-ITEMS (WS-SCHED-COUNT)
045300             ELSE
045400                 DISPLAY 'FEE-ASSESS: SCHEDULE ENTRY '
045500                     SC-COMPANY-CODE ' ' SC-FEE-TYPE ' IGNORED'
045600             END-IF
045700     END-READ.
045800 1150-LOAD-ONE-SCHEDULE-EXIT.
045900     EXIT.
046000
046100*--------------------------------------------------------------
046200* ONLY WAIVERS DATED FOR TODAY'S RUN ARE LOADED - A WAIVER IS
046300* KEYED AHEAD OF THE ASSESSMENT IT IS MEANT TO STOP.
046400*--------------------------------------------------------------
046500 1200-LOAD-WAIVERS.
046600     OPEN INPUT WAIVER-FILE
046700     IF FS-WAIVER-FILE NOT = '00'
046800         GO TO 1200-LOAD-WAIVERS-EXIT
046900     END-IF
047000     PERFORM 1250-LOAD-ONE-WAIVER
047100         THRU 1250-LOAD-ONE-WAIVER-EXIT
047200         UNTIL WS-WAIVER-EOF
047300     CLOSE WAIVER-FILE.
047400 1200-LOAD-WAIVERS-EXIT.
047500     EXIT.
047600
047700 1250-LOAD-ONE-WAIVER.
047800     READ WAIVER-FILE
047900         AT END
048000             MOVE 'Y' TO WS-WAIVE-EOF-SWITCH
048100             GO TO 1250-LOAD-ONE-WAIVER-EXIT
048200     END-READ
048300     IF WV-WAIVE-DATE NOT = WS-RUN-DATE
048400         GO TO 1250-LOAD-ONE-WAIVER-EXIT
048500     END-IF
048600     IF WS-WAIVE-COUNT NOT < WS-WAIVE-LIMIT OR
048700        WV-OPERATOR-ID = SPACES OR WV-REASON = SPACES
048800         DISPLAY 'FEE-ASSESS: WAIVER ' WV-COMPANY-CODE ' '
048900             WV-ACCOUNT-NUMBER ' ' WV-FEE-TYPE ' IGNORED'
049000         GO TO 1250-LOAD-ONE-WAIVER-EXIT
049100     END-IF
049200     ADD 1 TO WS-WAIVE-COUNT
049300     MOVE WV-COMPANY-CODE TO WS-WV-COMPANY-CODE (WS-WAIVE-COUNT)
049400     MOVE WV-ACCOUNT-NUMBER TO
049500         WS-WV-ACCOUNT-NUMBER (WS-WAIVE-COUNT)
049600     MOVE WV-FEE-TYPE TO WS-WV-FEE-TYPE (WS-WAIVE-COUNT)
049700     MOVE WV-OPERATOR-ID TO WS-WV-OPERATOR-ID (WS-WAIVE-COUNT)
049800     MOVE WV-REASON TO WS-WV-REASON (WS-WAIVE-COUNT)
049900     MOVE 'N' TO WS-WV-USED-FLAG (WS-WAIVE-COUNT).
050000 1250-LOAD-ONE-WAIVER-EXIT.
050100     EXIT.
050200
050204*--------------------------------------------------------------
050208* STOPPAY IS OPTIONAL - WITHOUT IT THE RUN CHARGES NO STOP FEES.
050212*--------------------------------------------------------------
050216 1300-OPEN-STOP-REGISTER.
050220     OPEN I-O STOP-FILE
050224     IF FS-STOP-FILE NOT = '00' AND '05'
050228         DISPLAY 'FEE-ASSESS: NO STOPPAY, STATUS=' FS-STOP-FILE
050232             ' - NO STOP-PAYMENT FEES'
050236         GO TO 1300-OPEN-STOP-REGISTER-EXIT
050240     END-IF
050244     MOVE 'Y' TO WS-STOP-OPEN-SWITCH
050248     MOVE 'N' TO WS-STOP-EOF-SWITCH
050252     MOVE LOW-VALUES TO SR-STOP-KEY
050256     START STOP-FILE
050260         KEY IS NOT LESS THAN SR-STOP-KEY
050264         INVALID KEY
050268             MOVE 'Y' TO WS-STOP-EOF-SWITCH
050272     END-START.
050276 1300-OPEN-STOP-REGISTER-EXIT.
050280     EXIT.
050300*--------------------------------------------------------------
050400* OVERDRAWN-DAY FEE - ONE PER ACCOUNT PER DAY FOR EVERY
050500* OVERDRAFT EXCEPTION (NEW OR CARRIED FORWARD) WHOSE ACCOUNT IS
050600* STILL OVERDRAWN ON BALMSTR. A COMPANY OF '***' ON THE
050700* EXCEPTION IS BAL-EXCEPT'S MARK FOR A BLANK COMPANY.
050800*--------------------------------------------------------------
050900 2000-CHARGE-ONE-OVERDRAFT.
051000     READ EXCEPTION-FILE
051100         AT END
051200             MOVE 'Y' TO WS-EXCP-EOF-SWITCH
051300             GO TO 2000-CHARGE-ONE-OVERDRAFT-EXIT
051400     END-READ
051500     IF NOT EX-OVERDRAFT
051600         GO TO 2000-CHARGE-ONE-OVERDRAFT-EXIT
051700     END-IF
051800     ADD 1 TO WS-EXCEPTION-COUNT
051900     MOVE EX-COMPANY-CODE TO WS-FEE-COMPANY-CODE
052000     IF EX-COMPANY-CODE = '***'
052100         MOVE SPACES TO WS-FEE-COMPANY-CODE
052200     END-IF
052300     MOVE EX-ACCOUNT-NUMBER TO WS-FEE-ACCOUNT-NUMBER
052400     MOVE 'N' TO WS-CHARGED-SWITCH
052500     MOVE 1 TO WS-CHARGED-INDEX
052600     PERFORM 2100-SCAN-CHARGED-SLOT
052700         THRU 2100-SCAN-CHARGED-SLOT-EXIT
052800         UNTIL WS-ALREADY-CHARGED OR
052900             WS-CHARGED-INDEX > WS-CHARGED-COUNT
053000     IF WS-ALREADY-CHARGED
053100         GO TO 2000-CHARGE-ONE-OVERDRAFT-EXIT
053200     END-IF
053300     IF WS-CHARGED-COUNT < WS-CHARGED-LIMIT
053400         ADD 1 TO WS-CHARGED-COUNT
053500         MOVE WS-FEE-KEY TO WS-CHARGED-KEY (WS-CHARGED-COUNT)
053600     END-IF
053700     MOVE WS-FEE-KEY TO BL-MASTER-KEY
053800     READ BALANCE-FILE
053900         INVALID KEY
054000             ADD 1 TO WS-CURED-COUNT
054100             GO TO 2000-CHARGE-ONE-OVERDRAFT-EXIT
054200     END-READ
054300     IF BL-NET-BALANCE NOT < ZERO
054400         ADD 1 TO WS-CURED-COUNT
054500         GO TO 2000-CHARGE-ONE-OVERDRAFT-EXIT
054600     END-IF
054700     MOVE 'OD' TO WS-FEE-TYPE
054800     MOVE 1 TO WS-FEE-BASIS
054900     PERFORM 4000-ASSESS-FEE
055000         THRU 4000-ASSESS-FEE-EXIT.
055100 2000-CHARGE-ONE-OVERDRAFT-EXIT.
055200     EXIT.
055300
055400 2100-SCAN-CHARGED-SLOT.
055500     IF WS-CHARGED-KEY (WS-CHARGED-INDEX) = WS-FEE-KEY
055600         MOVE 'Y' TO WS-CHARGED-SWITCH
055700     ELSE
055800         ADD 1 TO WS-CHARGED-INDEX
055900     END-IF.
056000 2100-SCAN-CHARGED-SLOT-EXIT.
056100     EXIT.
056200
056202*--------------------------------------------------------------
056204* STOP-PAYMENT FEE - ONE PER STOP, CHARGED THE FIRST RUN AFTER
056206* THE STOP IS PLACED WITH ITS FEE FLAG AT Y. THE FLAG BECOMES C
056208* WHEN THE FEE IS STAGED, OR W WHEN FEEWAIV WAIVES IT OR THE
056210* COMPANY'S SCHEDULE CHARGES NOTHING FOR A STOP. A STOP ON A
056212* CLOSED OR UNKNOWN ACCOUNT IS LEFT DUE FOR THE NEXT RUN.
056214*--------------------------------------------------------------
056216 2500-CHARGE-ONE-STOP.
056218     READ STOP-FILE NEXT RECORD
056220         AT END
056222             MOVE 'Y' TO WS-STOP-EOF-SWITCH
056224             GO TO 2500-CHARGE-ONE-STOP-EXIT
056226     END-READ
056228     IF NOT SR-FEE-DUE
056230         GO TO 2500-CHARGE-ONE-STOP-EXIT
056232     END-IF
056234     ADD 1 TO WS-STOP-DUE-COUNT
056236     MOVE SR-MASTER-KEY TO WS-FEE-KEY
056238     MOVE 'SP' TO WS-FEE-TYPE
056240     MOVE 1 TO WS-FEE-BASIS
056242     MOVE SPACES TO DT-DISPOSITION
056244     PERFORM 4000-ASSESS-FEE
056246         THRU 4000-ASSESS-FEE-EXIT
056248     IF DT-DISPOSITION = 'STAGED'
056250         MOVE 'C' TO SR-FEE-FLAG
056252     ELSE
056254         IF DT-DISPOSITION = 'WAIVED' OR
056256            NOT WS-SCHEDULE-FOUND OR WS-ACTIVE-FEE-AMOUNT = ZERO
056258             MOVE 'W' TO SR-FEE-FLAG
056260         ELSE
056262             GO TO 2500-CHARGE-ONE-STOP-EXIT
056264         END-IF
056266     END-IF
056268     MOVE WS-RUN-DATE TO SR-FEE-DATE
056270     REWRITE STOP-RECORD
056272         INVALID KEY
056274             DISPLAY 'FEE-ASSESS: STOPPAY REWRITE FAILED, STATUS='
056276                 FS-STOP-FILE ' ' SR-COMPANY-CODE ' '
056278                 SR-ACCOUNT-NUMBER
056280             MOVE 'Y' TO WS-RUN-FAIL-SWITCH
056282     END-REWRITE.
056284 2500-CHARGE-ONE-STOP-EXIT.
056286     EXIT.
056300*--------------------------------------------------------------
056400* MONTH-END PASS OVER EVERY BALANCE RECORD - THE MAINTENANCE
056500* FEE, THEN THE EXCESS-ITEM FEE ON THIS MONTH'S ORDINARY ITEMS.
056600*--------------------------------------------------------------
056700 3000-CHARGE-ONE-ACCOUNT.
056800     ADD 1 TO WS-ACCOUNT-COUNT
056900     MOVE BL-MASTER-KEY TO WS-FEE-KEY
057000     MOVE 'MM' TO WS-FEE-TYPE
057100     MOVE 1 TO WS-FEE-BASIS
057200     PERFORM 4000-ASSESS-FEE
057300         THRU 4000-ASSESS-FEE-EXIT
057400     IF NOT WS-HISTORY-FILE-OPEN
057500         GO TO 3000-CHARGE-ONE-ACCOUNT-NEXT
057600     END-IF
057700     MOVE 'XI' TO WS-FEE-TYPE
057800     PERFORM 3300-FIND-SCHEDULE
057900         THRU 3300-FIND-SCHEDULE-EXIT
058000     IF NOT WS-SCHEDULE-FOUND
058100         GO TO 3000-CHARGE-ONE-ACCOUNT-NEXT
058200     END-IF
058300     PERFORM 3500-COUNT-MONTH-ITEMS
058400         THRU 3500-COUNT-MONTH-ITEMS-EXIT
058500     IF WS-ITEM-COUNT > WS-ACTIVE-FREE-ITEMS
058600         COMPUTE WS-FEE-BASIS =
058700             WS-ITEM-COUNT - WS-ACTIVE-FREE-ITEMS
058800         PERFORM 4000-ASSESS-FEE
058900             THRU 4000-ASSESS-FEE-EXIT
059000     END-IF.
059100 3000-CHARGE-ONE-ACCOUNT-NEXT.
059200     PERFORM 3100-READ-NEXT-BALANCE
059300         THRU 3100-READ-NEXT-BALANCE-EXIT.
059400 3000-CHARGE-ONE-ACCOUNT-EXIT.
059500     EXIT.
059600
059700 3100-READ-NEXT-BALANCE.
059800     READ BALANCE-FILE NEXT RECORD
059900         AT END
060000             MOVE 'Y' TO EOF-SWITCH
060100     END-READ.
060200 3100-READ-NEXT-BALANCE-EXIT.
060300     EXIT.
060400
060500*--------------------------------------------------------------
060600* THE COMPANY'S OWN ROW FOR THE FEE TYPE WINS; THE '***' ROW
060700* BACKS IT UP. NO ROW AT ALL MEANS THE COMPANY DOES NOT CHARGE
060800* THAT FEE.
060900*--------------------------------------------------------------
061000 3300-FIND-SCHEDULE.
061100     MOVE 'N' TO WS-SCHED-FOUND-SWITCH
061200     MOVE ZERO TO WS-ACTIVE-FEE-AMOUNT
061300     MOVE ZERO TO WS-ACTIVE-FREE-ITEMS
061400     MOVE 1 TO WS-SCHED-INDEX
061500     PERFORM 3350-SCAN-SCHEDULE-SLOT
061600         THRU 3350-SCAN-SCHEDULE-SLOT-EXIT
061700         UNTIL WS-SCHEDULE-FOUND OR
061800             WS-SCHED-INDEX > WS-SCHED-COUNT
061900     IF WS-SCHEDULE-FOUND
062000         GO TO 3300-FIND-SCHEDULE-EXIT
062100     END-IF
062200     MOVE 1 TO WS-SCHED-INDEX
062300     PERFORM 3360-SCAN-DEFAULT-SLOT
062400         THRU 3360-SCAN-DEFAULT-SLOT-EXIT
062500         UNTIL WS-SCHEDULE-FOUND OR
062600             WS-SCHED-INDEX > WS-SCHED-COUNT.
062700 3300-FIND-SCHEDULE-EXIT.
062800     EXIT.
062900
063000 3350-SCAN-SCHEDULE-SLOT.
063100     IF WS-SC-COMPANY-CODE (WS-SCHED-INDEX) =
063200            WS-FEE-COMPANY-CODE AND
063300        WS-SC-FEE-TYPE (WS-SCHED-INDEX) = WS-FEE-TYPE
063400         MOVE 'Y' TO WS-SCHED-FOUND-SWITCH
063500         MOVE WS-SC-FEE-AMOUNT (WS-SCHED-INDEX)
063600             TO WS-ACTIVE-FEE-AMOUNT
063700         MOVE WS-SC-FREE-ITEMS (WS-SCHED-INDEX)
063800             TO WS-ACTIVE-FREE-ITEMS
063900     ELSE
064000         ADD 1 TO WS-SCHED-INDEX
064100     END-IF.
064200 3350-SCAN-SCHEDULE-SLOT-EXIT.
064300     EXIT.
064400
064500 3360-SCAN-DEFAULT-SLOT.
064600     IF WS-SC-COMPANY-CODE (WS-SCHED-INDEX) = '***' AND
064700        WS-SC-FEE-TYPE (WS-SCHED-INDEX) = WS-FEE-TYPE
064800         MOVE 'Y' TO WS-SCHED-FOUND-SWITCH
064900         MOVE WS-SC-FEE-AMOUNT (WS-SCHED-INDEX)
065000             TO WS-ACTIVE-FEE-AMOUNT
065100         MOVE WS-SC-FREE-ITEMS (WS-SCHED-INDEX)
065200             TO WS-ACTIVE-FREE-ITEMS
065300     ELSE
065400         ADD 1 TO WS-SCHED-INDEX
065500     END-IF.
065600 3360-SCAN-DEFAULT-SLOT-EXIT.
065700     EXIT.
065800
065900*--------------------------------------------------------------
066000* COUNT THE ACCOUNT'S ORDINARY ITEMS POSTED FROM THE FIRST OF
066100* THE MONTH THROUGH TODAY. ACTHIST IS KEYED ON ACCOUNT WITHOUT
066200* COMPANY, SO ANOTHER COMPANY'S SAME-NUMBERED ACCOUNT IS SKIPPED
066300* ON AH-COMPANY-CODE. INTEREST AND FEE ITEMS ARE NOT COUNTED.
066400*--------------------------------------------------------------
066500 3500-COUNT-MONTH-ITEMS.
066600     MOVE ZERO TO WS-ITEM-COUNT
066700     MOVE 'N' TO WS-HIST-EOF-SWITCH
066800     MOVE BL-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
066900     MOVE WS-MONTH-START-DATE TO AH-POST-DATE
067000     MOVE ZERO TO AH-SEQUENCE
067100     START HISTORY-FILE
067200         KEY IS NOT LESS THAN AH-HISTORY-KEY
067300         INVALID KEY
067400             MOVE 'Y' TO WS-HIST-EOF-SWITCH
067500     END-START
067600     PERFORM 3550-COUNT-ONE-ITEM
067700         THRU 3550-COUNT-ONE-ITEM-EXIT
067800         UNTIL WS-HISTORY-EOF.
067900 3500-COUNT-MONTH-ITEMS-EXIT.
068000     EXIT.
068100
068200 3550-COUNT-ONE-ITEM.
068300     READ HISTORY-FILE NEXT RECORD
068400         AT END
068500             MOVE 'Y' TO WS-HIST-EOF-SWITCH
068600             GO TO 3550-COUNT-ONE-ITEM-EXIT
068700     END-READ
068800     IF AH-ACCOUNT-NUMBER NOT = BL-ACCOUNT-NUMBER OR
068900        AH-POST-DATE > WS-RUN-DATE
069000         MOVE 'Y' TO WS-HIST-EOF-SWITCH
069100         GO TO 3550-COUNT-ONE-ITEM-EXIT
069200     END-IF
069300     IF AH-COMPANY-CODE = BL-COMPANY-CODE AND AH-ORDINARY-ITEM
069400         ADD 1 TO WS-ITEM-COUNT
069500     END-IF.
069600 3550-COUNT-ONE-ITEM-EXIT.
069700     EXIT.
069800
069900*--------------------------------------------------------------
070000* ASSESS ONE FEE AGAINST WS-FEE-KEY - PRICE IT FROM THE
070100* SCHEDULE, CHECK THE ACCOUNT'S MASTER RECORD (NO MASTER OR A
070200* CLOSED ACCOUNT IS NOT CHARGED - FILE-DEMO WOULD REJECT THE
070300* DETAIL), THEN EITHER WAIVE IT OR STAGE IT.
070400*--------------------------------------------------------------
070500 4000-ASSESS-FEE.
070600     PERFORM 3300-FIND-SCHEDULE
070700         THRU 3300-FIND-SCHEDULE-EXIT
070800     IF NOT WS-SCHEDULE-FOUND OR WS-ACTIVE-FEE-AMOUNT = ZERO
070900         GO TO 4000-ASSESS-FEE-EXIT
071000     END-IF
071100     PERFORM 4100-READ-MASTER
071200         THRU 4100-READ-MASTER-EXIT
071300     IF NOT WS-MASTER-FOUND
071400         ADD 1 TO WS-NO-MASTER-COUNT
071500         GO TO 4000-ASSESS-FEE-EXIT
071600     END-IF
071700     IF IR-STATUS-CODE OF MASTER-RECORD = 'CL'
071800         ADD 1 TO WS-CLOSED-COUNT
071900         GO TO 4000-ASSESS-FEE-EXIT
072000     END-IF
072100     COMPUTE WS-FEE-AMOUNT =
072200         WS-ACTIVE-FEE-AMOUNT * WS-FEE-BASIS
072300     MOVE WS-FEE-COMPANY-CODE TO DT-COMPANY-CODE
072400     MOVE WS-FEE-ACCOUNT-NUMBER TO DT-ACCOUNT-NUMBER
072500     MOVE WS-FEE-TYPE TO DT-FEE-TYPE
072600     MOVE WS-FEE-BASIS TO DT-BASIS
072700     MOVE WS-FEE-AMOUNT TO DT-AMOUNT
072800     PERFORM 4200-FIND-WAIVER
072900         THRU 4200-FIND-WAIVER-EXIT
073000     IF WS-WAIVER-FOUND
073100         MOVE 'WAIVED' TO DT-DISPOSITION
073200         MOVE WS-WV-OPERATOR-ID (WS-WAIVE-INDEX) TO DT-OPERATOR-ID
073300         MOVE WS-WV-REASON (WS-WAIVE-INDEX) TO DT-REASON
073400         MOVE 'Y' TO WS-WV-USED-FLAG (WS-WAIVE-INDEX)
073500         ADD 1 TO WS-WAIVED-COUNT
073600         ADD WS-FEE-AMOUNT TO WS-WAIVED-TOTAL
073700         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
073800         GO TO 4000-ASSESS-FEE-EXIT
073900     END-IF
074000     MOVE SPACES TO WS-LEDGER-RECORD
074100     MOVE 'D' TO IR-RECORD-TYPE OF WS-LEDGER-RECORD
074200     MOVE WS-FEE-KEY TO IR-MASTER-KEY OF WS-LEDGER-RECORD
074300     MOVE WS-RUN-DATE TO IR-TRANS-DATE OF WS-LEDGER-RECORD
074400     COMPUTE IR-AMOUNT OF WS-LEDGER-RECORD =
074500         ZERO - WS-FEE-AMOUNT
074600     MOVE IR-STATUS-CODE OF MASTER-RECORD TO
074700         IR-STATUS-CODE OF WS-LEDGER-RECORD
074800     MOVE IR-BRANCH-CODE OF MASTER-RECORD TO
074900         IR-BRANCH-CODE OF WS-LEDGER-RECORD
075000     MOVE 'FE' TO IR-TRANS-CLASS OF WS-LEDGER-RECORD
075100     WRITE RELEASE-RECORD FROM WS-LEDGER-RECORD
075200     ADD 1 TO WS-STAGED-COUNT
075300     ADD WS-FEE-AMOUNT TO WS-STAGED-TOTAL
075400     MOVE 'STAGED' TO DT-DISPOSITION
075500     MOVE SPACES TO DT-OPERATOR-ID
075600     MOVE SPACES TO DT-REASON
075700     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
075800 4000-ASSESS-FEE-EXIT.
075900     EXIT.
076000
076100 4100-READ-MASTER.
076200     MOVE 'N' TO WS-MASTER-FOUND-SWITCH
076300     MOVE WS-FEE-KEY TO IR-MASTER-KEY OF MASTER-RECORD
076400     READ MASTER-FILE
076500         INVALID KEY
076600             CONTINUE
076700         NOT INVALID KEY
076800             MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
076900     END-READ.
077000 4100-READ-MASTER-EXIT.
077100     EXIT.
077200
077300 4200-FIND-WAIVER.
077400     MOVE 'N' TO WS-WAIVE-FOUND-SWITCH
077500     MOVE 1 TO WS-WAIVE-INDEX
077600     PERFORM 4250-SCAN-WAIVER-SLOT
077700         THRU 4250-SCAN-WAIVER-SLOT-EXIT
077800         UNTIL WS-WAIVER-FOUND OR
077900             WS-WAIVE-INDEX > WS-WAIVE-COUNT.
078000 4200-FIND-WAIVER-EXIT.
078100     EXIT.
078200
078300 4250-SCAN-WAIVER-SLOT.
078400     IF WS-WV-COMPANY-CODE (WS-WAIVE-INDEX) =
078500            WS-FEE-COMPANY-CODE AND
078600        WS-WV-ACCOUNT-NUMBER (WS-WAIVE-INDEX) =
078700            WS-FEE-ACCOUNT-NUMBER AND
078800        (WS-WV-FEE-TYPE (WS-WAIVE-INDEX) = WS-FEE-TYPE OR
078900         WS-WV-FEE-TYPE (WS-WAIVE-INDEX) = '**')
079000         MOVE 'Y' TO WS-WAIVE-FOUND-SWITCH
079100     ELSE
079200         ADD 1 TO WS-WAIVE-INDEX
079300     END-IF.
079400 4250-SCAN-WAIVER-SLOT-EXIT.
079500     EXIT.
079600
079700*--------------------------------------------------------------
079800* CARRY-FILE MOVEMENT FOR CARRY-RECON - STAGED FEES ARE
079900* ADDITIONS TO THE STAGING FILE.
080000*--------------------------------------------------------------
080100 7500-LOG-CARRY-MOVEMENTS.
080200     MOVE 'RELSTAGE' TO WS-CL-FILE-NAME
080300     MOVE 'A' TO WS-CL-MOVE-TYPE
080400     MOVE WS-STAGED-COUNT TO WS-CL-COUNT
080500     CALL 'CARRY-LOG' USING WS-CARRY-PARM.
080600 7500-LOG-CARRY-MOVEMENTS-EXIT.
080700     EXIT.
080800
080900 8000-SUMMARIZE.
081000     MOVE SPACES TO REPORT-RECORD
081100     WRITE REPORT-RECORD
081200     MOVE 'FEES STAGED' TO TL-LABEL
081300     MOVE WS-STAGED-COUNT TO TL-COUNT
081400     MOVE WS-STAGED-TOTAL TO TL-AMOUNT
081500     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
081600     MOVE 'FEES WAIVED' TO TL-LABEL
081700     MOVE WS-WAIVED-COUNT TO TL-COUNT
081800     MOVE WS-WAIVED-TOTAL TO TL-AMOUNT
081900     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
082000     MOVE 1 TO WS-WAIVE-INDEX
082100     PERFORM 8100-REPORT-UNUSED-WAIVER
082200         THRU 8100-REPORT-UNUSED-WAIVER-EXIT
082300         UNTIL WS-WAIVE-INDEX > WS-WAIVE-COUNT
082400     DISPLAY 'FEE-ASSESS: OVERDRAFT EXCEPTIONS '
082500         WS-EXCEPTION-COUNT
082600     DISPLAY 'FEE-ASSESS: NO LONGER OVERDRAWN. ' WS-CURED-COUNT
082700     DISPLAY 'FEE-ASSESS: ACCOUNTS SWEPT...... ' WS-ACCOUNT-COUNT
082750     DISPLAY 'FEE-ASSESS: STOP FEES DUE....... ' WS-STOP-DUE-COUNT
082800     DISPLAY 'FEE-ASSESS: NO MASTER RECORD.... '
082900         WS-NO-MASTER-COUNT
083000     DISPLAY 'FEE-ASSESS: CLOSED - NOT CHARGED ' WS-CLOSED-COUNT
083100     DISPLAY 'FEE-ASSESS: FEES STAGED......... ' WS-STAGED-COUNT
083200     MOVE WS-STAGED-TOTAL TO WS-EDIT-AMOUNT
083300     DISPLAY 'FEE-ASSESS: AMOUNT STAGED....... ' WS-EDIT-AMOUNT
083400     DISPLAY 'FEE-ASSESS: FEES WAIVED......... ' WS-WAIVED-COUNT
083500     MOVE WS-WAIVED-TOTAL TO WS-EDIT-AMOUNT
083600     DISPLAY 'FEE-ASSESS: AMOUNT WAIVED....... ' WS-EDIT-AMOUNT.
083700 8000-SUMMARIZE-EXIT.
083800     EXIT.
083900
084000*--------------------------------------------------------------
084100* A WAIVER THAT MATCHED NO FEE IS LISTED SO THE BRANCH CAN SEE
084200* IT DID NOTHING (WRONG ACCOUNT, OR NO SUCH FEE TODAY).
084300*--------------------------------------------------------------
084400 8100-REPORT-UNUSED-WAIVER.
084500     IF WS-WV-USED-FLAG (WS-WAIVE-INDEX) = 'N'
084600         MOVE WS-WV-COMPANY-CODE (WS-WAIVE-INDEX)
084700             TO DT-COMPANY-CODE
084800         MOVE WS-WV-ACCOUNT-NUMBER (WS-WAIVE-INDEX)
084900             TO DT-ACCOUNT-NUMBER
085000         MOVE WS-WV-FEE-TYPE (WS-WAIVE-INDEX) TO DT-FEE-TYPE
085100         MOVE ZERO TO DT-BASIS
085200         MOVE ZERO TO DT-AMOUNT
085300         MOVE 'UNUSED' TO DT-DISPOSITION
085400         MOVE WS-WV-OPERATOR-ID (WS-WAIVE-INDEX) TO DT-OPERATOR-ID
085500         MOVE WS-WV-REASON (WS-WAIVE-INDEX) TO DT-REASON
085600         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
085700     END-IF
085800     ADD 1 TO WS-WAIVE-INDEX.
085900 8100-REPORT-UNUSED-WAIVER-EXIT.
086000     EXIT.
086100
086200 9999-TERMINATE.
086300     IF WS-BALANCE-FILE-OPEN
086400         CLOSE BALANCE-FILE
086500     END-IF
086600     IF WS-HISTORY-FILE-OPEN
086700         CLOSE HISTORY-FILE
086800     END-IF
086900     IF WS-MASTER-FILE-OPEN
087000         CLOSE MASTER-FILE
087100     END-IF
087200     IF WS-RELEASE-FILE-OPEN
087300         CLOSE RELEASE-FILE
087400     END-IF
087500     IF WS-EXCEPTION-FILE-OPEN
087600         CLOSE EXCEPTION-FILE
087700     END-IF
087720     IF WS-STOP-FILE-OPEN
087740         CLOSE STOP-FILE
087760     END-IF
087800     CLOSE REPORT-FILE.
087900 9999-TERMINATE-EXIT.
088000     EXIT.
