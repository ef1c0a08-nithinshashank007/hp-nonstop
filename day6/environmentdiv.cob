027300*                   OWN COMPANY - WITH OVERLAPPING ACCOUNT
027400*                   RANGES, COMPANY 1 OWNING AN ACCOUNT NUMBER
027500*                   MUST NOT MAKE COMPANY 2'S DETAIL PASS.
027520* 2026-10-15  DLBS  TWO-LEGGED 'XF' TRANSFERS - THE TO LEG IS
027540*                   VALIDATED WITH THE FROM LEG (COMPANY,
027560*                   CUSTMSTR, INPTMSTR, STATUS) AND EITHER LEG
027580*                   FAILING REJECTS THE WHOLE TRANSFER.
027582* 2026-10-15  DLBS  'RV' REVERSALS - THE ACTHIST ENTRY NAMED
027584*                   MUST EXIST FOR THE SAME COMPANY, NOT BE
027586*                   REVERSED ALREADY OR ITSELF A REVERSAL, NOT
027588*                   BE A TRANSFER LEG, AND BE EXACTLY NEGATED BY
027590*                   THE DETAIL'S AMOUNT; THE REQUESTING OPERATOR
027592*                   IS REQUIRED. A CORRECTED RE-POST'S ACCOUNT
027594*                   PASSES THE TRANSFER TO-ACCOUNT CHECKS, NOW
027596*                   SHARED IN 3296-VALIDATE-TO-ACCOUNT.
027597* 2026-10-15  DLBS  THE PER-COMPANY BREAKOUT SHOWS EACH
027598*                   COMPANY'S BOOKS CURRENCY BESIDE ITS AMOUNT -
027599*                   COMPANIES IN DIFFERENT CURRENCIES ARE NOT
027600*                   ADDED TOGETHER ON THE PAGE BY THE READER.
027601* 2026-10-15  DLBS  MULTIPLE SOURCE FEEDS PER BUSINESS DAY - THE
027602*                   FEEDS CONCATENATED ON THE NEW FEEDIN DD RUN
027603*                   BEHIND THE INPTMSTR FEED AND THE RELSTAGE
027604*                   RELEASES INTO THE ONE VALIDOUT. EVERY FEED'S
027605*                   HEADER, TRANSREG ENTRY, AND TRAILER COUNT IS
027606*                   PROVED BEFORE ANY OF ITS DETAILS IS TOUCHED; A
027607*                   FEED THAT FAILS IS SET ASIDE (A FEEDIN FEED IS
027608*                   COPIED WHOLE TO FEEDASID, THE INPTMSTR FEED IS
027609*                   LEFT ON THE MASTER) AND THE OTHERS RUN, RC=4.
027610*                   A DUPLICATE TRANSMISSION NO LONGER STOPS THE
027611*                   RUN - ONLY A RUN WITH NO FEED ACCEPTED FAILS.
027612*                   THE BALANCING REPORT BREAKS OUT EACH FEED, ONE
027613*                   RUNLOG FEED RECORD PER FEED LETS RUN-VERIFY
027614*                   PROVE EACH ONE, AND EACH ACCEPTED FEED IS
027615*                   REGISTERED ON TRANSREG.
027616* 2026-10-15  DLBS  STOP-PAYMENT CHECK - EVERY DEBIT DETAIL (AN
027617*                   ORDINARY ITEM TAKING MONEY OUT, OR A TRANSFER)
027618*                   FROM ANY FEED IS CHECKED AGAINST THE ACTIVE
027619*                   STOPS ON THE NEW STOPPAY REGISTER FOR ITS
027620*                   ACCOUNT, BY PAYMENT REFERENCE OR BY AMOUNT
027621*                   WITHIN A DATE RANGE. A MATCH REJECTS WITH NEW
027622*                   REASON STOP AND IS WRITTEN TO THE NEW STOPHIT
027623*                   FILE FOR THE BRANCH STOP-HIT REPORT. NO
027624*                   STOPPAY MEANS NO CHECK, WITH A WARNING.
027625* 2026-10-15  DLBS  A DETAIL WHOSE ACCOUNT BASE FALLS INSIDE ONE
027626*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
027627*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR IT
027628*                   REJECTS 'CHKD' - A MIS-KEYED NUMBER IS
027629*                   REPORTED AS SUCH RATHER THAN AS AN UNKNOWN OR
027630*                   WRONG ACCOUNT. THE TO ACCOUNT OF A TRANSFER OR
027631*                   RE-POST IS CHECKED THE SAME WAY. A LEGACY
027632*                   NUMBER OUTSIDE EVERY RANGE STANDS.
027633* 2026-10-15  DLBS  SIMULATION MODE FOR THE DLSIM DRY RUN. WHEN
027634*                   SIM-MODE SAYS THE RUN IS SIMULATED THE STEP
027635*                   RUNS AGAINST THE DLSIM COPY OF INPTMSTR,
027636*                   STARTS REJOUT/HOLDOVER/SUSPOUT EMPTY (THEY ARE
027637*                   DLSIM'S OWN DATASETS), RECORDS NO FEEDLOG
027638*                   ARRIVAL, AND SKIPS THE TRANSREG REGISTRATION,
027639*                   THE RELSTAGE EMPTYING AND THE CARRYMVT LOG.
027640*                   THE BALANCING REPORT IS STAMPED SIMULATION.
027641* 2026-10-15  DLBS  TO-LEG-RECORD (THE SECOND INPTMSTR VIEW)
027642*                   WIDENED TO THE 83 BYTES OF INPTREC - AT 80
027643*                   BYTES THE OPEN FAILED.
027644*--------------------------------------------------------------
027700 ENVIRONMENT DIVISION.
027800 INPUT-OUTPUT SECTION.
027900 FILE-CONTROL.
031900         ACCESS MODE IS RANDOM
032000         RECORD KEY IS CU-MASTER-KEY
032100         FILE STATUS IS FS-CUSTOMER-REF-FILE.
032110     SELECT TO-LEG-FILE ASSIGN TO 'INPTMSTR'
032120         ORGANIZATION IS INDEXED
032130         ACCESS MODE IS RANDOM
032140         RECORD KEY IS XL-MASTER-KEY
032150         FILE STATUS IS FS-TO-LEG-FILE.
032158     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
032166         ORGANIZATION IS INDEXED
032174         ACCESS MODE IS RANDOM
032182         RECORD KEY IS AH-HISTORY-KEY
032190         FILE STATUS IS FS-HISTORY-FILE.
032191     SELECT FEED-FILE ASSIGN TO 'FEEDIN'
032192         ORGANIZATION IS LINE SEQUENTIAL
032193         FILE STATUS IS FS-FEED-FILE.
032194     SELECT SET-ASIDE-FILE ASSIGN TO 'FEEDASID'
032195         ORGANIZATION IS LINE SEQUENTIAL
032196         FILE STATUS IS FS-SET-ASIDE-FILE.
032197     SELECT STOP-FILE ASSIGN TO 'STOPPAY'
032198         ORGANIZATION IS INDEXED
032199         ACCESS MODE IS DYNAMIC
032200         RECORD KEY IS SR-STOP-KEY
032201         FILE STATUS IS FS-STOP-FILE.
032202     SELECT STOP-HIT-FILE ASSIGN TO 'STOPHIT'
032203         ORGANIZATION IS LINE SEQUENTIAL
032204         FILE STATUS IS FS-STOP-HIT-FILE.
032205
032300 DATA DIVISION.
032400 FILE SECTION.
032500 FD  INPUT-FILE
042300     LABEL RECORDS ARE STANDARD.
042400 01  CUSTOMER-REF-RECORD.
042500     COPY CUSTREC.
042506
042512*--------------------------------------------------------------
042518* SECOND, READ-ONLY VIEW OF INPTMSTR FOR THE TO ACCOUNT OF A
042524* TRANSFER AND THE ACCOUNT OF A FEEDIN DETAIL - ONLY THE KEY AND
042527* STATUS CODE ARE NAMED. THE LENGTH MUST STAY IN STEP WITH
042528* INPTREC (83 BYTES).
042530*--------------------------------------------------------------
042536 FD  TO-LEG-FILE
042542     LABEL RECORDS ARE STANDARD.
042548 01  TO-LEG-RECORD.
042554     05  XL-RECORD-TYPE          PIC X(01).
042560     05  XL-MASTER-KEY.
042566         10  XL-COMPANY-CODE     PIC X(03).
042572         10  XL-ACCOUNT-NUMBER   PIC X(10).
042578     05  FILLER                  PIC X(13).
042584     05  XL-STATUS-CODE          PIC X(02).
042590     05  FILLER                  PIC X(54).
042591
042592*--------------------------------------------------------------
042593* ACTHIST, READ-ONLY, FOR THE ENTRY A REVERSAL NAMES.
042594*--------------------------------------------------------------
042595 FD  HISTORY-FILE
042596     LABEL RECORDS ARE STANDARD.
042597 01  HISTORY-RECORD.
042598     COPY ACTHREC.
042599
042600*--------------------------------------------------------------
042601* THE DAY'S OTHER SOURCE FEEDS, CONCATENATED - EACH ONE AN 'H'
042602* HEADER, ITS DETAILS, AND A 'T' TRAILER IN THE INPTREC LAYOUT -
042603* AND THE SET-ASIDE COPY OF ANY OF THEM THAT FAILS ITS PROOF.
042604*--------------------------------------------------------------
042605 FD  FEED-FILE
042606     LABEL RECORDS ARE STANDARD.
042607 01  FEED-RECORD                 PIC X(80).
042608
042609 FD  SET-ASIDE-FILE
042610     LABEL RECORDS ARE STANDARD.
042611 01  SET-ASIDE-RECORD            PIC X(80).
042612
042613*--------------------------------------------------------------
042614* STOPPAY, READ-ONLY, AND ONE STOPHIT RECORD PER DETAIL A STOP
042615* REJECTED - THE DETAIL AND THE STOP IT MATCHED - FOR THE
042616* STOP-HITS BRANCH REPORT.
042617*--------------------------------------------------------------
042618 FD  STOP-FILE
042619     LABEL RECORDS ARE STANDARD.
042620 01  STOP-RECORD.
042621     COPY STOPREC.
042622
042623 FD  STOP-HIT-FILE
042624     LABEL RECORDS ARE STANDARD.
042625 01  STOP-HIT-RECORD.
042626     05  SH-BRANCH-CODE          PIC X(04).
042627     05  SH-FILL-1               PIC X(01).
042628     05  SH-COMPANY-CODE         PIC X(03).
042629     05  SH-FILL-2               PIC X(01).
042630     05  SH-ACCOUNT-NUMBER       PIC X(10).
042631     05  SH-FILL-3               PIC X(01).
042632     05  SH-TRANS-DATE           PIC 9(08).
042633     05  SH-FILL-4               PIC X(01).
042634     05  SH-AMOUNT               PIC S9(09)V99 SIGN IS
042635                                     LEADING SEPARATE CHARACTER.
042636     05  SH-FILL-5               PIC X(01).
042637     05  SH-PAYMENT-REFERENCE    PIC X(13).
042638     05  SH-FILL-6               PIC X(01).
042639     05  SH-STOP-TYPE            PIC X(01).
042640     05  SH-FILL-7               PIC X(01).
042641     05  SH-STOP-VALUE           PIC X(13).
042642     05  SH-FILL-8               PIC X(01).
042643     05  SH-FROM-DATE            PIC 9(08).
042644     05  SH-FILL-9               PIC X(01).
042645     05  SH-TO-DATE              PIC 9(08).
042646     05  SH-FILL-10              PIC X(01).
042647     05  SH-PLACED-DATE          PIC 9(08).
042648     05  SH-FILL-11              PIC X(01).
042649     05  SH-EXPIRY-DATE          PIC 9(08).
042650     05  SH-FILL-12              PIC X(01).
042651     05  SH-PLACED-BY            PIC X(08).
042652     05  SH-FILL-13              PIC X(01).
042653     05  SH-SOURCE-SYSTEM        PIC X(10).
042654
042700 WORKING-STORAGE SECTION.
042800*--------------------------------------------------------------
042900* FILE STATUS AND SWITCHES
044000 01  FS-SUSPENSE-FILE            PIC X(02) VALUE '00'.
044100 01  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
044200 01  FS-CUSTOMER-REF-FILE        PIC X(02) VALUE '00'.
044250 01  FS-TO-LEG-FILE              PIC X(02) VALUE '00'.
044270 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
044280 01  FS-FEED-FILE                PIC X(02) VALUE '00'.
044290 01  FS-SET-ASIDE-FILE           PIC X(02) VALUE '00'.
044293 01  FS-STOP-FILE                PIC X(02) VALUE '00'.
044296 01  FS-STOP-HIT-FILE            PIC X(02) VALUE '00'.
044300 01  WS-CUSTREF-SWITCHES.
044400     05  WS-CUSTREF-OPEN-SWITCH  PIC X(01) VALUE 'N'.
044500         88  WS-CUSTREF-LOADED           VALUE 'Y'.
044530     05  WS-TO-LEG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
044560         88  WS-TO-LEG-LOADED            VALUE 'Y'.
044570     05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
044580         88  WS-HISTORY-LOADED           VALUE 'Y'.
044586     05  WS-STOP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
044592         88  WS-STOP-REGISTER-LOADED     VALUE 'Y'.
044600 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
044700 01  WS-REJECT-REASON            PIC X(04).
044730 01  WS-TO-ACCOUNT-REASON        PIC X(04).
044760 01  WS-REVERSAL-NET             PIC S9(08)V99 COMP-3.
044768 01  WS-STOP-PAYMENT-AMOUNT      PIC S9(09)V99 COMP-3.
044776 01  WS-STOP-HIT-COUNT           PIC 9(07) COMP VALUE ZERO.
044784 01  WS-STOP-SCAN-SWITCH         PIC X(01).
044792     88  WS-STOP-SCAN-DONE               VALUE 'Y'.
044800 01  WS-SWITCHES.
044900     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
045000         88  END-OF-FILE                    VALUE 'Y'.
055100 01  WS-STAGE-SWITCHES.
055200     05  WS-STAGE-EOF-SWITCH     PIC X(01) VALUE 'N'.
055300         88  WS-STAGE-EOF                VALUE 'Y'.
055700
055800*--------------------------------------------------------------
055900* SOURCE-SYSTEM CONTROL TABLE - VALID FEEDS LOADED FROM
056300*--------------------------------------------------------------
056400* PROCESSED-TRANSMISSION REGISTER WORK AREAS - A HEADER WHOSE
056500* RUN DATE PLUS SOURCE IS ALREADY ON TRANSREG IS A DUPLICATE
056600* TRANSMISSION AND ITS FEED IS SET ASIDE BEFORE ANY DETAIL IS
056700* TOUCHED, UNLESS AN AUTHORIZED SUPERVISOR REPROCESS OVERRIDE IS
056800* ON THE CONTROL CARD.
056900*--------------------------------------------------------------
057000 01  WS-TRANSREG-SWITCHES.
057100     05  WS-TREG-EOF-SWITCH      PIC X(01).
060000     05  WS-CL-FILE-NAME         PIC X(08).
060100     05  WS-CL-MOVE-TYPE         PIC X(01).
060200     05  WS-CL-COUNT             PIC 9(07).
060207*--------------------------------------------------------------
060214* SHARED ACCT-CHECK CALL PARAMETER
060221*--------------------------------------------------------------
060228 01  WS-ACCT-CHECK-PARM.
060235     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'FILE-DEMO'.
060242     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
060249     05  WS-AC-MASTER-KEY.
060256         10  WS-AC-COMPANY-CODE  PIC X(03).
060263         10  WS-AC-ACCOUNT-NUMBER
060270                                 PIC X(10).
060277     05  WS-AC-RESULT            PIC X(01).
060284         88  WS-AC-CHECK-FAILED          VALUE 'N'.
060300
060400 01  WS-SAVED-HDR-RUN-DATE       PIC 9(08) VALUE ZERO.
060500 01  WS-SAVED-HDR-SOURCE         PIC X(10) VALUE SPACES.
060501
060502*--------------------------------------------------------------
060503* PER-FEED PROOF AND BALANCING - SLOT 1 IS THE INPTMSTR FEED,
060504* SLOTS 2-10 THE FEEDIN FEEDS IN THE ORDER THEY ARE CONCATENATED,
060505* AND SLOT 11 THE RELSTAGE RELEASES. A FEED IS ACCEPTED ('A') OR
060506* SET ASIDE ('S') WITH ITS REASON - HDR BAD OR MISSING HEADER,
060507* SRCE UNKNOWN SOURCE SYSTEM, DUPL DUPLICATE TRANSMISSION, TRLR
060508* MISSING OR BAD TRAILER, CNT DETAIL COUNT NOT THE TRAILER'S.
060509* FEEDIN FEEDS PAST SLOT 10 ARE SET ASIDE UNPROVED (FULL).
060510*--------------------------------------------------------------
060511 01  WS-FEED-SWITCHES.
060512     05  WS-FEEDIN-OPEN-SWITCH   PIC X(01) VALUE 'N'.
060513         88  WS-FEEDIN-PRESENT           VALUE 'Y'.
060514     05  WS-FEED-EOF-SWITCH      PIC X(01) VALUE 'N'.
060515         88  WS-FEED-EOF                 VALUE 'Y'.
060516     05  WS-PROVE-EOF-SWITCH     PIC X(01) VALUE 'N'.
060517         88  WS-PROVE-EOF                VALUE 'Y'.
060518     05  WS-BLOCK-OPEN-SWITCH    PIC X(01) VALUE 'N'.
060519         88  WS-BLOCK-OPEN               VALUE 'Y'.
060520     05  WS-ADDED-DETAIL-SWITCH  PIC X(01) VALUE 'N'.
060521         88  WS-ADDED-FEED-DETAIL        VALUE 'Y'.
060522     05  WS-ASIDE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
060523         88  WS-ASIDE-OPEN               VALUE 'Y'.
060524         88  WS-ASIDE-FAILED             VALUE 'X'.
060525 01  WS-FEED-REASON              PIC X(04).
060526 01  WS-FEED-DISPOSITION         PIC X(01).
060527 01  WS-FEED-LIMIT               PIC 9(02) COMP VALUE 10.
060528 01  WS-STAGED-SLOT              PIC 9(02) COMP VALUE 11.
060529 01  WS-FEED-COUNT               PIC 9(02) COMP VALUE ZERO.
060530 01  WS-FEED-INDEX               PIC 9(02) COMP VALUE ZERO.
060531 01  WS-SCAN-INDEX               PIC 9(02) COMP.
060532 01  WS-BLOCK-NUMBER             PIC 9(05) COMP VALUE ZERO.
060533 01  WS-ACCEPTED-FEED-COUNT      PIC 9(05) COMP VALUE ZERO.
060534 01  WS-ASIDE-FEED-COUNT         PIC 9(05) COMP VALUE ZERO.
060535 01  WS-TRAILER-TOTAL            PIC 9(07) COMP VALUE ZERO.
060536 01  WS-FEED-BALANCE             PIC 9(07) COMP.
060537 01  WS-FEED-TABLE.
060538     05  WS-FEED-ENTRY           OCCURS 11 TIMES.
060539         10  WS-FD-SOURCE-SYSTEM PIC X(10).
060540         10  WS-FD-RUN-DATE      PIC 9(08).
060541         10  WS-FD-STATUS        PIC X(01).
060542             88  WS-FD-ACCEPTED          VALUE 'A'.
060543             88  WS-FD-SET-ASIDE         VALUE 'S'.
060544         10  WS-FD-REASON        PIC X(04).
060545         10  WS-FD-REPROCESS-SW  PIC X(01).
060546         10  WS-FD-TRAILER-SW    PIC X(01).
060547         10  WS-FD-EXPECTED-COUNT PIC 9(07) COMP.
060548         10  WS-FD-DETAIL-SEEN   PIC 9(07) COMP.
060549         10  WS-FD-PASSED-COUNT  PIC 9(07) COMP.
060550         10  WS-FD-REJECT-COUNT  PIC 9(07) COMP.
060551         10  WS-FD-HELD-COUNT    PIC 9(07) COMP.
060552         10  WS-FD-SUSPEND-COUNT PIC 9(07) COMP.
060553         10  WS-FD-DEBIT-TOTAL   PIC S9(11)V99 COMP-3.
060554         10  WS-FD-CREDIT-TOTAL  PIC S9(11)V99 COMP-3.
060555 01  WS-ASIDE-ALERT-TEXT.
060556     05  FILLER                  PIC X(05) VALUE 'FEED '.
060557     05  WS-AA-SOURCE            PIC X(10).
060558     05  FILLER                  PIC X(18)
060559         VALUE ' SET ASIDE REASON '.
060560     05  WS-AA-REASON            PIC X(04).
060561     05  FILLER                  PIC X(03) VALUE SPACES.
060562
060563*--------------------------------------------------------------
060564* RUN-LOG FEED PARAMETER - PASSED WITH WS-RUNLOG-PARM ON THE
060565* 'F' CALLS ONLY.
060566*--------------------------------------------------------------
060567 01  WS-RUNLOG-FEED-PARM.
060568     05  WS-RF-SOURCE            PIC X(10).
060569     05  WS-RF-RUN-DATE          PIC 9(08).
060570     05  WS-RF-EXPECTED-COUNT    PIC 9(07).
060571     05  WS-RF-HELD-COUNT        PIC 9(07).
060572     05  WS-RF-SUSPENDED-COUNT   PIC 9(07).
060573     05  WS-RF-REASON            PIC X(04).
060600
060700*--------------------------------------------------------------
060800* COMPANY BALANCING ACCUMULATORS - SLOTS FILL AS COMPANIES
062100     05  WS-COMPANY-ENTRY        OCCURS 10 TIMES.
062200         10  WS-CO-COMPANY-CODE  PIC X(03).
062300         10  WS-CO-COMPANY-NAME  PIC X(20).
062350         10  WS-CO-CURRENCY-CODE PIC X(03).
062400         10  WS-CO-PASSED-COUNT  PIC 9(07) COMP.
062500         10  WS-CO-REJECT-COUNT  PIC 9(07) COMP.
062600         10  WS-CO-AMOUNT-TOTAL  PIC S9(11)V99 COMP-3.
064700     05  WS-RM-PROGRAM-ID        PIC X(12) VALUE 'FILE-DEMO'.
064800     05  WS-RM-SKIP-SWITCH       PIC X(01).
064900         88  WS-RM-STEP-DONE             VALUE 'Y'.
064910
064920*--------------------------------------------------------------
064930* RUN MODE FROM SIM-MODE - 'Y' ON A DLSIM SIMULATED RUN
064940*--------------------------------------------------------------
064950 01  WS-SIMULATION-SWITCH        PIC X(01) VALUE 'N'.
064960     88  WS-SIMULATION-RUN               VALUE 'Y'.
065000
065100 PROCEDURE DIVISION.
065200 0000-MAINLINE.
065210     CALL 'SIM-MODE' USING WS-SIMULATION-SWITCH
065220     IF WS-SIMULATION-RUN
065230         DISPLAY 'FILE-DEMO: *** SIMULATION *** - NOTHING IS '
065240             'REGISTERED, CARRIED OR EMPTIED'
065250     END-IF
065300     MOVE 'C' TO WS-RM-FUNCTION
065400     CALL 'RESTART-MGR' USING WS-RESTART-PARM
065500     IF WS-RM-STEP-DONE
067200     IF WS-RL-STATUS = 'OK  '
067300         MOVE 'M' TO WS-RM-FUNCTION
067400         CALL 'RESTART-MGR' USING WS-RESTART-PARM
067500         IF NOT WS-SIMULATION-RUN
067600             PERFORM 8800-REGISTER-TRANSMISSION
067700                 THRU 8800-REGISTER-TRANSMISSION-EXIT
067800             PERFORM 8900-EMPTY-STAGING-FILE
067900                 THRU 8900-EMPTY-STAGING-FILE-EXIT
068000             PERFORM 8950-LOG-CARRY-MOVEMENTS
068030                 THRU 8950-LOG-CARRY-MOVEMENTS-EXIT
068060         END-IF
068100     END-IF
068200*--------------------------------------------------------------
068300* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
071800         MOVE 8 TO RETURN-CODE
071900         GO TO 9999-TERMINATE
072000     END-IF
072100*--------------------------------------------------------------
072200* ON A SIMULATED RUN THE CARRY FILES ARE DLSIM'S OWN COPIES AND
072220* START EMPTY, SO THE COMPARISON COUNTS THIS RUN'S REJECTS ONLY.
072240*--------------------------------------------------------------
072260     IF WS-SIMULATION-RUN
072300         OPEN OUTPUT REJECT-FILE
072310     ELSE
072320         OPEN EXTEND REJECT-FILE
072330         IF FS-REJECT-FILE = '35'
072340             OPEN OUTPUT REJECT-FILE
072350         END-IF
072400     END-IF
072500     IF WS-RESTART-REQUESTED
072600         OPEN EXTEND VALID-FILE
073000     ELSE
073100         OPEN OUTPUT VALID-FILE
073200     END-IF
073210     IF WS-RESTART-REQUESTED
073220         OPEN EXTEND STOP-HIT-FILE
073230         IF FS-STOP-HIT-FILE = '35'
073240             OPEN OUTPUT STOP-HIT-FILE
073250         END-IF
073260     ELSE
073270         OPEN OUTPUT STOP-HIT-FILE
073280     END-IF
073300     IF WS-SIMULATION-RUN
073500         OPEN OUTPUT HOLDOVER-FILE
073509         OPEN OUTPUT SUSPENSE-FILE
073518     ELSE
073527         OPEN EXTEND HOLDOVER-FILE
073536         IF FS-HOLDOVER-FILE = '35'
073545             OPEN OUTPUT HOLDOVER-FILE
073554         END-IF
073563         OPEN EXTEND SUSPENSE-FILE
073572         IF FS-SUSPENSE-FILE = '35'
073581             OPEN OUTPUT SUSPENSE-FILE
073590         END-IF
073600     END-IF
074100     OPEN EXTEND CHECKPOINT-FILE
074200     IF FS-CHECKPOINT-FILE = '35'
074300         OPEN OUTPUT CHECKPOINT-FILE
074600     PERFORM 1200-OPEN-CONTROL-MASTER
074700         THRU 1200-OPEN-CONTROL-MASTER-EXIT
074800     PERFORM 1700-OPEN-CUSTOMER-REF
074900         THRU 1700-OPEN-CUSTOMER-REF-EXIT
074930     PERFORM 1750-OPEN-TO-LEG-MASTER
074960         THRU 1750-OPEN-TO-LEG-MASTER-EXIT
074970     PERFORM 1760-OPEN-HISTORY
074980         THRU 1760-OPEN-HISTORY-EXIT
074986     PERFORM 1770-OPEN-STOP-REGISTER
074992         THRU 1770-OPEN-STOP-REGISTER-EXIT.
075000 1000-INITIALIZE-EXIT.
075100     EXIT.
075200
080800 1700-OPEN-CUSTOMER-REF-EXIT.
080900     EXIT.
081000
081004*--------------------------------------------------------------
081008* TO-ACCOUNT VIEW OF INPTMSTR - A TRANSFER'S TO ACCOUNT, AND A
081012* FEEDIN DETAIL'S OWN ACCOUNT, MUST BE ON THE MASTER AND NOT
081016* CLOSED. NO SECOND OPEN MEANS NO CHECK.
081020*--------------------------------------------------------------
081024 1750-OPEN-TO-LEG-MASTER.
081028     OPEN INPUT TO-LEG-FILE
081032     IF FS-TO-LEG-FILE NOT = '00' AND '05'
081036         DISPLAY 'FILE-DEMO: TO-ACCOUNT VIEW OF INPTMSTR NOT '
081040             'OPENED - TRANSFER TO-ACCOUNT CHECK BYPASSED'
081044         MOVE 'W' TO WS-AL-SEVERITY
081048         MOVE 'XFERBYPA' TO WS-AL-ALERT-CODE
081052         MOVE 'NO TO-ACCOUNT VIEW - XFER CHECK BYPASSED'
081056             TO WS-AL-ALERT-TEXT
081060         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
081064         GO TO 1750-OPEN-TO-LEG-MASTER-EXIT
081068     END-IF
081072     MOVE 'Y' TO WS-TO-LEG-OPEN-SWITCH.
081076 1750-OPEN-TO-LEG-MASTER-EXIT.
081080     EXIT.
081084
081088*--------------------------------------------------------------
081092* ACTHIST - A REVERSAL'S ORIGINAL ENTRY MUST BE ON IT. WITHOUT
081096* IT NO REVERSAL CAN BE PROVED, SO EVERY REVERSAL REJECTS.
081100*--------------------------------------------------------------
081104 1760-OPEN-HISTORY.
081108     OPEN INPUT HISTORY-FILE
081112     IF FS-HISTORY-FILE NOT = '00' AND '05'
081116         DISPLAY 'FILE-DEMO: ACTHIST NOT OPENED - REVERSALS '
081120             'WILL REJECT'
081124         MOVE 'W' TO WS-AL-SEVERITY
081128         MOVE 'REVNOHST' TO WS-AL-ALERT-CODE
081132         MOVE 'NO ACTHIST - REVERSALS REJECTED'
081136             TO WS-AL-ALERT-TEXT
081140         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
081144         GO TO 1760-OPEN-HISTORY-EXIT
081148     END-IF
081152     MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH.
081156 1760-OPEN-HISTORY-EXIT.
081160     EXIT.
081161
081162*--------------------------------------------------------------
081163* STOPPAY - A DEBIT DETAIL MATCHING AN ACTIVE STOP REJECTS
081164* (REASON STOP). NO REGISTER MEANS NO CHECK.
081165*--------------------------------------------------------------
081166 1770-OPEN-STOP-REGISTER.
081167     OPEN INPUT STOP-FILE
081168     IF FS-STOP-FILE NOT = '00' AND '05'
081169         DISPLAY 'FILE-DEMO: NO STOP-PAYMENT REGISTER - '
081170             'STOP-PAYMENT CHECK BYPASSED'
081171         MOVE 'W' TO WS-AL-SEVERITY
081172         MOVE 'STOPBYPA' TO WS-AL-ALERT-CODE
081173         MOVE 'NO STOPPAY - STOP-PAYMENT CHECK BYPASSED'
081174             TO WS-AL-ALERT-TEXT
081175         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
081176         GO TO 1770-OPEN-STOP-REGISTER-EXIT
081177     END-IF
081178     MOVE 'Y' TO WS-STOP-OPEN-SWITCH.
081179 1770-OPEN-STOP-REGISTER-EXIT.
081180     EXIT.
081181
081182 1100-READ-LAST-CHECKPOINT.
081200     OPEN INPUT CHECKPOINT-FILE
081300     IF FS-CHECKPOINT-FILE NOT = '00'
081400         DISPLAY 'FILE-DEMO: NO PRIOR CHECKPOINT FOUND'
086900 2000-DIRECT-LOOKUP-EXIT.
087000     EXIT.
087100
087110*--------------------------------------------------------------
087120* EVERY FEED IS PROVED BEFORE ANY OF ITS DETAILS IS TOUCHED -
087130* THE INPTMSTR FEED (3050), THEN EACH FEED CONCATENATED ON FEEDIN
087140* (3700). THE ACCEPTED INPTMSTR FEED IS VALIDATED IN KEY ORDER AND
087150* CHECKPOINTED AS ALWAYS, THEN THE RELSTAGE RELEASES, THEN THE
087160* ACCEPTED FEEDIN FEEDS (3800), ALL INTO THE ONE VALIDOUT. A
087170* RESTART RESUMES THE INPTMSTR FEED AFTER THE CHECKPOINTED KEY
087180* AND RUNS THE STAGED AND FEEDIN DETAILS AGAIN IN FULL.
087190*--------------------------------------------------------------
087200 3000-SEQUENTIAL-PASS.
087300     PERFORM 3050-PROVE-PRIMARY-FEED
087400         THRU 3050-PROVE-PRIMARY-FEED-EXIT
087500     PERFORM 3700-PROVE-ADDED-FEEDS
087600         THRU 3700-PROVE-ADDED-FEEDS-EXIT
087607     IF WS-HEADER-IS-VALID
087614         MOVE 1 TO WS-FEED-INDEX
087621         IF WS-RESTART-REQUESTED
087628             MOVE WS-RESTART-KEY TO IR-MASTER-KEY
087635         ELSE
087642             MOVE LOW-VALUES TO IR-MASTER-KEY
087649         END-IF
087656         PERFORM 3100-START-SEQUENCE
087663             THRU 3100-START-SEQUENCE-EXIT
087670         PERFORM 3200-READ-NEXT-RECORD
087677             THRU 3200-READ-NEXT-RECORD-EXIT
087684             UNTIL END-OF-FILE
087700     END-IF
087800     IF WS-ACCEPTED-FEED-COUNT > ZERO
088400         PERFORM 3600-PROCESS-STAGED-RECORDS
088500             THRU 3600-PROCESS-STAGED-RECORDS-EXIT
088600     END-IF
088630     PERFORM 3800-MERGE-ADDED-FEEDS
088660         THRU 3800-MERGE-ADDED-FEEDS-EXIT
088700     PERFORM 3300-CHECK-TRAILER-COUNT
088800         THRU 3300-CHECK-TRAILER-COUNT-EXIT.
088900 3000-SEQUENTIAL-PASS-EXIT.
089000     EXIT.
089005
089010*--------------------------------------------------------------
089015* PROOF OF THE INPTMSTR FEED - ONE READ THROUGH THE MASTER
089020* VALIDATES THE HEADER (3225) AND COUNTS THE DETAILS AGAINST THE
089025* TRAILER. A FEED SET ASIDE HERE LEAVES ITS DETAILS ON INPTMSTR
089030* UNTOUCHED. ON A RESTART THE COUNTS AND TOTALS BROUGHT BACK
089035* FROM THE CHECKPOINT ARE ALL THIS FEED'S - NO OTHER FEED IS
089040* CHECKPOINTED.
089045*--------------------------------------------------------------
089050 3050-PROVE-PRIMARY-FEED.
089055     MOVE WS-STAGED-SLOT TO WS-FEED-INDEX
089060     PERFORM 3055-CLEAR-FEED-ENTRY
089065         THRU 3055-CLEAR-FEED-ENTRY-EXIT
089070     MOVE 1 TO WS-FEED-COUNT
089075     MOVE 1 TO WS-FEED-INDEX
089080     PERFORM 3055-CLEAR-FEED-ENTRY
089085         THRU 3055-CLEAR-FEED-ENTRY-EXIT
089090     MOVE 'HDR ' TO WS-FD-REASON (1)
089095     MOVE 'N' TO WS-PROVE-EOF-SWITCH
089100     MOVE LOW-VALUES TO IR-MASTER-KEY
089105     START INPUT-FILE
089110         KEY IS NOT LESS THAN IR-MASTER-KEY
089115         INVALID KEY
089120             MOVE 'Y' TO WS-PROVE-EOF-SWITCH
089125     END-START
089130     PERFORM 3060-PROVE-PRIMARY-RECORD
089135         THRU 3060-PROVE-PRIMARY-RECORD-EXIT
089140         UNTIL WS-PROVE-EOF
089145     PERFORM 3080-CLOSE-FEED-PROOF
089150         THRU 3080-CLOSE-FEED-PROOF-EXIT
089155     IF NOT WS-FD-ACCEPTED (1)
089160         MOVE 'N' TO WS-HEADER-VALID-SWITCH
089165         GO TO 3050-PROVE-PRIMARY-FEED-EXIT
089170     END-IF
089175     MOVE 'Y' TO WS-HEADER-VALID-SWITCH
089180     MOVE WS-FD-RUN-DATE (1) TO WS-SAVED-HDR-RUN-DATE
089185     MOVE WS-FD-SOURCE-SYSTEM (1) TO WS-SAVED-HDR-SOURCE
089190     IF WS-RESTART-REQUESTED
089195         MOVE WS-DETAIL-COUNT TO WS-FD-PASSED-COUNT (1)
089200         MOVE WS-REJECT-COUNT TO WS-FD-REJECT-COUNT (1)
089205         MOVE WS-HOLDOVER-COUNT TO WS-FD-HELD-COUNT (1)
089210         MOVE WS-SUSPENSE-COUNT TO WS-FD-SUSPEND-COUNT (1)
089215         MOVE WS-DEBIT-TOTAL TO WS-FD-DEBIT-TOTAL (1)
089220         MOVE WS-CREDIT-TOTAL TO WS-FD-CREDIT-TOTAL (1)
089225     END-IF.
089230 3050-PROVE-PRIMARY-FEED-EXIT.
089235     EXIT.
089240
089245 3055-CLEAR-FEED-ENTRY.
089250     MOVE SPACES TO WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX)
089255     MOVE ZERO TO WS-FD-RUN-DATE (WS-FEED-INDEX)
089260     MOVE SPACE TO WS-FD-STATUS (WS-FEED-INDEX)
089265     MOVE SPACES TO WS-FD-REASON (WS-FEED-INDEX)
089270     MOVE 'N' TO WS-FD-REPROCESS-SW (WS-FEED-INDEX)
089275     MOVE 'N' TO WS-FD-TRAILER-SW (WS-FEED-INDEX)
089280     MOVE ZERO TO WS-FD-EXPECTED-COUNT (WS-FEED-INDEX)
089285     MOVE ZERO TO WS-FD-DETAIL-SEEN (WS-FEED-INDEX)
089290     MOVE ZERO TO WS-FD-PASSED-COUNT (WS-FEED-INDEX)
089295     MOVE ZERO TO WS-FD-REJECT-COUNT (WS-FEED-INDEX)
089300     MOVE ZERO TO WS-FD-HELD-COUNT (WS-FEED-INDEX)
089305     MOVE ZERO TO WS-FD-SUSPEND-COUNT (WS-FEED-INDEX)
089310     MOVE ZERO TO WS-FD-DEBIT-TOTAL (WS-FEED-INDEX)
089315     MOVE ZERO TO WS-FD-CREDIT-TOTAL (WS-FEED-INDEX).
089320 3055-CLEAR-FEED-ENTRY-EXIT.
089325     EXIT.
089330
089335 3060-PROVE-PRIMARY-RECORD.
089340     READ INPUT-FILE NEXT RECORD
089345         AT END
089350             MOVE 'Y' TO WS-PROVE-EOF-SWITCH
089355             GO TO 3060-PROVE-PRIMARY-RECORD-EXIT
089360     END-READ
089365     MOVE INPUT-RECORD TO WS-LAST-RECORD
089370     IF WS-IS-HEADER-RECORD
089375         PERFORM 3070-TAKE-FEED-HEADER
089380             THRU 3070-TAKE-FEED-HEADER-EXIT
089385         GO TO 3060-PROVE-PRIMARY-RECORD-EXIT
089390     END-IF
089395     IF WS-IS-TRAILER-RECORD
089400         PERFORM 3075-TAKE-FEED-TRAILER
089405             THRU 3075-TAKE-FEED-TRAILER-EXIT
089410         GO TO 3060-PROVE-PRIMARY-RECORD-EXIT
089415     END-IF
089420     ADD 1 TO WS-FD-DETAIL-SEEN (1).
089425 3060-PROVE-PRIMARY-RECORD-EXIT.
089430     EXIT.
089435
089440*--------------------------------------------------------------
089445* HEADER AND TRAILER OF THE FEED IN SLOT WS-FEED-INDEX, SHARED
089450* BY THE INPTMSTR AND FEEDIN PROOFS. THE FIRST REASON FOUND
089455* STANDS.
089460*--------------------------------------------------------------
089465 3070-TAKE-FEED-HEADER.
089470     IF WS-HDR-RUN-DATE NUMERIC
089475         MOVE WS-HDR-RUN-DATE TO WS-FD-RUN-DATE (WS-FEED-INDEX)
089480     END-IF
089485     MOVE WS-HDR-SOURCE-SYSTEM TO
089490         WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX)
089495     PERFORM 3225-VALIDATE-HEADER
089500         THRU 3225-VALIDATE-HEADER-EXIT
089505     MOVE WS-FEED-REASON TO WS-FD-REASON (WS-FEED-INDEX)
089510     MOVE WS-DUPLICATE-SWITCH TO
089515         WS-FD-REPROCESS-SW (WS-FEED-INDEX).
089520 3070-TAKE-FEED-HEADER-EXIT.
089525     EXIT.
089530
089535 3075-TAKE-FEED-TRAILER.
089540     MOVE 'Y' TO WS-FD-TRAILER-SW (WS-FEED-INDEX)
089545     IF WS-TRL-EXPECTED-COUNT NUMERIC
089550         MOVE WS-TRL-EXPECTED-COUNT TO
089555             WS-FD-EXPECTED-COUNT (WS-FEED-INDEX)
089560         GO TO 3075-TAKE-FEED-TRAILER-EXIT
089565     END-IF
089570     IF WS-FD-REASON (WS-FEED-INDEX) = SPACES
089575         MOVE 'TRLR' TO WS-FD-REASON (WS-FEED-INDEX)
089580     END-IF.
089585 3075-TAKE-FEED-TRAILER-EXIT.
089590     EXIT.
089595
089600*--------------------------------------------------------------
089605* END OF ONE FEED'S PROOF - NO TRAILER (TRLR) OR A DETAIL COUNT
089610* OFF THE TRAILER'S (CNT) SETS IT ASIDE LIKE A HEADER FAILURE.
089615* AN ACCEPTED FEED'S TRAILER COUNT JOINS THE RUN'S EXPECTED
089620* TOTAL FOR THE 3300 RECONCILIATION.
089625*--------------------------------------------------------------
089630 3080-CLOSE-FEED-PROOF.
089635     IF WS-FD-REASON (WS-FEED-INDEX) = SPACES AND
089640        WS-FD-TRAILER-SW (WS-FEED-INDEX) NOT = 'Y'
089645         MOVE 'TRLR' TO WS-FD-REASON (WS-FEED-INDEX)
089650     END-IF
089655     IF WS-FD-REASON (WS-FEED-INDEX) = SPACES AND
089660        WS-FD-EXPECTED-COUNT (WS-FEED-INDEX) NOT =
089665            WS-FD-DETAIL-SEEN (WS-FEED-INDEX)
089670         MOVE 'CNT ' TO WS-FD-REASON (WS-FEED-INDEX)
089675     END-IF
089680     IF WS-FD-REASON (WS-FEED-INDEX) = SPACES
089685         MOVE 'A' TO WS-FD-STATUS (WS-FEED-INDEX)
089690         ADD 1 TO WS-ACCEPTED-FEED-COUNT
089695         ADD WS-FD-EXPECTED-COUNT (WS-FEED-INDEX) TO
089700             WS-TRAILER-TOTAL
089705         DISPLAY 'FILE-DEMO: FEED '
089710             WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) ' '
089715             WS-FD-RUN-DATE (WS-FEED-INDEX) ' PROVED - '
089720             WS-FD-EXPECTED-COUNT (WS-FEED-INDEX)
089725             ' DETAIL RECORDS'
089730         GO TO 3080-CLOSE-FEED-PROOF-EXIT
089735     END-IF
089740     MOVE 'S' TO WS-FD-STATUS (WS-FEED-INDEX)
089745     ADD 1 TO WS-ASIDE-FEED-COUNT
089750     DISPLAY 'FILE-DEMO: *** FEED '
089755         WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) ' '
089760         WS-FD-RUN-DATE (WS-FEED-INDEX) ' SET ASIDE, REASON '
089765         WS-FD-REASON (WS-FEED-INDEX) ' - '
089770         WS-FD-DETAIL-SEEN (WS-FEED-INDEX)
089775         ' DETAIL RECORDS NOT PROCESSED ***'
089780     MOVE WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) TO WS-AA-SOURCE
089785     MOVE WS-FD-REASON (WS-FEED-INDEX) TO WS-AA-REASON
089790     PERFORM 3090-RAISE-SET-ASIDE-ALERT
089795         THRU 3090-RAISE-SET-ASIDE-ALERT-EXIT.
089800 3080-CLOSE-FEED-PROOF-EXIT.
089805     EXIT.
089810
089815 3090-RAISE-SET-ASIDE-ALERT.
089820     MOVE 'W' TO WS-AL-SEVERITY
089825     MOVE 'FEEDASID' TO WS-AL-ALERT-CODE
089830     MOVE WS-ASIDE-ALERT-TEXT TO WS-AL-ALERT-TEXT
089835     CALL 'ALERT-WRITER' USING WS-ALERT-PARM.
089840 3090-RAISE-SET-ASIDE-ALERT-EXIT.
089845     EXIT.
089850
089855 3100-START-SEQUENCE.
089860     IF WS-RESTART-REQUESTED
089865         START INPUT-FILE
089870             KEY IS GREATER THAN IR-MASTER-KEY
089875             INVALID KEY
089880                 MOVE 'Y' TO EOF-SWITCH
089885         END-START
089900     ELSE
090000         START INPUT-FILE
090100             KEY IS NOT LESS THAN IR-MASTER-KEY
091500             PERFORM 3240-CHECK-SEQUENCE
091600                 THRU 3240-CHECK-SEQUENCE-EXIT
091700             MOVE INPUT-RECORD TO WS-LAST-RECORD
091800             IF WS-IS-HEADER-RECORD OR WS-IS-TRAILER-RECORD
091900                 CONTINUE
092100             ELSE
092200                 PERFORM 3250-VALIDATE-RECORD
092300                     THRU 3250-VALIDATE-RECORD-EXIT
092400                 IF WS-CHECKPOINT-INTERVAL > 0 AND
092500                    FUNCTION MOD(WS-DETAIL-COUNT
092600                        WS-CHECKPOINT-INTERVAL) = 0
092700                     PERFORM 3275-WRITE-CHECKPOINT
092800                         THRU 3275-WRITE-CHECKPOINT-EXIT
093300                 END-IF
093400             END-IF
093500     END-READ.
094700 3240-CHECK-SEQUENCE-EXIT.
094800     EXIT.
094900
094910*--------------------------------------------------------------
094920* ONE FEED'S HEADER. WS-FEED-REASON COMES BACK SPACES FOR A GOOD
094930* HEADER, ELSE HDR, SRCE, OR DUPL - A FEED ALREADY ACCEPTED IN
094940* THIS RUN IS A DUPLICATE NO OVERRIDE CAN LET THROUGH. A RESTART
094950* DOES NOT LOG THE FEED'S ARRIVAL A SECOND TIME.
094960*--------------------------------------------------------------
095000 3225-VALIDATE-HEADER.
095030     MOVE SPACES TO WS-FEED-REASON
095060     MOVE 'N' TO WS-DUPLICATE-SWITCH
095100     IF WS-HDR-RUN-DATE NOT NUMERIC OR
095200        WS-HDR-SOURCE-SYSTEM = SPACES
095300         DISPLAY 'FILE-DEMO: *** INVALID HEADER RECORD ***'
095350         MOVE 'HDR ' TO WS-FEED-REASON
095400         GO TO 3225-VALIDATE-HEADER-EXIT
095500     END-IF
095600     PERFORM 3227-VALIDATE-SOURCE-SYSTEM
095900         DISPLAY 'FILE-DEMO: *** INVALID HEADER RECORD - '
096000             'UNKNOWN SOURCE SYSTEM ' WS-HDR-SOURCE-SYSTEM
096100             ' ***'
096110         MOVE 'SRCE' TO WS-FEED-REASON
096120         GO TO 3225-VALIDATE-HEADER-EXIT
096130     END-IF
096140     PERFORM 3231-CHECK-RUN-DUPLICATE
096150         THRU 3231-CHECK-RUN-DUPLICATE-EXIT
096160     IF WS-FEED-REASON NOT = SPACES
096170         DISPLAY 'FILE-DEMO: *** DUPLICATE FEED - RUN DATE '
096180             WS-HDR-RUN-DATE ' SOURCE ' WS-HDR-SOURCE-SYSTEM
096190             ' IS ALREADY IN THIS RUN ***'
096200         GO TO 3225-VALIDATE-HEADER-EXIT
096300     END-IF
096400     PERFORM 3232-CHECK-TRANSMISSION-REG
097400             DISPLAY 'FILE-DEMO: *** DUPLICATE TRANSMISSION - '
097500                 'RUN DATE ' WS-HDR-RUN-DATE ' SOURCE '
097600                 WS-HDR-SOURCE-SYSTEM ' WAS ALREADY '
097700                 'PROCESSED - FEED SET ASIDE ***'
097800             MOVE 'DUPL' TO WS-FEED-REASON
097900             GO TO 3225-VALIDATE-HEADER-EXIT
098000         END-IF
098100     END-IF
098500     DISPLAY 'FILE-DEMO: HEADER OK - RUN DATE '
098600         WS-HDR-RUN-DATE ' SOURCE ' WS-HDR-SOURCE-SYSTEM
098700     IF NOT WS-RESTART-REQUESTED
098800         PERFORM 3230-RECORD-FEED-ARRIVAL
098830             THRU 3230-RECORD-FEED-ARRIVAL-EXIT
098860     END-IF.
098900 3225-VALIDATE-HEADER-EXIT.
099000     EXIT.
099100
101300* TELL AT CUTOFF WHICH EXPECTED SOURCES HAVE NOT REPORTED.
101400*--------------------------------------------------------------
101500 3230-RECORD-FEED-ARRIVAL.
101520     IF WS-SIMULATION-RUN
101540         GO TO 3230-RECORD-FEED-ARRIVAL-EXIT
101560     END-IF
101600     OPEN EXTEND FEED-LOG-FILE
101700     IF FS-FEED-LOG-FILE = '35'
101800         OPEN OUTPUT FEED-LOG-FILE
103000 3230-RECORD-FEED-ARRIVAL-EXIT.
103100     EXIT.
103200
103211 3231-CHECK-RUN-DUPLICATE.
103222     MOVE 1 TO WS-SCAN-INDEX
103233     PERFORM 3236-SCAN-FEED-ENTRY
103244         THRU 3236-SCAN-FEED-ENTRY-EXIT
103255         UNTIL WS-SCAN-INDEX > WS-FEED-COUNT OR
103266             (WS-FD-ACCEPTED (WS-SCAN-INDEX) AND
103277              WS-FD-RUN-DATE (WS-SCAN-INDEX) = WS-HDR-RUN-DATE AND
103288              WS-FD-SOURCE-SYSTEM (WS-SCAN-INDEX) =
103299                  WS-HDR-SOURCE-SYSTEM)
103310     IF WS-SCAN-INDEX NOT > WS-FEED-COUNT
103321         MOVE 'DUPL' TO WS-FEED-REASON
103332     END-IF.
103343 3231-CHECK-RUN-DUPLICATE-EXIT.
103354     EXIT.
103365
103376 3232-CHECK-TRANSMISSION-REG.
103400     MOVE 'N' TO WS-DUPLICATE-SWITCH
103500     MOVE 'N' TO WS-TREG-EOF-SWITCH
103600     OPEN INPUT TRANS-REG-FILE
110100 3235-SCAN-AUTH-RECORD-EXIT.
110200     EXIT.
110300
110316 3236-SCAN-FEED-ENTRY.
110332     ADD 1 TO WS-SCAN-INDEX.
110348 3236-SCAN-FEED-ENTRY-EXIT.
110364     EXIT.
110380
110400 3275-WRITE-CHECKPOINT.
110500     MOVE IR-MASTER-KEY TO CK-LAST-KEY
110600     MOVE WS-DETAIL-COUNT TO CK-RECORD-COUNT
114600                 IF IR-AMOUNT NOT NUMERIC
114700                     MOVE 'AMT ' TO WS-REJECT-REASON
114800                 ELSE
114900                     IF WS-ADDED-FEED-DETAIL
115000                         PERFORM 3252-CHECK-FEED-ACCOUNT
115010                             THRU 3252-CHECK-FEED-ACCOUNT-EXIT
115020                     END-IF
115030                     IF WS-REJECT-REASON = SPACES
115040                         PERFORM 3260-VALIDATE-BRANCH
115050                             THRU 3260-VALIDATE-BRANCH-EXIT
115060                     END-IF
115100                     IF WS-REJECT-REASON = SPACES
115200                         PERFORM 3285-VALIDATE-COMPANY
115300                             THRU 3285-VALIDATE-COMPANY-EXIT
115400                     END-IF
115420                     IF WS-REJECT-REASON = SPACES
115440                         PERFORM 3286-CHECK-ACCOUNT-DIGIT
115460                             THRU 3286-CHECK-ACCOUNT-DIGIT-EXIT
115480                     END-IF
115500                     IF WS-REJECT-REASON = SPACES
115600                         PERFORM 3287-VALIDATE-CUSTOMER
115700                             THRU 3287-VALIDATE-CUSTOMER-EXIT
116500                         PERFORM 3280-CHECK-STATUS
116600                             THRU 3280-CHECK-STATUS-EXIT
116700                     END-IF
116710                     IF WS-REJECT-REASON = SPACES AND
116720                        NOT WS-HOLDOVER-REQUESTED AND
116730                        IR-TRANSFER-ITEM
116740                         PERFORM 3297-VALIDATE-TRANSFER
116750                             THRU 3297-VALIDATE-TRANSFER-EXIT
116751                         IF WS-REJECT-REASON NOT = SPACES
116752                             MOVE 'N' TO WS-SUSPENSE-SWITCH
116753                         END-IF
116754                     END-IF
116755                     IF WS-REJECT-REASON = SPACES AND
116756                        NOT WS-HOLDOVER-REQUESTED AND
116757                        IR-REVERSAL-ITEM
116758                         PERFORM 3298-VALIDATE-REVERSAL
116759                             THRU 3298-VALIDATE-REVERSAL-EXIT
116760                         IF WS-REJECT-REASON NOT = SPACES
116761                             MOVE 'N' TO WS-SUSPENSE-SWITCH
116762                         END-IF
116763                     END-IF
116766                     IF WS-REJECT-REASON = SPACES AND
116769                        NOT WS-HOLDOVER-REQUESTED AND
116772                        WS-STOP-REGISTER-LOADED AND
116775                        (IR-TRANSFER-ITEM OR
116778                         (IR-ORDINARY-ITEM AND IR-AMOUNT < ZERO))
116781                         PERFORM 3400-CHECK-STOP-PAYMENT
116784                             THRU 3400-CHECK-STOP-PAYMENT-EXIT
116787                         IF WS-REJECT-REASON NOT = SPACES
116790                             MOVE 'N' TO WS-SUSPENSE-SWITCH
116793                         END-IF
116796                     END-IF
116800                 END-IF
116900             END-IF
117000         END-IF
117200     IF WS-HOLDOVER-REQUESTED
117300         MOVE 'N' TO WS-HOLDOVER-SWITCH
117400         ADD 1 TO WS-HOLDOVER-COUNT
117420         MOVE 'H' TO WS-FEED-DISPOSITION
117440         PERFORM 3256-TALLY-FEED
117460             THRU 3256-TALLY-FEED-EXIT
117500         WRITE HOLDOVER-RECORD FROM INPUT-RECORD
117600         DISPLAY 'FILE-DEMO: FUTURE-DATED DETAIL HELD OVER - '
117700             IR-ACCOUNT-NUMBER
118000     IF WS-SUSPENSE-REQUESTED
118100         MOVE 'N' TO WS-SUSPENSE-SWITCH
118200         ADD 1 TO WS-SUSPENSE-COUNT
118220         MOVE 'S' TO WS-FEED-DISPOSITION
118240         PERFORM 3256-TALLY-FEED
118260             THRU 3256-TALLY-FEED-EXIT
118300         MOVE INPUT-RECORD TO SP-ORIGINAL-RECORD
118400         MOVE SPACE TO SP-FILL-1
118500         MOVE WS-RUN-DATE TO SP-SUSPENDED-DATE
119500         ELSE
119600             ADD IR-AMOUNT TO WS-DEBIT-TOTAL
119700         END-IF
119720         MOVE 'P' TO WS-FEED-DISPOSITION
119740         PERFORM 3256-TALLY-FEED
119760             THRU 3256-TALLY-FEED-EXIT
119800         WRITE VALID-RECORD FROM INPUT-RECORD
119900         PERFORM 3290-TALLY-COMPANY-PASSED
120000             THRU 3290-TALLY-COMPANY-PASSED-EXIT
120100         DISPLAY 'READ LINE: ' INPUT-RECORD
120200     ELSE
120300         ADD 1 TO WS-REJECT-COUNT
120320         MOVE 'R' TO WS-FEED-DISPOSITION
120340         PERFORM 3256-TALLY-FEED
120360             THRU 3256-TALLY-FEED-EXIT
120400         MOVE INPUT-RECORD TO RJ-ORIGINAL-RECORD
120500         MOVE SPACE TO RJ-FILL-1
120600         MOVE WS-REJECT-REASON TO RJ-REASON-CODE
120700         MOVE SPACE TO RJ-FILL-2
120800         MOVE ZERO TO RJ-RESUB-COUNT
120900         MOVE SPACE TO RJ-FILL-3
121000         IF WS-ADDED-FEED-DETAIL
121010             MOVE WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) TO
121020                 RJ-SOURCE-SYSTEM
121030         ELSE
121040             MOVE WS-SAVED-HDR-SOURCE TO RJ-SOURCE-SYSTEM
121050         END-IF
121100         WRITE REJECT-RECORD
121200         PERFORM 3295-TALLY-COMPANY-REJECT
121300             THRU 3295-TALLY-COMPANY-REJECT-EXIT
121600     END-IF.
121700 3250-VALIDATE-RECORD-EXIT.
121800     EXIT.
121801
121802*--------------------------------------------------------------
121803* A FEEDIN DETAIL IS A TRANSACTION, NOT A MASTER RECORD - ITS
121804* ACCOUNT MUST BE ON INPTMSTR (REJECT REASON ACCT), AND THE
121805* MASTER'S CURRENT STATUS, NOT WHATEVER STATUS THE SENDING
121806* SYSTEM PUT ON THE DETAIL, DRIVES THE 3280 ROUTING. NO
121807* TO-ACCOUNT VIEW OF INPTMSTR MEANS NO CHECK.
121808*--------------------------------------------------------------
121809 3252-CHECK-FEED-ACCOUNT.
121810     IF NOT WS-TO-LEG-LOADED
121811         GO TO 3252-CHECK-FEED-ACCOUNT-EXIT
121812     END-IF
121813     MOVE IR-MASTER-KEY TO XL-MASTER-KEY
121814     READ TO-LEG-FILE
121815         INVALID KEY
121816             MOVE 'ACCT' TO WS-REJECT-REASON
121817             GO TO 3252-CHECK-FEED-ACCOUNT-EXIT
121818     END-READ
121819     MOVE XL-STATUS-CODE TO IR-STATUS-CODE.
121820 3252-CHECK-FEED-ACCOUNT-EXIT.
121821     EXIT.
121822
121823*--------------------------------------------------------------
121824* EACH DETAIL'S DISPOSITION (P PASSED, R REJECTED, H HELD OVER,
121825* S SUSPENDED) IS ALSO COUNTED AGAINST THE FEED IT CAME FROM.
121826*--------------------------------------------------------------
121827 3256-TALLY-FEED.
121828     IF WS-FEED-INDEX = ZERO
121829         GO TO 3256-TALLY-FEED-EXIT
121830     END-IF
121831     IF WS-FEED-DISPOSITION = 'P'
121832         ADD 1 TO WS-FD-PASSED-COUNT (WS-FEED-INDEX)
121833         IF IR-AMOUNT < ZERO
121834             SUBTRACT IR-AMOUNT FROM
121835                 WS-FD-CREDIT-TOTAL (WS-FEED-INDEX)
121836         ELSE
121837             ADD IR-AMOUNT TO WS-FD-DEBIT-TOTAL (WS-FEED-INDEX)
121838         END-IF
121839     END-IF
121840     IF WS-FEED-DISPOSITION = 'R'
121841         ADD 1 TO WS-FD-REJECT-COUNT (WS-FEED-INDEX)
121842     END-IF
121843     IF WS-FEED-DISPOSITION = 'H'
121844         ADD 1 TO WS-FD-HELD-COUNT (WS-FEED-INDEX)
121845     END-IF
121846     IF WS-FEED-DISPOSITION = 'S'
121847         ADD 1 TO WS-FD-SUSPEND-COUNT (WS-FEED-INDEX)
121848     END-IF.
121849 3256-TALLY-FEED-EXIT.
121850     EXIT.
121900
122000 3260-VALIDATE-BRANCH.
122100     IF NOT WS-CONTROL-MASTER-LOADED
128700     END-IF.
128800 3285-VALIDATE-COMPANY-EXIT.
128900     EXIT.
128906
128912*--------------------------------------------------------------
128918* CHECK-DIGIT EDIT - AN ACCOUNT WHOSE BASE IS INSIDE ONE OF ITS
128924* COMPANY'S ISSUED ACCTRNG RANGES MUST CARRY THE MOD-10 DIGIT
128930* ACCT-CHECK COMPUTES, ELSE IT WAS MIS-KEYED AND REJECTS WITH
128936* REASON CHKD. NUMBERS OUTSIDE EVERY RANGE PREDATE NUMBERING.
128942*--------------------------------------------------------------
128948 3286-CHECK-ACCOUNT-DIGIT.
128954     MOVE IR-MASTER-KEY TO WS-AC-MASTER-KEY
128960     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
128966     IF WS-AC-CHECK-FAILED
128972         MOVE 'CHKD' TO WS-REJECT-REASON
128978     END-IF.
128984 3286-CHECK-ACCOUNT-DIGIT-EXIT.
128990     EXIT.
129000
129100*--------------------------------------------------------------
129200* CUSTOMER-REFERENCE CHECK - AN ACCOUNT WITH NO CUSTMSTR
134000                 WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
134100             MOVE CT-CO-COMPANY-NAME TO
134200                 WS-CO-COMPANY-NAME (WS-COMPANY-INDEX)
134230             MOVE CT-CO-CURRENCY-CODE TO
134260                 WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
134300             MOVE ZERO TO
134400                 WS-CO-PASSED-COUNT (WS-COMPANY-INDEX)
134500             MOVE ZERO TO
138500     END-IF.
138600 3295-TALLY-COMPANY-REJECT-EXIT.
138700     EXIT.
138702
138704*--------------------------------------------------------------
138706* TO ACCOUNT OF A TRANSFER, OR OF A REVERSAL'S CORRECTED
138708* RE-POST. THE ACCOUNT MUST BE NUMERIC AND ON INPTMSTR (ELSE
138710* THE CALLER'S WS-TO-ACCOUNT-REASON), CARRY A GOOD CHECK DIGIT
138712* (CHKD), ITS COMPANY ON CTLMSTR (COMP), ITS ACCOUNT ON CUSTMSTR
138713* (CUST), AND NOT BE CLOSED (STAT).
138714* A HELD TO ACCOUNT SUSPENDS THE WHOLE DETAIL, AS A HELD FROM
138716* ACCOUNT DOES.
138718*--------------------------------------------------------------
138720 3296-VALIDATE-TO-ACCOUNT.
138722     IF IR-TO-ACCOUNT-NUMBER NOT NUMERIC
138724         MOVE WS-TO-ACCOUNT-REASON TO WS-REJECT-REASON
138726         GO TO 3296-VALIDATE-TO-ACCOUNT-EXIT
138728     END-IF
138729     MOVE IR-TO-MASTER-KEY TO WS-AC-MASTER-KEY
138730     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
138731     IF WS-AC-CHECK-FAILED
138732         MOVE 'CHKD' TO WS-REJECT-REASON
138733         GO TO 3296-VALIDATE-TO-ACCOUNT-EXIT
138734     END-IF
138735     IF WS-CONTROL-MASTER-LOADED
138736         MOVE 'C' TO CT-ENTRY-TYPE
138737         MOVE IR-TO-COMPANY-CODE TO CT-ENTRY-CODE
138738         READ CONTROL-MASTER-FILE
138739             INVALID KEY
138740                 MOVE 'COMP' TO WS-REJECT-REASON
138742                 GO TO 3296-VALIDATE-TO-ACCOUNT-EXIT
138744         END-READ
138746     END-IF
138748     IF WS-CUSTREF-LOADED
138750         MOVE IR-TO-COMPANY-CODE TO CU-COMPANY-CODE
138752         MOVE IR-TO-ACCOUNT-NUMBER TO CU-ACCOUNT-NUMBER
138754         READ CUSTOMER-REF-FILE
138756             INVALID KEY
138758                 MOVE 'CUST' TO WS-REJECT-REASON
138760                 GO TO 3296-VALIDATE-TO-ACCOUNT-EXIT
138762         END-READ
138764     END-IF
138766     IF NOT WS-TO-LEG-LOADED
138768         GO TO 3296-VALIDATE-TO-ACCOUNT-EXIT
138770     END-IF
138772     MOVE IR-TO-MASTER-KEY TO XL-MASTER-KEY
138774     READ TO-LEG-FILE
138776         INVALID KEY
138778             MOVE WS-TO-ACCOUNT-REASON TO WS-REJECT-REASON
138780             GO TO 3296-VALIDATE-TO-ACCOUNT-EXIT
138782     END-READ
138784     IF XL-STATUS-CODE = 'CL'
138786         MOVE 'STAT' TO WS-REJECT-REASON
138788         GO TO 3296-VALIDATE-TO-ACCOUNT-EXIT
138790     END-IF
138792     IF XL-STATUS-CODE = 'HD'
138794         MOVE 'Y' TO WS-SUSPENSE-SWITCH
138796     END-IF.
138798 3296-VALIDATE-TO-ACCOUNT-EXIT.
138800     EXIT.
138802
138804*--------------------------------------------------------------
138806* TWO-LEGGED TRANSFER - THE FROM LEG HAS PASSED EVERY CHECK
138808* ABOVE AND THE TO LEG MUST PASS THE SAME ONES, OR THE WHOLE
138810* TRANSFER REJECTS SO THAT ONE LEG NEVER POSTS WITHOUT THE
138812* OTHER. THE AMOUNT MOVED MUST BE POSITIVE (AMT) AND THE TO
138814* ACCOUNT NOT THE FROM ACCOUNT (XFER); THE TO ACCOUNT THEN
138816* PASSES 3296 WITH XFER AS ITS REASON. A REJECTED TRANSFER IS
138818* NEVER ALSO SUSPENDED.
138820*--------------------------------------------------------------
138822 3297-VALIDATE-TRANSFER.
138824     IF IR-AMOUNT NOT > ZERO
138826         MOVE 'AMT ' TO WS-REJECT-REASON
138828         GO TO 3297-VALIDATE-TRANSFER-EXIT
138830     END-IF
138832     IF IR-TO-MASTER-KEY = IR-MASTER-KEY
138834         MOVE 'XFER' TO WS-REJECT-REASON
138836         GO TO 3297-VALIDATE-TRANSFER-EXIT
138838     END-IF
138840     MOVE 'XFER' TO WS-TO-ACCOUNT-REASON
138842     PERFORM 3296-VALIDATE-TO-ACCOUNT
138844         THRU 3296-VALIDATE-TO-ACCOUNT-EXIT.
138846 3297-VALIDATE-TRANSFER-EXIT.
138848     EXIT.
138850
138852*--------------------------------------------------------------
138854* REVERSAL - THE DETAIL NAMES AN ACTHIST ENTRY OF ITS OWN
138856* ACCOUNT BY POST DATE AND SEQUENCE. THE REQUESTING OPERATOR
138858* MUST BE GIVEN (OPER). THE ENTRY MUST BE ON ACTHIST FOR THE
138860* DETAIL'S COMPANY (REVN), NOT ALREADY REVERSED AND NOT ITSELF A
138862* REVERSAL (REVD), NOT A TRANSFER LEG - A TRANSFER IS UNDONE BY
138864* A TRANSFER BACK (REVT) - AND THE DETAIL'S AMOUNT MUST BE ITS
138866* EXACT NEGATION (REVA). A CORRECTED RE-POST, WHEN THE TO
138868* ACCOUNT IS GIVEN, NEEDS A NON-ZERO CORRECTED AMOUNT (CORR) AND
138870* A TO ACCOUNT THAT PASSES 3296 WITH CORR AS ITS REASON; IT MAY
138872* BE THE REVERSED ACCOUNT ITSELF, FOR A WRONG-AMOUNT ENTRY.
138874*--------------------------------------------------------------
138876 3298-VALIDATE-REVERSAL.
138878     IF IR-REQUEST-OPERATOR = SPACES
138880         MOVE 'OPER' TO WS-REJECT-REASON
138882         GO TO 3298-VALIDATE-REVERSAL-EXIT
138884     END-IF
138886     IF IR-REVERSED-POST-DATE NOT NUMERIC OR
138888        IR-REVERSED-SEQUENCE NOT NUMERIC OR
138890        NOT WS-HISTORY-LOADED
138892         MOVE 'REVN' TO WS-REJECT-REASON
138894         GO TO 3298-VALIDATE-REVERSAL-EXIT
138896     END-IF
138898     MOVE IR-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
138900     MOVE IR-REVERSED-POST-DATE TO AH-POST-DATE
138902     MOVE IR-REVERSED-SEQUENCE TO AH-SEQUENCE
138904     READ HISTORY-FILE
138906         INVALID KEY
138908             MOVE 'REVN' TO WS-REJECT-REASON
138910             GO TO 3298-VALIDATE-REVERSAL-EXIT
138912     END-READ
138914     IF AH-COMPANY-CODE NOT = IR-COMPANY-CODE
138916         MOVE 'REVN' TO WS-REJECT-REASON
138918         GO TO 3298-VALIDATE-REVERSAL-EXIT
138920     END-IF
138922     IF AH-REVERSED OR AH-REVERSAL-ENTRY
138924         MOVE 'REVD' TO WS-REJECT-REASON
138926         GO TO 3298-VALIDATE-REVERSAL-EXIT
138928     END-IF
138930     IF AH-TRANSFER-LEG NOT = SPACE
138932         MOVE 'REVT' TO WS-REJECT-REASON
138934         GO TO 3298-VALIDATE-REVERSAL-EXIT
138936     END-IF
138938     COMPUTE WS-REVERSAL-NET = IR-AMOUNT + AH-AMOUNT
138940     IF WS-REVERSAL-NET NOT = ZERO
138942         MOVE 'REVA' TO WS-REJECT-REASON
138944         GO TO 3298-VALIDATE-REVERSAL-EXIT
138946     END-IF
138948     IF IR-TO-MASTER-KEY = SPACES
138950         GO TO 3298-VALIDATE-REVERSAL-EXIT
138952     END-IF
138954     IF IR-CORRECTED-AMOUNT NOT NUMERIC OR
138956        IR-CORRECTED-AMOUNT = ZERO
138958         MOVE 'CORR' TO WS-REJECT-REASON
138960         GO TO 3298-VALIDATE-REVERSAL-EXIT
138962     END-IF
138964     MOVE 'CORR' TO WS-TO-ACCOUNT-REASON
138966     PERFORM 3296-VALIDATE-TO-ACCOUNT
138968         THRU 3296-VALIDATE-TO-ACCOUNT-EXIT.
138970 3298-VALIDATE-REVERSAL-EXIT.
138972     EXIT.
138976*--------------------------------------------------------------
138980* RUN RECONCILIATION - THE TRAILER COUNTS OF EVERY ACCEPTED FEED
138984* PLUS THE STAGED RECORDS MUST EQUAL THE DETAILS PASSED,
138988* REJECTED, HELD OVER, AND SUSPENDED.
138992*--------------------------------------------------------------
139000 3300-CHECK-TRAILER-COUNT.
139500     ADD WS-DETAIL-COUNT WS-REJECT-COUNT WS-HOLDOVER-COUNT
139600         WS-SUSPENSE-COUNT GIVING WS-BALANCE-COUNT
139700     ADD WS-TRAILER-TOTAL WS-STAGED-COUNT
139800         GIVING WS-EXPECTED-TOTAL
139900     IF WS-EXPECTED-TOTAL NOT = WS-BALANCE-COUNT
140000         DISPLAY 'FILE-DEMO: *** OUT OF BALANCE *** EXPECTED '
140100             WS-EXPECTED-TOTAL ' DETAIL RECORDS BUT '
140200             'PROCESSED IS ' WS-BALANCE-COUNT
140300     ELSE
140400         DISPLAY 'FILE-DEMO: TRAILER COUNTS IN BALANCE - '
140500             WS-BALANCE-COUNT ' DETAIL RECORDS'
140600     END-IF.
140700 3300-CHECK-TRAILER-COUNT-EXIT.
140800     EXIT.
140801
140802*--------------------------------------------------------------
140803* STOP-PAYMENT CHECK - THE DETAIL'S ACCOUNT'S STOPS ARE READ AS
140804* ONE KEY RANGE. A STOP COUNTS THROUGH ITS EXPIRY DATE. A
140805* REFERENCE STOP MATCHES A DETAIL CARRYING THE SAME PAYMENT
140806* REFERENCE; AN AMOUNT STOP MATCHES A DETAIL FOR THE SAME AMOUNT
140807* DATED WITHIN THE STOP'S FROM/TO RANGE. THE AMOUNT PAID OUT IS
140808* THE NEGATED IR-AMOUNT OF AN ORDINARY ITEM AND IR-AMOUNT ITSELF
140809* ON A TRANSFER. THE FIRST MATCH REJECTS (STOP) AND IS WRITTEN
140810* TO STOPHIT.
140811*--------------------------------------------------------------
140812 3400-CHECK-STOP-PAYMENT.
140813     IF IR-TRANSFER-ITEM
140814         MOVE IR-AMOUNT TO WS-STOP-PAYMENT-AMOUNT
140815     ELSE
140816         COMPUTE WS-STOP-PAYMENT-AMOUNT = ZERO - IR-AMOUNT
140817     END-IF
140818     MOVE 'N' TO WS-STOP-SCAN-SWITCH
140819     MOVE IR-MASTER-KEY TO SR-MASTER-KEY
140820     MOVE LOW-VALUES TO SR-STOP-TYPE
140821     MOVE LOW-VALUES TO SR-STOP-VALUE
140822     START STOP-FILE
140823         KEY IS NOT LESS THAN SR-STOP-KEY
140824         INVALID KEY
140825             GO TO 3400-CHECK-STOP-PAYMENT-EXIT
140826     END-START
140827     PERFORM 3410-SCAN-STOP-ENTRY
140828         THRU 3410-SCAN-STOP-ENTRY-EXIT
140829         UNTIL WS-STOP-SCAN-DONE.
140830 3400-CHECK-STOP-PAYMENT-EXIT.
140831     EXIT.
140832
140833 3410-SCAN-STOP-ENTRY.
140834     READ STOP-FILE NEXT RECORD
140835         AT END
140836             MOVE 'Y' TO WS-STOP-SCAN-SWITCH
140837             GO TO 3410-SCAN-STOP-ENTRY-EXIT
140838     END-READ
140839     IF SR-MASTER-KEY NOT = IR-MASTER-KEY
140840         MOVE 'Y' TO WS-STOP-SCAN-SWITCH
140841         GO TO 3410-SCAN-STOP-ENTRY-EXIT
140842     END-IF
140843     IF SR-EXPIRY-DATE < WS-RUN-DATE
140844         GO TO 3410-SCAN-STOP-ENTRY-EXIT
140845     END-IF
140846     IF SR-REFERENCE-STOP
140847         IF IR-PAYMENT-REFERENCE = SPACES OR
140848            IR-PAYMENT-REFERENCE = ZEROS OR
140849            IR-PAYMENT-REFERENCE NOT = SR-STOP-VALUE
140850             GO TO 3410-SCAN-STOP-ENTRY-EXIT
140851         END-IF
140852     ELSE
140853         IF SR-STOP-AMOUNT NOT = WS-STOP-PAYMENT-AMOUNT OR
140854            IR-TRANS-DATE < SR-FROM-DATE OR
140855            IR-TRANS-DATE > SR-TO-DATE
140856             GO TO 3410-SCAN-STOP-ENTRY-EXIT
140857         END-IF
140858     END-IF
140859     MOVE 'STOP' TO WS-REJECT-REASON
140860     MOVE 'Y' TO WS-STOP-SCAN-SWITCH
140861     PERFORM 3420-WRITE-STOP-HIT
140862         THRU 3420-WRITE-STOP-HIT-EXIT.
140863 3410-SCAN-STOP-ENTRY-EXIT.
140864     EXIT.
140865
140866 3420-WRITE-STOP-HIT.
140867     ADD 1 TO WS-STOP-HIT-COUNT
140868     MOVE SPACES TO STOP-HIT-RECORD
140869     MOVE IR-BRANCH-CODE TO SH-BRANCH-CODE
140870     MOVE IR-COMPANY-CODE TO SH-COMPANY-CODE
140871     MOVE IR-ACCOUNT-NUMBER TO SH-ACCOUNT-NUMBER
140872     MOVE IR-TRANS-DATE TO SH-TRANS-DATE
140873     MOVE WS-STOP-PAYMENT-AMOUNT TO SH-AMOUNT
140874     MOVE IR-PAYMENT-REFERENCE TO SH-PAYMENT-REFERENCE
140875     MOVE SR-STOP-TYPE TO SH-STOP-TYPE
140876     MOVE SR-STOP-VALUE TO SH-STOP-VALUE
140877     MOVE SR-FROM-DATE TO SH-FROM-DATE
140878     MOVE SR-TO-DATE TO SH-TO-DATE
140879     MOVE SR-PLACED-DATE TO SH-PLACED-DATE
140880     MOVE SR-EXPIRY-DATE TO SH-EXPIRY-DATE
140881     MOVE SR-PLACED-BY TO SH-PLACED-BY
140882     IF WS-ADDED-FEED-DETAIL
140883         MOVE WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) TO
140884             SH-SOURCE-SYSTEM
140885     ELSE
140886         MOVE WS-SAVED-HDR-SOURCE TO SH-SOURCE-SYSTEM
140887     END-IF
140888     WRITE STOP-HIT-RECORD
140889     DISPLAY 'FILE-DEMO: STOPPED PAYMENT - ' IR-ACCOUNT-NUMBER
140890         ' ' SR-STOP-TYPE ' ' SR-STOP-VALUE.
140891 3420-WRITE-STOP-HIT-EXIT.
140892     EXIT.
140900
141000*--------------------------------------------------------------
141100* RELEASE-STAGING PASS - MATURED HOLDOVERS AND KEY-CHANGING
141200* CORRECTIONS STAGED BY HOLD-RELEASE/REJ-REPAIR ARE RUN THROUGH
141300* THE SAME DETAIL VALIDATION AS TRANSMITTED RECORDS AND COUNTED
141400* ON THE EXPECTED SIDE OF THE RECONCILIATION, AND BALANCED IN
141500* THEIR OWN FEED SLOT. THE PASS ONLY RUNS BEHIND AT LEAST ONE
141550* ACCEPTED FEED, AND THE STAGING FILE IS EMPTIED
141600* (8900) ONLY AFTER THE RUN ENDS CLEAN - A REFUSED OR FAILED
141700* RUN LEAVES THE STAGED WORK INTACT FOR THE RERUN.
141800*--------------------------------------------------------------
141900 3600-PROCESS-STAGED-RECORDS.
141920     MOVE WS-STAGED-SLOT TO WS-FEED-INDEX
141940     MOVE 'RELSTAGE' TO WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX)
141960     MOVE WS-RUN-DATE TO WS-FD-RUN-DATE (WS-FEED-INDEX)
141980     MOVE 'A' TO WS-FD-STATUS (WS-FEED-INDEX)
142000     OPEN INPUT RELEASE-FILE
142100     IF FS-RELEASE-FILE NOT = '00'
142200         GO TO 3600-PROCESS-STAGED-RECORDS-EXIT
142500         THRU 3650-PROCESS-ONE-STAGED-EXIT
142600         UNTIL WS-STAGE-EOF
142700     CLOSE RELEASE-FILE
142730     MOVE WS-STAGED-COUNT TO WS-FD-EXPECTED-COUNT (WS-FEED-INDEX)
142760     MOVE WS-STAGED-COUNT TO WS-FD-DETAIL-SEEN (WS-FEED-INDEX)
142800     IF WS-STAGED-COUNT > 0
142900         DISPLAY 'FILE-DEMO: ' WS-STAGED-COUNT ' STAGED '
143000             'RECORD(S) RELEASED INTO TODAY''S RUN'
144500     END-READ.
144600 3650-PROCESS-ONE-STAGED-EXIT.
144700     EXIT.
144701
144702*--------------------------------------------------------------
144703* PROOF OF THE FEEDS CONCATENATED ON FEEDIN - EACH 'H' OPENS A
144704* FEED AND ITS 'T' CLOSES IT. RECORDS AHEAD OF ANY HEADER MAKE A
144705* FEED OF THEIR OWN THAT FAILS HDR; A FEED THAT RUNS INTO THE
144706* NEXT HEADER OR END OF FILE HAS NO TRAILER (TRLR). NO FEEDIN DD
144707* MEANS NO ADDED FEEDS TODAY. 3800 WALKS THE FILE AGAIN BY THE
144708* SAME RULES, SO THE NTH FEED PROVED HERE IS THE NTH MERGED THERE.
144709*--------------------------------------------------------------
144710 3700-PROVE-ADDED-FEEDS.
144711     OPEN INPUT FEED-FILE
144712     IF FS-FEED-FILE NOT = '00'
144713         DISPLAY 'FILE-DEMO: NO FEEDIN FEEDS FOR THIS RUN'
144714         GO TO 3700-PROVE-ADDED-FEEDS-EXIT
144715     END-IF
144716     MOVE 'Y' TO WS-FEEDIN-OPEN-SWITCH
144717     MOVE 'N' TO WS-FEED-EOF-SWITCH
144718     MOVE 'N' TO WS-BLOCK-OPEN-SWITCH
144719     MOVE ZERO TO WS-BLOCK-NUMBER
144720     PERFORM 3710-PROVE-ADDED-RECORD
144721         THRU 3710-PROVE-ADDED-RECORD-EXIT
144722         UNTIL WS-FEED-EOF
144723     IF WS-BLOCK-OPEN
144724         PERFORM 3740-CLOSE-ADDED-FEED
144725             THRU 3740-CLOSE-ADDED-FEED-EXIT
144726     END-IF
144727     CLOSE FEED-FILE.
144728 3700-PROVE-ADDED-FEEDS-EXIT.
144729     EXIT.
144730
144731 3710-PROVE-ADDED-RECORD.
144732     READ FEED-FILE
144733         AT END
144734             MOVE 'Y' TO WS-FEED-EOF-SWITCH
144735             GO TO 3710-PROVE-ADDED-RECORD-EXIT
144736     END-READ
144737     MOVE FEED-RECORD TO WS-LAST-RECORD
144738     IF WS-IS-HEADER-RECORD AND WS-BLOCK-OPEN
144739         PERFORM 3740-CLOSE-ADDED-FEED
144740             THRU 3740-CLOSE-ADDED-FEED-EXIT
144741     END-IF
144742     IF NOT WS-BLOCK-OPEN
144743         PERFORM 3720-OPEN-ADDED-FEED
144744             THRU 3720-OPEN-ADDED-FEED-EXIT
144745     END-IF
144746     IF WS-FEED-INDEX = ZERO
144747         IF WS-IS-TRAILER-RECORD
144748             PERFORM 3740-CLOSE-ADDED-FEED
144749                 THRU 3740-CLOSE-ADDED-FEED-EXIT
144750         END-IF
144751         GO TO 3710-PROVE-ADDED-RECORD-EXIT
144752     END-IF
144753     IF WS-IS-TRAILER-RECORD
144754         PERFORM 3075-TAKE-FEED-TRAILER
144755             THRU 3075-TAKE-FEED-TRAILER-EXIT
144756         PERFORM 3740-CLOSE-ADDED-FEED
144757             THRU 3740-CLOSE-ADDED-FEED-EXIT
144758         GO TO 3710-PROVE-ADDED-RECORD-EXIT
144759     END-IF
144760     IF NOT WS-IS-HEADER-RECORD
144761         ADD 1 TO WS-FD-DETAIL-SEEN (WS-FEED-INDEX)
144762     END-IF.
144763 3710-PROVE-ADDED-RECORD-EXIT.
144764     EXIT.
144765
144766*--------------------------------------------------------------
144767* A NEW FEEDIN FEED TAKES THE NEXT SLOT; WITH EVERY SLOT TAKEN
144768* WS-FEED-INDEX COMES BACK ZERO AND THE FEED IS SET ASIDE
144769* UNPROVED (FULL).
144770*--------------------------------------------------------------
144771 3720-OPEN-ADDED-FEED.
144772     MOVE 'Y' TO WS-BLOCK-OPEN-SWITCH
144773     ADD 1 TO WS-BLOCK-NUMBER
144774     IF WS-FEED-COUNT NOT < WS-FEED-LIMIT
144775         MOVE ZERO TO WS-FEED-INDEX
144776         DISPLAY 'FILE-DEMO: *** FEED SLOTS FULL - FEEDIN FEED '
144777             WS-BLOCK-NUMBER ' SET ASIDE UNPROVED ***'
144778         GO TO 3720-OPEN-ADDED-FEED-EXIT
144779     END-IF
144780     ADD 1 TO WS-FEED-COUNT
144781     MOVE WS-FEED-COUNT TO WS-FEED-INDEX
144782     PERFORM 3055-CLEAR-FEED-ENTRY
144783         THRU 3055-CLEAR-FEED-ENTRY-EXIT
144784     IF WS-IS-HEADER-RECORD
144785         PERFORM 3070-TAKE-FEED-HEADER
144786             THRU 3070-TAKE-FEED-HEADER-EXIT
144787     ELSE
144788         MOVE 'HDR ' TO WS-FD-REASON (WS-FEED-INDEX)
144789         DISPLAY 'FILE-DEMO: *** FEEDIN FEED ' WS-BLOCK-NUMBER
144790             ' HAS NO HEADER RECORD ***'
144791     END-IF.
144792 3720-OPEN-ADDED-FEED-EXIT.
144793     EXIT.
144794
144795 3740-CLOSE-ADDED-FEED.
144796     MOVE 'N' TO WS-BLOCK-OPEN-SWITCH
144797     IF WS-FEED-INDEX > ZERO
144798         PERFORM 3080-CLOSE-FEED-PROOF
144799             THRU 3080-CLOSE-FEED-PROOF-EXIT
144800         GO TO 3740-CLOSE-ADDED-FEED-EXIT
144801     END-IF
144802     ADD 1 TO WS-ASIDE-FEED-COUNT
144803     MOVE 'FEEDIN' TO WS-AA-SOURCE
144804     MOVE 'FULL' TO WS-AA-REASON
144805     PERFORM 3090-RAISE-SET-ASIDE-ALERT
144806         THRU 3090-RAISE-SET-ASIDE-ALERT-EXIT.
144807 3740-CLOSE-ADDED-FEED-EXIT.
144808     EXIT.
144809
144810*--------------------------------------------------------------
144811* MERGE OF THE PROVED FEEDIN FEEDS - EVERY DETAIL OF AN ACCEPTED
144812* FEED GOES THROUGH 3250 LIKE AN INPTMSTR DETAIL, INTO THE SAME
144813* VALIDOUT. EVERY RECORD OF A FEED SET ASIDE, HEADER TO TRAILER,
144814* IS COPIED UNCHANGED TO FEEDASID SO THE SOURCE CAN CORRECT AND
144815* RESEND IT - NONE OF IT IS VALIDATED OR POSTED.
144816*--------------------------------------------------------------
144817 3800-MERGE-ADDED-FEEDS.
144818     IF NOT WS-FEEDIN-PRESENT
144819         GO TO 3800-MERGE-ADDED-FEEDS-EXIT
144820     END-IF
144821     OPEN INPUT FEED-FILE
144822     IF FS-FEED-FILE NOT = '00'
144823         DISPLAY 'FILE-DEMO: FEEDIN REOPEN FAILED, STATUS='
144824             FS-FEED-FILE
144825         GO TO 3800-MERGE-ADDED-FEEDS-EXIT
144826     END-IF
144827     MOVE 'N' TO WS-FEED-EOF-SWITCH
144828     MOVE 'N' TO WS-BLOCK-OPEN-SWITCH
144829     MOVE ZERO TO WS-BLOCK-NUMBER
144830     MOVE 'Y' TO WS-ADDED-DETAIL-SWITCH
144831     PERFORM 3810-MERGE-ADDED-RECORD
144832         THRU 3810-MERGE-ADDED-RECORD-EXIT
144833         UNTIL WS-FEED-EOF
144834     MOVE 'N' TO WS-ADDED-DETAIL-SWITCH
144835     CLOSE FEED-FILE
144836     IF WS-ASIDE-OPEN
144837         CLOSE SET-ASIDE-FILE
144838     END-IF.
144839 3800-MERGE-ADDED-FEEDS-EXIT.
144840     EXIT.
144841
144842 3810-MERGE-ADDED-RECORD.
144843     READ FEED-FILE
144844         AT END
144845             MOVE 'Y' TO WS-FEED-EOF-SWITCH
144846             GO TO 3810-MERGE-ADDED-RECORD-EXIT
144847     END-READ
144848     ADD 1 TO WS-RECORD-COUNT
144849     MOVE FEED-RECORD TO WS-LAST-RECORD
144850     IF WS-IS-HEADER-RECORD
144851         MOVE 'N' TO WS-BLOCK-OPEN-SWITCH
144852     END-IF
144853     IF NOT WS-BLOCK-OPEN
144854         MOVE 'Y' TO WS-BLOCK-OPEN-SWITCH
144855         ADD 1 TO WS-BLOCK-NUMBER
144856         IF WS-BLOCK-NUMBER < WS-FEED-COUNT
144857             COMPUTE WS-FEED-INDEX = WS-BLOCK-NUMBER + 1
144858         ELSE
144859             MOVE ZERO TO WS-FEED-INDEX
144860         END-IF
144861     END-IF
144862     IF WS-IS-TRAILER-RECORD
144863         MOVE 'N' TO WS-BLOCK-OPEN-SWITCH
144864     END-IF
144865     IF WS-FEED-INDEX = ZERO
144866         PERFORM 3850-WRITE-SET-ASIDE
144867             THRU 3850-WRITE-SET-ASIDE-EXIT
144868         GO TO 3810-MERGE-ADDED-RECORD-EXIT
144869     END-IF
144870     IF WS-FD-SET-ASIDE (WS-FEED-INDEX)
144871         PERFORM 3850-WRITE-SET-ASIDE
144872             THRU 3850-WRITE-SET-ASIDE-EXIT
144873         GO TO 3810-MERGE-ADDED-RECORD-EXIT
144874     END-IF
144875     IF WS-IS-HEADER-RECORD OR WS-IS-TRAILER-RECORD
144876         GO TO 3810-MERGE-ADDED-RECORD-EXIT
144877     END-IF
144878     MOVE FEED-RECORD TO INPUT-RECORD
144879     PERFORM 3250-VALIDATE-RECORD
144880         THRU 3250-VALIDATE-RECORD-EXIT.
144881 3810-MERGE-ADDED-RECORD-EXIT.
144882     EXIT.
144883
144884*--------------------------------------------------------------
144885* FEEDASID ACCUMULATES LIKE REJOUT UNTIL OPERATIONS CLEARS IT.
144886*--------------------------------------------------------------
144887 3850-WRITE-SET-ASIDE.
144888     IF WS-ASIDE-FAILED
144889         GO TO 3850-WRITE-SET-ASIDE-EXIT
144890     END-IF
144891     IF NOT WS-ASIDE-OPEN
144892         OPEN EXTEND SET-ASIDE-FILE
144893         IF FS-SET-ASIDE-FILE = '35'
144894             OPEN OUTPUT SET-ASIDE-FILE
144895         END-IF
144896         IF FS-SET-ASIDE-FILE NOT = '00'
144897             DISPLAY 'FILE-DEMO: FEEDASID OPEN FAILED, STATUS='
144898                 FS-SET-ASIDE-FILE
144899             MOVE 'X' TO WS-ASIDE-OPEN-SWITCH
144900             GO TO 3850-WRITE-SET-ASIDE-EXIT
144901         END-IF
144902         MOVE 'Y' TO WS-ASIDE-OPEN-SWITCH
144903     END-IF
144904     WRITE SET-ASIDE-RECORD FROM FEED-RECORD.
144905 3850-WRITE-SET-ASIDE-EXIT.
144906     EXIT.
144907
144908 8500-BALANCING-REPORT.
145000     DISPLAY ' '
145100     DISPLAY '------------------------------------------'
145200     DISPLAY 'FILE-DEMO - END-OF-DAY BALANCING REPORT'
145220     IF WS-SIMULATION-RUN
145240         DISPLAY '*** SIMULATION - NOTHING HERE WAS POSTED ***'
145260     END-IF
145300     DISPLAY '------------------------------------------'
145400     DISPLAY 'FEEDS ACCEPTED......... ' WS-ACCEPTED-FEED-COUNT
145500     DISPLAY 'FEEDS SET ASIDE........ ' WS-ASIDE-FEED-COUNT
145900     DISPLAY 'TOTAL RECORDS READ..... ' WS-RECORD-COUNT
146000     DISPLAY 'DETAILS PASSED......... ' WS-DETAIL-COUNT
146100     DISPLAY 'DETAILS REJECTED....... ' WS-REJECT-COUNT
146150     DISPLAY '  STOPPED PAYMENTS..... ' WS-STOP-HIT-COUNT
146200     DISPLAY 'DETAILS HELD OVER...... ' WS-HOLDOVER-COUNT
146300     DISPLAY 'DETAILS SUSPENDED...... ' WS-SUSPENSE-COUNT
146400     DISPLAY 'DETAILS STAGED IN...... ' WS-STAGED-COUNT
146500     DISPLAY 'KEY ANOMALIES......... ' WS-KEY-ANOMALY-COUNT
146600     DISPLAY 'TRAILERS EXPECT........ '
146700         WS-TRAILER-TOTAL
146800     IF WS-ACCEPTED-FEED-COUNT > ZERO AND
146900       WS-EXPECTED-TOTAL = WS-BALANCE-COUNT
147000         DISPLAY 'RUN STATUS............. IN BALANCE'
147100     ELSE
147200         DISPLAY 'RUN STATUS............. OUT OF BALANCE'
147300     END-IF
147400     DISPLAY '------------------------------------------'
147408     DISPLAY 'BY FEED:'
147416     MOVE 1 TO WS-FEED-INDEX
147424     PERFORM 8520-FEED-BREAKOUT
147432         THRU 8520-FEED-BREAKOUT-EXIT
147440         UNTIL WS-FEED-INDEX > WS-FEED-COUNT
147448     IF WS-FD-ACCEPTED (WS-STAGED-SLOT)
147456         MOVE WS-STAGED-SLOT TO WS-FEED-INDEX
147464         PERFORM 8520-FEED-BREAKOUT
147472             THRU 8520-FEED-BREAKOUT-EXIT
147480     END-IF
147488     DISPLAY '------------------------------------------'
147500     IF WS-COMPANY-COUNT > ZERO
147600         DISPLAY 'BY COMPANY:'
147700         MOVE 1 TO WS-COMPANY-INDEX
148300 8500-BALANCING-REPORT-EXIT.
148400     EXIT.
148500
148504 8520-FEED-BREAKOUT.
148508     IF WS-FD-SET-ASIDE (WS-FEED-INDEX)
148512         DISPLAY '  ' WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) ' '
148516             WS-FD-RUN-DATE (WS-FEED-INDEX)
148520             ' SET ASIDE - REASON ' WS-FD-REASON (WS-FEED-INDEX)
148524             ' DETAILS ' WS-FD-DETAIL-SEEN (WS-FEED-INDEX)
148528         GO TO 8520-FEED-BREAKOUT-NEXT
148532     END-IF
148536     COMPUTE WS-EDIT-AMOUNT = WS-FD-DEBIT-TOTAL (WS-FEED-INDEX)
148540         - WS-FD-CREDIT-TOTAL (WS-FEED-INDEX)
148544     DISPLAY '  ' WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) ' '
148548         WS-FD-RUN-DATE (WS-FEED-INDEX)
148552         ' EXPECTED ' WS-FD-EXPECTED-COUNT (WS-FEED-INDEX)
148556         ' PASSED ' WS-FD-PASSED-COUNT (WS-FEED-INDEX)
148560         ' REJECTED ' WS-FD-REJECT-COUNT (WS-FEED-INDEX)
148564     DISPLAY '                      HELD OVER '
148568         WS-FD-HELD-COUNT (WS-FEED-INDEX)
148572         ' SUSPENDED ' WS-FD-SUSPEND-COUNT (WS-FEED-INDEX)
148576         ' NET ' WS-EDIT-AMOUNT.
148580 8520-FEED-BREAKOUT-NEXT.
148584     ADD 1 TO WS-FEED-INDEX.
148588 8520-FEED-BREAKOUT-EXIT.
148592     EXIT.
148596
148600 8550-COMPANY-BREAKOUT.
148700     MOVE WS-CO-AMOUNT-TOTAL (WS-COMPANY-INDEX)
148800         TO WS-EDIT-AMOUNT
149000         WS-CO-COMPANY-NAME (WS-COMPANY-INDEX)
149100         ' PASSED ' WS-CO-PASSED-COUNT (WS-COMPANY-INDEX)
149200         ' REJECTED ' WS-CO-REJECT-COUNT (WS-COMPANY-INDEX)
149300         ' AMOUNT ' WS-CO-CURRENCY-CODE (WS-COMPANY-INDEX)
149350         ' ' WS-EDIT-AMOUNT
149400     ADD 1 TO WS-COMPANY-INDEX.
149500 8550-COMPANY-BREAKOUT-EXIT.
149600     EXIT.
149700
149800 8600-WRITE-RUN-LOG-END.
149809     MOVE 'F' TO WS-RL-FUNCTION
149818     MOVE 1 TO WS-FEED-INDEX
149827     PERFORM 8650-WRITE-FEED-RUN-LOG
149836         THRU 8650-WRITE-FEED-RUN-LOG-EXIT
149845         UNTIL WS-FEED-INDEX > WS-FEED-COUNT
149854     IF WS-FD-ACCEPTED (WS-STAGED-SLOT)
149863         MOVE WS-STAGED-SLOT TO WS-FEED-INDEX
149872         PERFORM 8650-WRITE-FEED-RUN-LOG
149881             THRU 8650-WRITE-FEED-RUN-LOG-EXIT
149890     END-IF
149900     MOVE 'E' TO WS-RL-FUNCTION
150000     MOVE WS-RECORD-COUNT TO WS-RL-READ-COUNT
150100     MOVE WS-DETAIL-COUNT TO WS-RL-WRITTEN-COUNT
150400     MOVE WS-CREDIT-TOTAL TO WS-RL-CREDIT-AMOUNT
150500     COMPUTE WS-RL-NET-AMOUNT = WS-DEBIT-TOTAL
150600         - WS-CREDIT-TOTAL
150700     IF WS-ACCEPTED-FEED-COUNT > ZERO AND
150800        WS-EXPECTED-TOTAL = WS-BALANCE-COUNT
150900         MOVE 'OK  ' TO WS-RL-STATUS
151000     ELSE
151300     CALL 'RUN-LOGGER' USING WS-RUNLOG-PARM.
151400 8600-WRITE-RUN-LOG-END-EXIT.
151500     EXIT.
151501
151502*--------------------------------------------------------------
151503* ONE RUNLOG FEED RECORD PER FEED AHEAD OF THE END RECORD. AN
151504* ACCEPTED FEED IS OK WHEN EVERY DETAIL IT SENT WAS PASSED,
151505* REJECTED, HELD OVER, OR SUSPENDED; A SET-ASIDE FEED IS SETA.
151506*--------------------------------------------------------------
151507 8650-WRITE-FEED-RUN-LOG.
151508     MOVE WS-FD-DETAIL-SEEN (WS-FEED-INDEX) TO WS-RL-READ-COUNT
151509     MOVE WS-FD-PASSED-COUNT (WS-FEED-INDEX) TO
151510         WS-RL-WRITTEN-COUNT
151511     MOVE WS-FD-REJECT-COUNT (WS-FEED-INDEX) TO
151512         WS-RL-REJECTED-COUNT
151513     MOVE WS-FD-DEBIT-TOTAL (WS-FEED-INDEX) TO WS-RL-DEBIT-AMOUNT
151514     MOVE WS-FD-CREDIT-TOTAL (WS-FEED-INDEX) TO
151515         WS-RL-CREDIT-AMOUNT
151516     COMPUTE WS-RL-NET-AMOUNT = WS-FD-DEBIT-TOTAL (WS-FEED-INDEX)
151517         - WS-FD-CREDIT-TOTAL (WS-FEED-INDEX)
151518     MOVE WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) TO WS-RF-SOURCE
151519     MOVE WS-FD-RUN-DATE (WS-FEED-INDEX) TO WS-RF-RUN-DATE
151520     MOVE WS-FD-EXPECTED-COUNT (WS-FEED-INDEX) TO
151540         WS-RF-EXPECTED-COUNT
151542     MOVE WS-FD-HELD-COUNT (WS-FEED-INDEX) TO WS-RF-HELD-COUNT
151544     MOVE WS-FD-SUSPEND-COUNT (WS-FEED-INDEX) TO
151546         WS-RF-SUSPENDED-COUNT
151548     MOVE WS-FD-REASON (WS-FEED-INDEX) TO WS-RF-REASON
151550     ADD WS-FD-PASSED-COUNT (WS-FEED-INDEX)
151552         WS-FD-REJECT-COUNT (WS-FEED-INDEX)
151554         WS-FD-HELD-COUNT (WS-FEED-INDEX)
151556         WS-FD-SUSPEND-COUNT (WS-FEED-INDEX)
151558         GIVING WS-FEED-BALANCE
151560     IF WS-FD-SET-ASIDE (WS-FEED-INDEX)
151562         MOVE 'SETA' TO WS-RL-STATUS
151564     ELSE
151566         IF WS-FEED-BALANCE = WS-FD-EXPECTED-COUNT (WS-FEED-INDEX)
151568             MOVE 'OK  ' TO WS-RL-STATUS
151570         ELSE
151572             MOVE 'FAIL' TO WS-RL-STATUS
151574         END-IF
151576     END-IF
151578     CALL 'RUN-LOGGER' USING WS-RUNLOG-PARM WS-RUNLOG-FEED-PARM
151580     ADD 1 TO WS-FEED-INDEX.
151582 8650-WRITE-FEED-RUN-LOG-EXIT.
151584     EXIT.
151600
151700*--------------------------------------------------------------
151800* SHOP-STANDARD RETURN CODES - 8 FOR CONTROL FAILURES, 4 FOR
151900* WARNINGS. A CODE ALREADY RAISED IS NEVER LOWERED.
152000*--------------------------------------------------------------
152100 8700-SET-RETURN-CODE.
152200     IF WS-ACCEPTED-FEED-COUNT = ZERO OR
152300        WS-EXPECTED-TOTAL NOT = WS-BALANCE-COUNT
152400         MOVE 8 TO RETURN-CODE
152500         GO TO 8700-SET-RETURN-CODE-EXIT
152600     END-IF
152700     IF (WS-REJECT-COUNT > 0 OR WS-KEY-ANOMALY-COUNT > 0 OR
152750         WS-ASIDE-FEED-COUNT > 0) AND
152800        RETURN-CODE < 4
152900         MOVE 4 TO RETURN-CODE
153000     END-IF.
153200     EXIT.
153300
153400*--------------------------------------------------------------
153500* A CLEAN, IN-BALANCE RUN REGISTERS EACH ACCEPTED FEED'S
153600* TRANSMISSION SO THE SAME DAY'S FILE CANNOT BE PROCESSED TWICE
153700* BY ACCIDENT. A SUPERVISOR-OVERRIDE REPROCESS IS NOT REGISTERED
153800* AGAIN - THE RUN-DATE/SOURCE PAIR IS ALREADY ON THE REGISTER. A
153830* FEED SET ASIDE IS NOT REGISTERED, SO ITS CORRECTED RESEND IS
153860* NOT A DUPLICATE.
153900*--------------------------------------------------------------
154000 8800-REGISTER-TRANSMISSION.
154100     IF WS-ACCEPTED-FEED-COUNT = ZERO
154200         GO TO 8800-REGISTER-TRANSMISSION-EXIT
154300     END-IF
154700     OPEN EXTEND TRANS-REG-FILE
154800     IF FS-TRANS-REG-FILE = '35'
154900         OPEN OUTPUT TRANS-REG-FILE
155300             FS-TRANS-REG-FILE
155400         GO TO 8800-REGISTER-TRANSMISSION-EXIT
155500     END-IF
155600     MOVE 1 TO WS-FEED-INDEX
155700     PERFORM 8850-REGISTER-ONE-FEED
155800         THRU 8850-REGISTER-ONE-FEED-EXIT
155900         UNTIL WS-FEED-INDEX > WS-FEED-COUNT
156200     CLOSE TRANS-REG-FILE.
156300 8800-REGISTER-TRANSMISSION-EXIT.
156400     EXIT.
156406
156412 8850-REGISTER-ONE-FEED.
156418     IF WS-FD-ACCEPTED (WS-FEED-INDEX) AND
156424        WS-FD-REPROCESS-SW (WS-FEED-INDEX) NOT = 'Y'
156430         MOVE WS-FD-RUN-DATE (WS-FEED-INDEX) TO TR-RUN-DATE
156436         MOVE SPACE TO TR-FILL-1
156442         MOVE WS-FD-SOURCE-SYSTEM (WS-FEED-INDEX) TO
156448             TR-SOURCE-SYSTEM
156454         MOVE SPACE TO TR-FILL-2
156460         MOVE WS-RUN-DATE TO TR-PROCESSED-DATE
156466         WRITE TRANS-REG-RECORD
156472     END-IF
156478     ADD 1 TO WS-FEED-INDEX.
156484 8850-REGISTER-ONE-FEED-EXIT.
156490     EXIT.
156500
156600*--------------------------------------------------------------
156700* THE STAGING FILE IS EMPTIED ONLY AFTER A CLEAN RUN - STAGED
160700     IF WS-CUSTREF-LOADED
160800         CLOSE CUSTOMER-REF-FILE
160900     END-IF
160920     IF WS-TO-LEG-LOADED
160940         CLOSE TO-LEG-FILE
160960     END-IF
160970     IF WS-HISTORY-LOADED
160980         CLOSE HISTORY-FILE
160990     END-IF
160992     IF WS-STOP-REGISTER-LOADED
160994         CLOSE STOP-FILE
160996     END-IF
161000     CLOSE INPUT-FILE
161100     CLOSE REJECT-FILE
161200     CLOSE VALID-FILE
161250     CLOSE STOP-HIT-FILE
161300     CLOSE HOLDOVER-FILE
161400     CLOSE SUSPENSE-FILE
161500     CLOSE CHECKPOINT-FILE.
