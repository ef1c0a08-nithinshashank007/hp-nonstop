000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LTX-REPORT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. MONTHLY LARGE-TRANSACTION
001100*                   COMPLIANCE REPORT. READS LTX-SELECT'S CUSTOMER
001200*                   ITEMS SORTED BY CUSTOMER AND BUSINESS DAY AND
001300*                   TOTALS EACH CUSTOMER'S DEBITS AND CREDITS PER
001400*                   DAY ACROSS ALL OF ITS ACCOUNTS AND COMPANIES.
001500*                   A DAY WHOSE DEBITS OR CREDITS EXCEED THE
001600*                   CTLMSTR LARGETXN REPORTING AMOUNT IS FILED
001700*                   ('L'). ITEMS JUST UNDER THE AMOUNT (AT OR OVER
001800*                   THE NEAR-THRESHOLD FLOOR) ARE TRACKED ACROSS A
001900*                   ROLLING WINDOW OF CTLMSTR BUSINESS DAYS, AND
002000*                   WHEN THE WINDOW HOLDS THE MINIMUM COUNT OF
002100*                   THEM THEY ARE FILED AS POSSIBLE STRUCTURING
002200*                   ('S'). WRITES THE FIXED-LAYOUT FILING EXTRACT
002300*                   (LTXFILE - HEADER, ONE DETAIL PER FILING,
002400*                   TRAILER WITH CONTROL TOTALS) AND THE
002500*                   COMPLIANCE REVIEW REPORT (LTXRPT). AN 'F' CARD
002600*                   FILES FOR REAL AND MARKS EVERY FILED ACTHIST
002700*                   ENTRY SO IT IS NEVER FILED AGAIN; AN 'R' CARD
002800*                   IS A REVIEW RUN - THE EXTRACT IS FLAGGED TEST
002900*                   AND NOTHING IS MARKED.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT WORK-FILE ASSIGN TO 'LTXSORT'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FS-WORK-FILE.
003700     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CT-CONTROL-KEY
004100         FILE STATUS IS FS-CONTROL-MASTER-FILE.
004200     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS AH-HISTORY-KEY
004600         FILE STATUS IS FS-HISTORY-FILE.
004700     SELECT FILING-FILE ASSIGN TO 'LTXFILE'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-FILING-FILE.
005000     SELECT REPORT-FILE ASSIGN TO 'LTXRPT'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FS-REPORT-FILE.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600*--------------------------------------------------------------
005700* LTX-SELECT'S WORK RECORD, SORTED ON CUSTOMER KEY, POSTING DATE
005800* AND HISTORY KEY.
005900*--------------------------------------------------------------
006000 FD  WORK-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  WORK-RECORD.
006300     05  LW-CUSTOMER-KEY         PIC X(30).
006400     05  LW-POST-DATE            PIC 9(08).
006500     05  LW-HISTORY-KEY.
006600         10  LW-ACCOUNT-NUMBER   PIC X(10).
006700         10  LW-HIST-POST-DATE   PIC 9(08).
006800         10  LW-SEQUENCE         PIC 9(05).
006900     05  LW-COMPANY-CODE         PIC X(03).
007000     05  LW-AMOUNT               PIC S9(07)V99 COMP-3.
007100     05  LW-CUSTOMER-FOUND       PIC X(01).
007200         88  LW-REGISTERED-CUSTOMER      VALUE 'Y'.
007300     05  FILLER                  PIC X(10).
007400
007500 FD  CONTROL-MASTER-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  CONTROL-MASTER-RECORD.
007800     COPY CTLREC.
007900
008000 FD  HISTORY-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  HISTORY-RECORD.
008300     COPY ACTHREC.
008400
008500 FD  FILING-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  FILING-RECORD               PIC X(120).
008800
008900 FD  REPORT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  REPORT-RECORD               PIC X(80).
009200
009300 WORKING-STORAGE SECTION.
009400 01  FS-WORK-FILE                PIC X(02) VALUE '00'.
009500 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
009600 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
009700 01  FS-FILING-FILE              PIC X(02) VALUE '00'.
009800 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
009900 01  WS-SWITCHES.
010000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
010100         88  END-OF-FILE                    VALUE 'Y'.
010200     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
010300         88  WS-CALENDAR-EOF             VALUE 'Y'.
010400     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010500         88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.
010600     05  WS-WORK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010700         88  WS-WORK-FILE-OPEN               VALUE 'Y'.
010800     05  WS-THRESHOLD-SWITCH     PIC X(01) VALUE 'N'.
010900         88  WS-THRESHOLD-FOUND              VALUE 'Y'.
011000     05  WS-DAY-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011100         88  WS-DAY-OPEN                     VALUE 'Y'.
011200     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
011300         88  WS-TABLE-OVERFLOWED             VALUE 'Y'.
011400
011500*--------------------------------------------------------------
011600* SYSIN CARD - THE SAME CARD LTX-SELECT READS.
011700*--------------------------------------------------------------
011800 01  WS-RANGE-CARD.
011900     05  WS-RANGE-MODE           PIC X(01).
012000         88  WS-FILING-RUN               VALUE 'F'.
012100         88  WS-REVIEW-RUN               VALUE 'R'.
012200     05  WS-RC-FILL-1            PIC X(01).
012300     05  WS-RANGE-FROM-X         PIC X(08).
012400     05  WS-RC-FILL-2            PIC X(01).
012500     05  WS-RANGE-TO-X           PIC X(08).
012600
012700 01  WS-RUN-DATE                 PIC 9(08).
012800 01  WS-RANGE-FROM-DATE          PIC 9(08) VALUE ZERO.
012900 01  WS-RANGE-TO-DATE            PIC 9(08) VALUE ZERO.
013000
013100*--------------------------------------------------------------
013200* THE CTLMSTR 'T' LARGETXN ENTRY.
013300*--------------------------------------------------------------
013400 01  WS-REPORT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
013500 01  WS-NEAR-AMOUNT              PIC 9(09)V99 VALUE ZERO.
013600 01  WS-WINDOW-DAYS              PIC 9(02) COMP VALUE ZERO.
013700 01  WS-NEAR-MINIMUM             PIC 9(02) COMP VALUE ZERO.
013800
013900*--------------------------------------------------------------
014000* CTLMSTR BUSINESS DAYS, ASCENDING. A DAY'S POSITION IN THIS
014100* TABLE IS WHAT THE STRUCTURING WINDOW IS MEASURED IN.
014200*--------------------------------------------------------------
014300 01  WS-DAY-LIMIT                PIC 9(03) COMP VALUE 400.
014400 01  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
014500 01  WS-DAY-INDEX                PIC 9(03) COMP.
014600 01  WS-BUSINESS-DAY-TABLE.
014700     05  WS-BD-DATE              OCCURS 400 TIMES
014800                                 PIC 9(08).
014900
015000*--------------------------------------------------------------
015100* THE CUSTOMER-DAY BEING TOTALED.
015200*--------------------------------------------------------------
015300 01  WS-CURRENT-CUSTOMER         PIC X(30) VALUE SPACES.
015400 01  WS-CURRENT-FOUND            PIC X(01) VALUE 'N'.
015500 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
015600 01  WS-CURRENT-DAY-INDEX        PIC 9(03) COMP VALUE ZERO.
015700 01  WS-WINDOW-LOW-INDEX         PIC 9(03) COMP VALUE ZERO.
015800 01  WS-DAY-TOTALS.
015900     05  WS-DAY-ITEM-COUNT       PIC 9(05) COMP.
016000     05  WS-DAY-NEAR-COUNT       PIC 9(05) COMP.
016100     05  WS-DAY-DEBIT-TOTAL      PIC S9(11)V99 COMP-3.
016200     05  WS-DAY-CREDIT-TOTAL     PIC S9(11)V99 COMP-3.
016300     05  WS-DAY-FIRST-COMPANY    PIC X(03).
016400     05  WS-DAY-FIRST-ACCOUNT    PIC X(10).
016500 01  WS-ITEM-AMOUNT              PIC S9(07)V99 COMP-3.
016600
016700*--------------------------------------------------------------
016800* THE DAY'S ITEMS, HELD UNTIL THE DAY IS DECIDED SO A FILED DAY
016900* CAN MARK EVERY ONE OF THEM.
017000*--------------------------------------------------------------
017100 01  WS-DI-LIMIT                 PIC 9(03) COMP VALUE 200.
017200 01  WS-DI-COUNT                 PIC 9(03) COMP VALUE ZERO.
017300 01  WS-DI-INDEX                 PIC 9(03) COMP.
017400 01  WS-DAY-ITEM-TABLE.
017500     05  WS-DAY-ITEM-ENTRY       OCCURS 200 TIMES.
017600         10  WS-DI-HISTORY-KEY   PIC X(23).
017700         10  WS-DI-AMOUNT        PIC S9(07)V99 COMP-3.
017800         10  WS-DI-COMPANY-CODE  PIC X(03).
017900         10  WS-DI-NEAR-SW       PIC X(01).
018000             88  WS-DI-NEAR                  VALUE 'Y'.
018100
018200*--------------------------------------------------------------
018300* THE CUSTOMER'S NEAR-THRESHOLD ITEMS NOT YET FILED, OLDEST
018400* FIRST. CLEARED AT EACH NEW CUSTOMER; ITEMS THAT HAVE AGED OUT
018500* OF THE WINDOW ARE SQUEEZED OUT WHEN THE TABLE FILLS.
018600*--------------------------------------------------------------
018700 01  WS-NEAR-LIMIT               PIC 9(03) COMP VALUE 100.
018800 01  WS-NEAR-COUNT               PIC 9(03) COMP VALUE ZERO.
018900 01  WS-NEAR-INDEX               PIC 9(03) COMP.
019000 01  WS-NEAR-KEEP                PIC 9(03) COMP.
019100 01  WS-NEAR-ITEM-TABLE.
019200     05  WS-NEAR-ITEM-ENTRY      OCCURS 100 TIMES.
019300         10  WS-NI-HISTORY-KEY   PIC X(23).
019400         10  WS-NI-ACCOUNT-NUMBER REDEFINES WS-NI-HISTORY-KEY
019500                                 PIC X(10).
019600         10  WS-NI-POST-DATE     PIC 9(08).
019700         10  WS-NI-DAY-INDEX     PIC 9(03) COMP.
019800         10  WS-NI-AMOUNT        PIC S9(07)V99 COMP-3.
019900         10  WS-NI-COMPANY-CODE  PIC X(03).
020000         10  WS-NI-USED-SW       PIC X(01).
020100             88  WS-NI-USED                  VALUE 'Y'.
020200
020300 01  WS-WINDOW-TOTALS.
020400     05  WS-WINDOW-COUNT         PIC 9(05) COMP.
020500     05  WS-WINDOW-DEBIT-TOTAL   PIC S9(11)V99 COMP-3.
020600     05  WS-WINDOW-CREDIT-TOTAL  PIC S9(11)V99 COMP-3.
020700     05  WS-WINDOW-START-DATE    PIC 9(08).
020800     05  WS-WINDOW-COMPANY       PIC X(03).
020900     05  WS-WINDOW-ACCOUNT       PIC X(10).
021000
021100 01  WS-MARK-KEY                 PIC X(23).
021200 01  WS-MARK-TYPE                PIC X(01).
021300     88  WS-MARK-LARGE                   VALUE 'L'.
021400     88  WS-MARK-STRUCTURING             VALUE 'S'.
021500
021600 01  WS-COUNTERS.
021700     05  WS-ITEM-COUNT           PIC 9(07) COMP VALUE ZERO.
021800     05  WS-CUSTOMER-COUNT       PIC 9(07) COMP VALUE ZERO.
021900     05  WS-CUSTOMER-DAY-COUNT   PIC 9(07) COMP VALUE ZERO.
022000     05  WS-LARGE-COUNT          PIC 9(07) COMP VALUE ZERO.
022100     05  WS-STRUCT-COUNT         PIC 9(07) COMP VALUE ZERO.
022200     05  WS-FILING-SEQUENCE      PIC 9(06) COMP VALUE ZERO.
022300     05  WS-FILED-ITEM-COUNT     PIC 9(09) COMP VALUE ZERO.
022400     05  WS-MARKED-COUNT         PIC 9(09) COMP VALUE ZERO.
022500     05  WS-MARK-FAILED-COUNT    PIC 9(07) COMP VALUE ZERO.
022600     05  WS-UNTRACKED-COUNT      PIC 9(07) COMP VALUE ZERO.
022700 01  WS-FILED-DEBIT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
022800 01  WS-FILED-CREDIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
022900
023000*--------------------------------------------------------------
023100* REGULATORY FILING EXTRACT - FIXED 120-BYTE RECORDS, ALL
023200* DISPLAY. ONE HEADER, ONE DETAIL PER FILING, ONE TRAILER. THE
023300* HEADER'S MODE IS 'P' ON A FILING RUN AND 'T' (TEST) ON A
023400* REVIEW RUN. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS;
023500* DEBITS ARE POSITIVE POSTINGS, CREDITS NEGATIVE ONES.
023600*--------------------------------------------------------------
023700 01  WS-FILING-HEADER.
023800     05  LH-RECORD-TYPE          PIC X(01) VALUE 'H'.
023900     05  LH-FILER-NAME           PIC X(24)
024000         VALUE 'DAILY LEDGER PROCESSING'.
024100     05  LH-FILING-MODE          PIC X(01).
024200     05  LH-RUN-DATE             PIC 9(08).
024300     05  LH-FROM-DATE            PIC 9(08).
024400     05  LH-TO-DATE              PIC 9(08).
024500     05  LH-REPORT-AMOUNT        PIC 9(09)V99.
024600     05  LH-NEAR-AMOUNT          PIC 9(09)V99.
024700     05  LH-WINDOW-DAYS          PIC 9(02).
024800     05  LH-NEAR-MINIMUM         PIC 9(02).
024900     05  FILLER                  PIC X(44) VALUE SPACES.
025000 01  WS-FILING-DETAIL.
025100     05  LD-RECORD-TYPE          PIC X(01) VALUE 'D'.
025200     05  LD-FILING-TYPE          PIC X(01).
025300     05  LD-FILING-SEQUENCE      PIC 9(06).
025400     05  LD-CUSTOMER-KEY         PIC X(30).
025500     05  LD-CUSTOMER-FOUND       PIC X(01).
025600     05  LD-BUSINESS-DATE        PIC 9(08).
025700     05  LD-WINDOW-START         PIC 9(08).
025800     05  LD-ITEM-COUNT           PIC 9(05).
025900     05  LD-COMPANY-CODE         PIC X(03).
026000     05  LD-ACCOUNT-NUMBER       PIC X(10).
026100     05  LD-DEBIT-TOTAL          PIC 9(11)V99.
026200     05  LD-CREDIT-TOTAL         PIC 9(11)V99.
026300     05  FILLER                  PIC X(21) VALUE SPACES.
026400 01  WS-FILING-TRAILER.
026500     05  LT-RECORD-TYPE          PIC X(01) VALUE 'T'.
026600     05  LT-DETAIL-COUNT         PIC 9(07).
026700     05  LT-LARGE-COUNT          PIC 9(07).
026800     05  LT-STRUCT-COUNT         PIC 9(07).
026900     05  LT-ITEM-COUNT           PIC 9(09).
027000     05  LT-DEBIT-TOTAL          PIC 9(13)V99.
027100     05  LT-CREDIT-TOTAL         PIC 9(13)V99.
027200     05  FILLER                  PIC X(59) VALUE SPACES.
027300
027400*--------------------------------------------------------------
027500* COMPLIANCE REVIEW REPORT LINES
027600*--------------------------------------------------------------
027700 01  WS-REPORT-HEADING.
027800     05  FILLER                  PIC X(39)
027900         VALUE 'LTX-REPORT  LARGE-TRANSACTION REVIEW  '.
028000     05  RH-FROM-DATE            PIC 9(08).
028100     05  FILLER                  PIC X(04) VALUE ' TO '.
028200     05  RH-TO-DATE              PIC 9(08).
028300     05  FILLER                  PIC X(01) VALUE SPACE.
028400     05  RH-RUN-TYPE             PIC X(12).
028500 01  WS-THRESHOLD-LINE.
028600     05  FILLER                  PIC X(11) VALUE 'THRESHOLD '.
028700     05  TH-REPORT-AMOUNT        PIC Z(08)9.99.
028800     05  FILLER                  PIC X(08) VALUE '  NEAR '.
028900     05  TH-NEAR-AMOUNT          PIC Z(08)9.99.
029000     05  FILLER                  PIC X(10) VALUE '  WINDOW '.
029100     05  TH-WINDOW-DAYS          PIC Z9.
029200     05  FILLER                  PIC X(12) VALUE ' DAYS  MIN '.
029300     05  TH-NEAR-MINIMUM         PIC Z9.
029400 01  WS-COLUMN-HEADING.
029500     05  FILLER                  PIC X(40) VALUE
029600         'T CUSTOMER                       BUS DAT'.
029700     05  FILLER                  PIC X(36) VALUE
029800         'E ITEMS        DEBITS        CREDITS'.
029900 01  WS-FILING-LINE.
030000     05  FL-FILING-TYPE          PIC X(01).
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  FL-CUSTOMER-KEY         PIC X(30).
030300     05  FILLER                  PIC X(01) VALUE SPACE.
030400     05  FL-BUSINESS-DATE        PIC 9(08).
030500     05  FILLER                  PIC X(01) VALUE SPACE.
030600     05  FL-ITEM-COUNT           PIC Z(04)9.
030700     05  FL-DEBIT-TOTAL          PIC Z(10)9.99.
030800     05  FILLER                  PIC X(01) VALUE SPACE.
030900     05  FL-CREDIT-TOTAL         PIC Z(10)9.99.
031000 01  WS-WINDOW-LINE.
031100     05  FILLER                  PIC X(09) VALUE '  PERIOD '.
031200     05  WL-WINDOW-START         PIC 9(08).
031300     05  FILLER                  PIC X(01) VALUE '-'.
031400     05  WL-BUSINESS-DATE        PIC 9(08).
031500     05  FILLER                  PIC X(16)
031600         VALUE '  FIRST ACCOUNT '.
031700     05  WL-COMPANY-CODE         PIC X(03).
031800     05  FILLER                  PIC X(01) VALUE '-'.
031900     05  WL-ACCOUNT-NUMBER       PIC X(10).
032000 01  WS-COUNT-LINE.
032100     05  CL-LABEL                PIC X(32).
032200     05  CL-COUNT                PIC Z(08)9.
032300 01  WS-AMOUNT-LINE.
032400     05  AL-LABEL                PIC X(32).
032500     05  AL-AMOUNT               PIC Z(12)9.99.
032600
032700 PROCEDURE DIVISION.
032800 0000-MAINLINE.
032900     PERFORM 1000-INITIALIZE
033000         THRU 1000-INITIALIZE-EXIT
033100     PERFORM 3000-PROCESS-ONE-ITEM
033200         THRU 3000-PROCESS-ONE-ITEM-EXIT
033300         UNTIL END-OF-FILE
033400     IF WS-DAY-OPEN
033500         PERFORM 4000-CLOSE-DAY
033600             THRU 4000-CLOSE-DAY-EXIT
033700     END-IF
033800     IF RETURN-CODE NOT = 8
033900         PERFORM 8000-PRINT-CONTROL-TOTALS
034000             THRU 8000-PRINT-CONTROL-TOTALS-EXIT
034100     END-IF
034200     PERFORM 9999-TERMINATE
034300         THRU 9999-TERMINATE-EXIT
034400     STOP RUN.
034500
034600 1000-INITIALIZE.
034700     CALL 'PROC-DATE' USING WS-RUN-DATE
034800     ACCEPT WS-RANGE-CARD FROM SYSIN
034900     OPEN OUTPUT REPORT-FILE
035000     OPEN OUTPUT FILING-FILE
035100     IF NOT WS-FILING-RUN AND NOT WS-REVIEW-RUN
035200         DISPLAY 'LTX-REPORT: RANGE CARD MODE MUST BE F (FILE) '
035300             'OR R (REVIEW) - NOTHING FILED'
035400         MOVE 8 TO RETURN-CODE
035500         MOVE 'Y' TO EOF-SWITCH
035600         GO TO 1000-INITIALIZE-EXIT
035700     END-IF
035800     IF WS-RANGE-FROM-X NOT NUMERIC OR
035900        WS-RANGE-TO-X NOT NUMERIC
036000         DISPLAY 'LTX-REPORT: RANGE CARD NEEDS FROM AND TO '
036100             'DATES - NOTHING FILED'
036200         MOVE 8 TO RETURN-CODE
036300         MOVE 'Y' TO EOF-SWITCH
036400         GO TO 1000-INITIALIZE-EXIT
036500     END-IF
036600     MOVE WS-RANGE-FROM-X TO WS-RANGE-FROM-DATE
036700     MOVE WS-RANGE-TO-X TO WS-RANGE-TO-DATE
036800     PERFORM 1100-LOAD-CONTROL
036900         THRU 1100-LOAD-CONTROL-EXIT
037000     IF NOT WS-THRESHOLD-FOUND
037100         DISPLAY 'LTX-REPORT: NO LARGETXN THRESHOLD ENTRY ON '
037200             'CTLMSTR - NOTHING FILED'
037300         MOVE 8 TO RETURN-CODE
037400         MOVE 'Y' TO EOF-SWITCH
037500         GO TO 1000-INITIALIZE-EXIT
037600     END-IF
037700     IF WS-DAY-COUNT = ZERO
037800         DISPLAY 'LTX-REPORT: NO BUSINESS DAYS ON CTLMSTR - '
037900             'NO STRUCTURING WINDOW, NOTHING FILED'
038000         MOVE 8 TO RETURN-CODE
038100         MOVE 'Y' TO EOF-SWITCH
038200         GO TO 1000-INITIALIZE-EXIT
038300     END-IF
038400     IF WS-FILING-RUN
038500         OPEN I-O HISTORY-FILE
038600         IF FS-HISTORY-FILE NOT = '00' AND '05'
038700             DISPLAY 'LTX-REPORT: ACTHIST OPEN FAILED, STATUS='
038800                 FS-HISTORY-FILE ' - NOTHING FILED'
038900             MOVE 8 TO RETURN-CODE
039000             MOVE 'Y' TO EOF-SWITCH
039100             GO TO 1000-INITIALIZE-EXIT
039200         END-IF
039300         MOVE 'Y' TO WS-HIST-OPEN-SWITCH
039400     END-IF
039500     OPEN INPUT WORK-FILE
039600     IF FS-WORK-FILE NOT = '00'
039700         DISPLAY 'LTX-REPORT: NO SORTED ITEM FILE, STATUS='
039800             FS-WORK-FILE ' - NOTHING FILED'
039900         MOVE 8 TO RETURN-CODE
040000         MOVE 'Y' TO EOF-SWITCH
040100         GO TO 1000-INITIALIZE-EXIT
040200     END-IF
040300     MOVE 'Y' TO WS-WORK-OPEN-SWITCH
040400     PERFORM 1500-WRITE-HEADINGS
040500         THRU 1500-WRITE-HEADINGS-EXIT
040600     PERFORM 3100-READ-NEXT-ITEM
040700         THRU 3100-READ-NEXT-ITEM-EXIT.
040800 1000-INITIALIZE-EXIT.
040900     EXIT.
041000
041100 1100-LOAD-CONTROL.
041200     OPEN INPUT CONTROL-MASTER-FILE
041300     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
041400         DISPLAY 'LTX-REPORT: CTLMSTR OPEN FAILED, STATUS='
041500             FS-CONTROL-MASTER-FILE
041600         GO TO 1100-LOAD-CONTROL-EXIT
041700     END-IF
041800     MOVE 'T' TO CT-ENTRY-TYPE
041900     MOVE 'LARGETXN' TO CT-ENTRY-CODE
042000     READ CONTROL-MASTER-FILE
042100         INVALID KEY
042200             CONTINUE
042300         NOT INVALID KEY
042400             MOVE 'Y' TO WS-THRESHOLD-SWITCH
042500             MOVE CT-TH-REPORT-AMOUNT TO WS-REPORT-AMOUNT
042600             MOVE CT-TH-NEAR-AMOUNT TO WS-NEAR-AMOUNT
042700             MOVE CT-TH-WINDOW-DAYS TO WS-WINDOW-DAYS
042800             MOVE CT-TH-NEAR-COUNT TO WS-NEAR-MINIMUM
042900     END-READ
043000     MOVE 'D' TO CT-ENTRY-TYPE
043100     MOVE LOW-VALUES TO CT-ENTRY-CODE
043200     START CONTROL-MASTER-FILE
043300         KEY IS NOT LESS THAN CT-CONTROL-KEY
043400         INVALID KEY
043500             MOVE 'Y' TO WS-CAL-EOF-SWITCH
043600     END-START
043700     PERFORM 1200-LOAD-ONE-DAY
043800         THRU 1200-LOAD-ONE-DAY-EXIT
043900         UNTIL WS-CALENDAR-EOF
044000     CLOSE CONTROL-MASTER-FILE.
044100 1100-LOAD-CONTROL-EXIT.
044200     EXIT.
044300
044400 1200-LOAD-ONE-DAY.
044500     READ CONTROL-MASTER-FILE NEXT RECORD
044600         AT END
044700             MOVE 'Y' TO WS-CAL-EOF-SWITCH
044800             GO TO 1200-LOAD-ONE-DAY-EXIT
044900     END-READ
045000     IF NOT CT-BUSINESS-DAY-ENTRY
045100         MOVE 'Y' TO WS-CAL-EOF-SWITCH
045200         GO TO 1200-LOAD-ONE-DAY-EXIT
045300     END-IF
045400     IF WS-DAY-COUNT < WS-DAY-LIMIT
045500         ADD 1 TO WS-DAY-COUNT
045600         MOVE CT-ENTRY-CODE (1:8) TO WS-BD-DATE (WS-DAY-COUNT)
045700     ELSE
045800         DISPLAY 'LTX-REPORT: CALENDAR TABLE FULL '
045900             '- ' CT-ENTRY-CODE ' IGNORED'
046000     END-IF.
046100 1200-LOAD-ONE-DAY-EXIT.
046200     EXIT.
046300
046400 1500-WRITE-HEADINGS.
046500     MOVE WS-RANGE-FROM-DATE TO RH-FROM-DATE
046600     MOVE WS-RANGE-TO-DATE TO RH-TO-DATE
046700     IF WS-FILING-RUN
046800         MOVE 'FILING RUN' TO RH-RUN-TYPE
046900         MOVE 'P' TO LH-FILING-MODE
047000     ELSE
047100         MOVE 'REVIEW ONLY' TO RH-RUN-TYPE
047200         MOVE 'T' TO LH-FILING-MODE
047300     END-IF
047400     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
047500     MOVE WS-REPORT-AMOUNT TO TH-REPORT-AMOUNT
047600     MOVE WS-NEAR-AMOUNT TO TH-NEAR-AMOUNT
047700     MOVE WS-WINDOW-DAYS TO TH-WINDOW-DAYS
047800     MOVE WS-NEAR-MINIMUM TO TH-NEAR-MINIMUM
047900     WRITE REPORT-RECORD FROM WS-THRESHOLD-LINE
048000     MOVE SPACES TO REPORT-RECORD
048100     WRITE REPORT-RECORD
048200     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
048300     MOVE WS-RUN-DATE TO LH-RUN-DATE
048400     MOVE WS-RANGE-FROM-DATE TO LH-FROM-DATE
048500     MOVE WS-RANGE-TO-DATE TO LH-TO-DATE
048600     MOVE WS-REPORT-AMOUNT TO LH-REPORT-AMOUNT
048700     MOVE WS-NEAR-AMOUNT TO LH-NEAR-AMOUNT
048800     MOVE WS-WINDOW-DAYS TO LH-WINDOW-DAYS
048900     MOVE WS-NEAR-MINIMUM TO LH-NEAR-MINIMUM
049000     WRITE FILING-RECORD FROM WS-FILING-HEADER.
049100 1500-WRITE-HEADINGS-EXIT.
049200     EXIT.
049300
049400*--------------------------------------------------------------
049500* A CHANGE OF CUSTOMER OR POSTING DATE CLOSES THE DAY BEING
049600* TOTALED BEFORE THE NEW ITEM OPENS THE NEXT ONE.
049700*--------------------------------------------------------------
049800 3000-PROCESS-ONE-ITEM.
049900     ADD 1 TO WS-ITEM-COUNT
050000     IF WS-DAY-OPEN AND
050100        (LW-CUSTOMER-KEY NOT = WS-CURRENT-CUSTOMER OR
050200         LW-POST-DATE NOT = WS-CURRENT-DATE)
050300         PERFORM 4000-CLOSE-DAY
050400             THRU 4000-CLOSE-DAY-EXIT
050500     END-IF
050600     IF NOT WS-DAY-OPEN
050700         PERFORM 3200-OPEN-DAY
050800             THRU 3200-OPEN-DAY-EXIT
050900     END-IF
051000     PERFORM 3300-ACCUMULATE-ITEM
051100         THRU 3300-ACCUMULATE-ITEM-EXIT
051200     PERFORM 3100-READ-NEXT-ITEM
051300         THRU 3100-READ-NEXT-ITEM-EXIT.
051400 3000-PROCESS-ONE-ITEM-EXIT.
051500     EXIT.
051600
051700 3100-READ-NEXT-ITEM.
051800     READ WORK-FILE
051900         AT END
052000             MOVE 'Y' TO EOF-SWITCH
052100     END-READ.
052200 3100-READ-NEXT-ITEM-EXIT.
052300     EXIT.
052400
052500*--------------------------------------------------------------
052600* A NEW CUSTOMER STARTS WITH AN EMPTY NEAR-THRESHOLD TABLE. THE
052700* DAY'S CALENDAR POSITION IS THE FIRST BUSINESS DAY ON OR AFTER
052800* ITS POSTING DATE.
052900*--------------------------------------------------------------
053000 3200-OPEN-DAY.
053100     IF LW-CUSTOMER-KEY NOT = WS-CURRENT-CUSTOMER
053200         MOVE LW-CUSTOMER-KEY TO WS-CURRENT-CUSTOMER
053300         MOVE LW-CUSTOMER-FOUND TO WS-CURRENT-FOUND
053400         MOVE ZERO TO WS-NEAR-COUNT
053500         ADD 1 TO WS-CUSTOMER-COUNT
053600     END-IF
053700     MOVE LW-POST-DATE TO WS-CURRENT-DATE
053800     MOVE 1 TO WS-DAY-INDEX
053900     PERFORM 3250-SCAN-DAY
054000         THRU 3250-SCAN-DAY-EXIT
054100         UNTIL WS-DAY-INDEX > WS-DAY-COUNT OR
054200             WS-BD-DATE (WS-DAY-INDEX) NOT < WS-CURRENT-DATE
054300     MOVE WS-DAY-INDEX TO WS-CURRENT-DAY-INDEX
054400     MOVE ZERO TO WS-DAY-ITEM-COUNT
054500     MOVE ZERO TO WS-DAY-NEAR-COUNT
054600     MOVE ZERO TO WS-DAY-DEBIT-TOTAL
054700     MOVE ZERO TO WS-DAY-CREDIT-TOTAL
054800     MOVE LW-COMPANY-CODE TO WS-DAY-FIRST-COMPANY
054900     MOVE LW-ACCOUNT-NUMBER TO WS-DAY-FIRST-ACCOUNT
055000     MOVE ZERO TO WS-DI-COUNT
055100     ADD 1 TO WS-CUSTOMER-DAY-COUNT
055200     MOVE 'Y' TO WS-DAY-OPEN-SWITCH.
055300 3200-OPEN-DAY-EXIT.
055400     EXIT.
055500
055600 3250-SCAN-DAY.
055700     ADD 1 TO WS-DAY-INDEX.
055800 3250-SCAN-DAY-EXIT.
055900     EXIT.
056000
056100*--------------------------------------------------------------
056200* DEBITS AND CREDITS ARE TOTALED SEPARATELY - MONEY IN AND MONEY
056300* OUT ARE EACH MEASURED AGAINST THE THRESHOLD. AN ITEM IS NEAR
056400* THE THRESHOLD WHEN ITS SIZE, EITHER WAY, IS AT OR OVER THE
056500* FLOOR BUT UNDER THE REPORTING AMOUNT.
056600*--------------------------------------------------------------
056700 3300-ACCUMULATE-ITEM.
056800     ADD 1 TO WS-DAY-ITEM-COUNT
056900     IF LW-AMOUNT < ZERO
057000         COMPUTE WS-ITEM-AMOUNT = 0 - LW-AMOUNT
057100         ADD WS-ITEM-AMOUNT TO WS-DAY-CREDIT-TOTAL
057200     ELSE
057300         MOVE LW-AMOUNT TO WS-ITEM-AMOUNT
057400         ADD WS-ITEM-AMOUNT TO WS-DAY-DEBIT-TOTAL
057500     END-IF
057600     IF WS-DI-COUNT = WS-DI-LIMIT
057700         DISPLAY 'LTX-REPORT: DAY ITEM TABLE FULL - '
057800             LW-ACCOUNT-NUMBER ' ' LW-HIST-POST-DATE ' '
057900             LW-SEQUENCE ' NOT TRACKED'
058000         MOVE 'Y' TO WS-TABLE-FULL-SWITCH
058100         ADD 1 TO WS-UNTRACKED-COUNT
058200         GO TO 3300-ACCUMULATE-ITEM-EXIT
058300     END-IF
058400     ADD 1 TO WS-DI-COUNT
058500     MOVE LW-HISTORY-KEY TO WS-DI-HISTORY-KEY (WS-DI-COUNT)
058600     MOVE LW-AMOUNT TO WS-DI-AMOUNT (WS-DI-COUNT)
058700     MOVE LW-COMPANY-CODE TO WS-DI-COMPANY-CODE (WS-DI-COUNT)
058800     MOVE 'N' TO WS-DI-NEAR-SW (WS-DI-COUNT)
058900     IF WS-ITEM-AMOUNT NOT < WS-NEAR-AMOUNT AND
059000        WS-ITEM-AMOUNT < WS-REPORT-AMOUNT
059100         MOVE 'Y' TO WS-DI-NEAR-SW (WS-DI-COUNT)
059200         ADD 1 TO WS-DAY-NEAR-COUNT
059300     END-IF.
059400 3300-ACCUMULATE-ITEM-EXIT.
059500     EXIT.
059600
059700*--------------------------------------------------------------
059800* DAYS BEFORE THE FROM DATE ARE LOOKBACK ONLY - THEIR NEAR-
059900* THRESHOLD ITEMS FILL THE WINDOW BUT THE DAYS ARE NOT FILED
060000* (THE RUN THAT COVERED THEM DID THAT). A DAY FILED AS A LARGE
060100* TRANSACTION HAS ALREADY REPORTED ITS NEAR-THRESHOLD ITEMS, SO
060200* THEY ARE NOT COUNTED TOWARD STRUCTURING.
060300*--------------------------------------------------------------
060400 4000-CLOSE-DAY.
060500     MOVE 'N' TO WS-DAY-OPEN-SWITCH
060600     IF WS-CURRENT-DATE < WS-RANGE-FROM-DATE
060700         GO TO 4000-CLOSE-DAY-NEXT
060800     END-IF
060900     IF WS-DAY-DEBIT-TOTAL > WS-REPORT-AMOUNT OR
061000        WS-DAY-CREDIT-TOTAL > WS-REPORT-AMOUNT
061100         PERFORM 4100-FILE-LARGE-DAY
061200             THRU 4100-FILE-LARGE-DAY-EXIT
061300         GO TO 4000-CLOSE-DAY-EXIT
061400     END-IF.
061500 4000-CLOSE-DAY-NEXT.
061600     MOVE 1 TO WS-DI-INDEX
061700     PERFORM 4200-TABLE-NEAR-ITEM
061800         THRU 4200-TABLE-NEAR-ITEM-EXIT
061900         UNTIL WS-DI-INDEX > WS-DI-COUNT
062000     IF WS-CURRENT-DATE NOT < WS-RANGE-FROM-DATE AND
062100        WS-DAY-NEAR-COUNT > ZERO
062200         PERFORM 4300-CHECK-STRUCTURING
062300             THRU 4300-CHECK-STRUCTURING-EXIT
062400     END-IF.
062500 4000-CLOSE-DAY-EXIT.
062600     EXIT.
062700
062800 4100-FILE-LARGE-DAY.
062900     ADD 1 TO WS-LARGE-COUNT
063000     MOVE 'L' TO LD-FILING-TYPE
063100     MOVE WS-CURRENT-DATE TO LD-BUSINESS-DATE
063200     MOVE WS-CURRENT-DATE TO LD-WINDOW-START
063300     MOVE WS-DAY-ITEM-COUNT TO LD-ITEM-COUNT
063400     MOVE WS-DAY-FIRST-COMPANY TO LD-COMPANY-CODE
063500     MOVE WS-DAY-FIRST-ACCOUNT TO LD-ACCOUNT-NUMBER
063600     MOVE WS-DAY-DEBIT-TOTAL TO LD-DEBIT-TOTAL
063700     MOVE WS-DAY-CREDIT-TOTAL TO LD-CREDIT-TOTAL
063800     PERFORM 6000-WRITE-FILING
063900         THRU 6000-WRITE-FILING-EXIT
064000     MOVE 'L' TO WS-MARK-TYPE
064100     MOVE 1 TO WS-DI-INDEX
064200     PERFORM 4150-MARK-DAY-ITEM
064300         THRU 4150-MARK-DAY-ITEM-EXIT
064400         UNTIL WS-DI-INDEX > WS-DI-COUNT.
064500 4100-FILE-LARGE-DAY-EXIT.
064600     EXIT.
064700
064800 4150-MARK-DAY-ITEM.
064900     MOVE WS-DI-HISTORY-KEY (WS-DI-INDEX) TO WS-MARK-KEY
065000     PERFORM 6500-MARK-HISTORY
065100         THRU 6500-MARK-HISTORY-EXIT
065200     ADD 1 TO WS-DI-INDEX.
065300 4150-MARK-DAY-ITEM-EXIT.
065400     EXIT.
065500
065600 4200-TABLE-NEAR-ITEM.
065700     IF NOT WS-DI-NEAR (WS-DI-INDEX)
065800         GO TO 4200-TABLE-NEAR-ITEM-NEXT
065900     END-IF
066000     IF WS-NEAR-COUNT = WS-NEAR-LIMIT
066100         PERFORM 4250-SQUEEZE-NEAR-TABLE
066200             THRU 4250-SQUEEZE-NEAR-TABLE-EXIT
066300     END-IF
066400     IF WS-NEAR-COUNT = WS-NEAR-LIMIT
066500         DISPLAY 'LTX-REPORT: NEAR-THRESHOLD TABLE FULL - '
066600             WS-DI-HISTORY-KEY (WS-DI-INDEX) ' NOT TRACKED'
066700         MOVE 'Y' TO WS-TABLE-FULL-SWITCH
066800         ADD 1 TO WS-UNTRACKED-COUNT
066900         GO TO 4200-TABLE-NEAR-ITEM-NEXT
067000     END-IF
067100     ADD 1 TO WS-NEAR-COUNT
067200     MOVE WS-DI-HISTORY-KEY (WS-DI-INDEX)
067300         TO WS-NI-HISTORY-KEY (WS-NEAR-COUNT)
067400     MOVE WS-CURRENT-DATE TO WS-NI-POST-DATE (WS-NEAR-COUNT)
067500     MOVE WS-CURRENT-DAY-INDEX TO WS-NI-DAY-INDEX (WS-NEAR-COUNT)
067600     MOVE WS-DI-AMOUNT (WS-DI-INDEX)
067700         TO WS-NI-AMOUNT (WS-NEAR-COUNT)
067800     MOVE WS-DI-COMPANY-CODE (WS-DI-INDEX)
067900         TO WS-NI-COMPANY-CODE (WS-NEAR-COUNT)
068000     MOVE 'N' TO WS-NI-USED-SW (WS-NEAR-COUNT).
068100 4200-TABLE-NEAR-ITEM-NEXT.
068200     ADD 1 TO WS-DI-INDEX.
068300 4200-TABLE-NEAR-ITEM-EXIT.
068400     EXIT.
068500
068600*--------------------------------------------------------------
068700* KEEP ONLY THE UNFILED ITEMS STILL INSIDE A WINDOW ENDING ON
068800* THE CURRENT DAY - THE DAYS ONLY MOVE FORWARD, SO NOTHING
068900* DROPPED HERE COULD COUNT AGAIN.
069000*--------------------------------------------------------------
069100 4250-SQUEEZE-NEAR-TABLE.
069200     PERFORM 4400-SET-WINDOW-LOW
069300         THRU 4400-SET-WINDOW-LOW-EXIT
069400     MOVE ZERO TO WS-NEAR-KEEP
069500     MOVE 1 TO WS-NEAR-INDEX
069600     PERFORM 4260-KEEP-NEAR-ITEM
069700         THRU 4260-KEEP-NEAR-ITEM-EXIT
069800         UNTIL WS-NEAR-INDEX > WS-NEAR-COUNT
069900     MOVE WS-NEAR-KEEP TO WS-NEAR-COUNT.
070000 4250-SQUEEZE-NEAR-TABLE-EXIT.
070100     EXIT.
070200
070300 4260-KEEP-NEAR-ITEM.
070400     IF NOT WS-NI-USED (WS-NEAR-INDEX) AND
070500        WS-NI-DAY-INDEX (WS-NEAR-INDEX) NOT < WS-WINDOW-LOW-INDEX
070600         ADD 1 TO WS-NEAR-KEEP
070700         IF WS-NEAR-KEEP NOT = WS-NEAR-INDEX
070800             MOVE WS-NEAR-ITEM-ENTRY (WS-NEAR-INDEX)
070900                 TO WS-NEAR-ITEM-ENTRY (WS-NEAR-KEEP)
071000         END-IF
071100     END-IF
071200     ADD 1 TO WS-NEAR-INDEX.
071300 4260-KEEP-NEAR-ITEM-EXIT.
071400     EXIT.
071500
071600*--------------------------------------------------------------
071700* THE WINDOW IS THE CURRENT BUSINESS DAY AND THE ONES BEFORE IT,
071800* WINDOW-DAYS IN ALL. WHEN IT HOLDS AT LEAST THE MINIMUM COUNT OF
071900* UNFILED NEAR-THRESHOLD ITEMS THEY ARE FILED TOGETHER AS ONE
072000* STRUCTURING FILING DATED THE CURRENT DAY.
072100*--------------------------------------------------------------
072200 4300-CHECK-STRUCTURING.
072300     PERFORM 4400-SET-WINDOW-LOW
072400         THRU 4400-SET-WINDOW-LOW-EXIT
072500     MOVE ZERO TO WS-WINDOW-COUNT
072600     MOVE ZERO TO WS-WINDOW-DEBIT-TOTAL
072700     MOVE ZERO TO WS-WINDOW-CREDIT-TOTAL
072800     MOVE WS-CURRENT-DATE TO WS-WINDOW-START-DATE
072900     MOVE SPACES TO WS-WINDOW-COMPANY
073000     MOVE SPACES TO WS-WINDOW-ACCOUNT
073100     MOVE 1 TO WS-NEAR-INDEX
073200     PERFORM 4350-COUNT-NEAR-ITEM
073300         THRU 4350-COUNT-NEAR-ITEM-EXIT
073400         UNTIL WS-NEAR-INDEX > WS-NEAR-COUNT
073500     IF WS-WINDOW-COUNT < WS-NEAR-MINIMUM
073600         GO TO 4300-CHECK-STRUCTURING-EXIT
073700     END-IF
073800     ADD 1 TO WS-STRUCT-COUNT
073900     MOVE 'S' TO LD-FILING-TYPE
074000     MOVE WS-CURRENT-DATE TO LD-BUSINESS-DATE
074100     MOVE WS-WINDOW-START-DATE TO LD-WINDOW-START
074200     MOVE WS-WINDOW-COUNT TO LD-ITEM-COUNT
074300     MOVE WS-WINDOW-COMPANY TO LD-COMPANY-CODE
074400     MOVE WS-WINDOW-ACCOUNT TO LD-ACCOUNT-NUMBER
074500     MOVE WS-WINDOW-DEBIT-TOTAL TO LD-DEBIT-TOTAL
074600     MOVE WS-WINDOW-CREDIT-TOTAL TO LD-CREDIT-TOTAL
074700     PERFORM 6000-WRITE-FILING
074800         THRU 6000-WRITE-FILING-EXIT
074900     MOVE 'S' TO WS-MARK-TYPE
075000     MOVE 1 TO WS-NEAR-INDEX
075100     PERFORM 4450-MARK-NEAR-ITEM
075200         THRU 4450-MARK-NEAR-ITEM-EXIT
075300         UNTIL WS-NEAR-INDEX > WS-NEAR-COUNT.
075400 4300-CHECK-STRUCTURING-EXIT.
075500     EXIT.
075600
075700 4350-COUNT-NEAR-ITEM.
075800     IF WS-NI-USED (WS-NEAR-INDEX) OR
075900        WS-NI-DAY-INDEX (WS-NEAR-INDEX) < WS-WINDOW-LOW-INDEX OR
076000        WS-NI-DAY-INDEX (WS-NEAR-INDEX) > WS-CURRENT-DAY-INDEX
076100         GO TO 4350-COUNT-NEAR-ITEM-NEXT
076200     END-IF
076300     ADD 1 TO WS-WINDOW-COUNT
076400     IF WS-WINDOW-COUNT = 1
076500         MOVE WS-NI-COMPANY-CODE (WS-NEAR-INDEX)
076600             TO WS-WINDOW-COMPANY
076700         MOVE WS-NI-ACCOUNT-NUMBER (WS-NEAR-INDEX)
076800             TO WS-WINDOW-ACCOUNT
076900     END-IF
077000     IF WS-NI-POST-DATE (WS-NEAR-INDEX) < WS-WINDOW-START-DATE
077100         MOVE WS-NI-POST-DATE (WS-NEAR-INDEX)
077200             TO WS-WINDOW-START-DATE
077300     END-IF
077400     IF WS-NI-AMOUNT (WS-NEAR-INDEX) < ZERO
077500         SUBTRACT WS-NI-AMOUNT (WS-NEAR-INDEX)
077600             FROM WS-WINDOW-CREDIT-TOTAL
077700     ELSE
077800         ADD WS-NI-AMOUNT (WS-NEAR-INDEX)
077900             TO WS-WINDOW-DEBIT-TOTAL
078000     END-IF.
078100 4350-COUNT-NEAR-ITEM-NEXT.
078200     ADD 1 TO WS-NEAR-INDEX.
078300 4350-COUNT-NEAR-ITEM-EXIT.
078400     EXIT.
078500
078600 4400-SET-WINDOW-LOW.
078700     IF WS-CURRENT-DAY-INDEX > WS-WINDOW-DAYS
078800         COMPUTE WS-WINDOW-LOW-INDEX =
078900             WS-CURRENT-DAY-INDEX - WS-WINDOW-DAYS + 1
079000     ELSE
079100         MOVE 1 TO WS-WINDOW-LOW-INDEX
079200     END-IF.
079300 4400-SET-WINDOW-LOW-EXIT.
079400     EXIT.
079500
079600 4450-MARK-NEAR-ITEM.
079700     IF NOT WS-NI-USED (WS-NEAR-INDEX) AND
079800        WS-NI-DAY-INDEX (WS-NEAR-INDEX)
079900            NOT < WS-WINDOW-LOW-INDEX AND
080000        WS-NI-DAY-INDEX (WS-NEAR-INDEX)
080100            NOT > WS-CURRENT-DAY-INDEX
080200         MOVE 'Y' TO WS-NI-USED-SW (WS-NEAR-INDEX)
080300         MOVE WS-NI-HISTORY-KEY (WS-NEAR-INDEX) TO WS-MARK-KEY
080400         PERFORM 6500-MARK-HISTORY
080500             THRU 6500-MARK-HISTORY-EXIT
080600     END-IF
080700     ADD 1 TO WS-NEAR-INDEX.
080800 4450-MARK-NEAR-ITEM-EXIT.
080900     EXIT.
081000
081100*--------------------------------------------------------------
081200* THE CALLER HAS FILLED THE DETAIL'S FILING FIELDS; THIS STAMPS
081300* THE SEQUENCE AND CUSTOMER, WRITES THE EXTRACT DETAIL AND THE
081400* REVIEW LINE, AND ADDS TO THE TRAILER'S CONTROL TOTALS.
081500*--------------------------------------------------------------
081600 6000-WRITE-FILING.
081700     ADD 1 TO WS-FILING-SEQUENCE
081800     MOVE WS-FILING-SEQUENCE TO LD-FILING-SEQUENCE
081900     MOVE WS-CURRENT-CUSTOMER TO LD-CUSTOMER-KEY
082000     MOVE WS-CURRENT-FOUND TO LD-CUSTOMER-FOUND
082100     WRITE FILING-RECORD FROM WS-FILING-DETAIL
082200     ADD LD-ITEM-COUNT TO WS-FILED-ITEM-COUNT
082300     ADD LD-DEBIT-TOTAL TO WS-FILED-DEBIT-TOTAL
082400     ADD LD-CREDIT-TOTAL TO WS-FILED-CREDIT-TOTAL
082500     MOVE LD-FILING-TYPE TO FL-FILING-TYPE
082600     MOVE LD-CUSTOMER-KEY TO FL-CUSTOMER-KEY
082700     MOVE LD-BUSINESS-DATE TO FL-BUSINESS-DATE
082800     MOVE LD-ITEM-COUNT TO FL-ITEM-COUNT
082900     MOVE LD-DEBIT-TOTAL TO FL-DEBIT-TOTAL
083000     MOVE LD-CREDIT-TOTAL TO FL-CREDIT-TOTAL
083100     WRITE REPORT-RECORD FROM WS-FILING-LINE
083200     MOVE LD-WINDOW-START TO WL-WINDOW-START
083300     MOVE LD-BUSINESS-DATE TO WL-BUSINESS-DATE
083400     MOVE LD-COMPANY-CODE TO WL-COMPANY-CODE
083500     MOVE LD-ACCOUNT-NUMBER TO WL-ACCOUNT-NUMBER
083600     WRITE REPORT-RECORD FROM WS-WINDOW-LINE.
083700 6000-WRITE-FILING-EXIT.
083800     EXIT.
083900
084000*--------------------------------------------------------------
084100* A REVIEW RUN MARKS NOTHING. A MARK THAT CANNOT BE MADE LEAVES
084200* THE ENTRY OPEN TO A SECOND FILING, SO IT IS COUNTED AND THE
084300* CONTROL TOTALS WILL NOT AGREE.
084400*--------------------------------------------------------------
084500 6500-MARK-HISTORY.
084600     IF NOT WS-FILING-RUN
084700         GO TO 6500-MARK-HISTORY-EXIT
084800     END-IF
084900     MOVE WS-MARK-KEY TO AH-HISTORY-KEY
085000     READ HISTORY-FILE
085100         INVALID KEY
085200             DISPLAY 'LTX-REPORT: ACTHIST ENTRY ' WS-MARK-KEY
085300                 ' NOT FOUND - NOT MARKED'
085400             ADD 1 TO WS-MARK-FAILED-COUNT
085500             GO TO 6500-MARK-HISTORY-EXIT
085600     END-READ
085700     IF WS-MARK-LARGE
085800         MOVE 'Y' TO AH-LARGE-FILED-FLAG
085900     ELSE
086000         MOVE 'Y' TO AH-STRUCT-FILED-FLAG
086100     END-IF
086200     REWRITE HISTORY-RECORD
086300         INVALID KEY
086400             DISPLAY 'LTX-REPORT: ACTHIST ENTRY ' WS-MARK-KEY
086500                 ' REWRITE FAILED - NOT MARKED'
086600             ADD 1 TO WS-MARK-FAILED-COUNT
086700         NOT INVALID KEY
086800             ADD 1 TO WS-MARKED-COUNT
086900     END-REWRITE.
087000 6500-MARK-HISTORY-EXIT.
087100     EXIT.
087200
087300*--------------------------------------------------------------
087400* THE TRAILER CARRIES THE CONTROL TOTALS; THE REVIEW REPORT
087500* PROVES THEM. ON A FILING RUN EVERY ITEM FILED MUST HAVE BEEN
087600* MARKED, OR THE RUN ENDS RC=4.
087700*--------------------------------------------------------------
087800 8000-PRINT-CONTROL-TOTALS.
087900     MOVE WS-FILING-SEQUENCE TO LT-DETAIL-COUNT
088000     MOVE WS-LARGE-COUNT TO LT-LARGE-COUNT
088100     MOVE WS-STRUCT-COUNT TO LT-STRUCT-COUNT
088200     MOVE WS-FILED-ITEM-COUNT TO LT-ITEM-COUNT
088300     MOVE WS-FILED-DEBIT-TOTAL TO LT-DEBIT-TOTAL
088400     MOVE WS-FILED-CREDIT-TOTAL TO LT-CREDIT-TOTAL
088500     WRITE FILING-RECORD FROM WS-FILING-TRAILER
088600     IF WS-FILING-SEQUENCE = ZERO
088700         MOVE 'NO FILINGS FOR THIS RANGE' TO REPORT-RECORD
088800         WRITE REPORT-RECORD
088900     END-IF
089000     MOVE SPACES TO REPORT-RECORD
089100     WRITE REPORT-RECORD
089200     MOVE 'CONTROL TOTALS' TO REPORT-RECORD
089300     WRITE REPORT-RECORD
089400     MOVE 'ITEMS READ' TO CL-LABEL
089500     MOVE WS-ITEM-COUNT TO CL-COUNT
089600     WRITE REPORT-RECORD FROM WS-COUNT-LINE
089700     MOVE 'CUSTOMERS' TO CL-LABEL
089800     MOVE WS-CUSTOMER-COUNT TO CL-COUNT
089900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
090000     MOVE 'CUSTOMER-DAYS' TO CL-LABEL
090100     MOVE WS-CUSTOMER-DAY-COUNT TO CL-COUNT
090200     WRITE REPORT-RECORD FROM WS-COUNT-LINE
090300     MOVE 'LARGE-TRANSACTION FILINGS' TO CL-LABEL
090400     MOVE WS-LARGE-COUNT TO CL-COUNT
090500     WRITE REPORT-RECORD FROM WS-COUNT-LINE
090600     MOVE 'STRUCTURING FILINGS' TO CL-LABEL
090700     MOVE WS-STRUCT-COUNT TO CL-COUNT
090800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
090900     MOVE 'ITEMS FILED' TO CL-LABEL
091000     MOVE WS-FILED-ITEM-COUNT TO CL-COUNT
091100     WRITE REPORT-RECORD FROM WS-COUNT-LINE
091200     MOVE 'DEBITS FILED' TO AL-LABEL
091300     MOVE WS-FILED-DEBIT-TOTAL TO AL-AMOUNT
091400     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
091500     MOVE 'CREDITS FILED' TO AL-LABEL
091600     MOVE WS-FILED-CREDIT-TOTAL TO AL-AMOUNT
091700     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
091800     IF WS-FILING-RUN
091900         MOVE 'ACTHIST ENTRIES MARKED' TO CL-LABEL
092000         MOVE WS-MARKED-COUNT TO CL-COUNT
092100         WRITE REPORT-RECORD FROM WS-COUNT-LINE
092200         MOVE 'MARKS FAILED' TO CL-LABEL
092300         MOVE WS-MARK-FAILED-COUNT TO CL-COUNT
092400         WRITE REPORT-RECORD FROM WS-COUNT-LINE
092500         IF WS-MARKED-COUNT NOT = WS-FILED-ITEM-COUNT
092600             MOVE '*** MARKS DO NOT AGREE WITH ITEMS FILED ***'
092700                 TO REPORT-RECORD
092800             WRITE REPORT-RECORD
092900             IF RETURN-CODE < 4
093000                 MOVE 4 TO RETURN-CODE
093100             END-IF
093200         END-IF
093300     ELSE
093400         MOVE 'REVIEW RUN - NOTHING MARKED ON ACTHIST'
093500             TO REPORT-RECORD
093600         WRITE REPORT-RECORD
093700     END-IF
093800     IF WS-TABLE-OVERFLOWED
093900         MOVE 'ITEMS NOT TRACKED (TABLE FULL)' TO CL-LABEL
094000         MOVE WS-UNTRACKED-COUNT TO CL-COUNT
094100         WRITE REPORT-RECORD FROM WS-COUNT-LINE
094200         MOVE '*** TABLE FULL - FILINGS ARE INCOMPLETE ***'
094300             TO REPORT-RECORD
094400         WRITE REPORT-RECORD
094500         IF RETURN-CODE < 4
094600             MOVE 4 TO RETURN-CODE
094700         END-IF
094800     END-IF
094900     DISPLAY 'LTX-REPORT: ITEMS READ.......... ' WS-ITEM-COUNT
095000     DISPLAY 'LTX-REPORT: CUSTOMER-DAYS....... '
095100         WS-CUSTOMER-DAY-COUNT
095200     DISPLAY 'LTX-REPORT: LARGE FILINGS....... ' WS-LARGE-COUNT
095300     DISPLAY 'LTX-REPORT: STRUCTURING FILINGS. ' WS-STRUCT-COUNT
095400     DISPLAY 'LTX-REPORT: ITEMS FILED......... '
095500         WS-FILED-ITEM-COUNT
095600     DISPLAY 'LTX-REPORT: ENTRIES MARKED...... ' WS-MARKED-COUNT.
095700 8000-PRINT-CONTROL-TOTALS-EXIT.
095800     EXIT.
095900
096000 9999-TERMINATE.
096100     IF WS-HISTORY-FILE-OPEN
096200         CLOSE HISTORY-FILE
096300     END-IF
096400     IF WS-WORK-FILE-OPEN
096500         CLOSE WORK-FILE
096600     END-IF
096700     CLOSE FILING-FILE
096800     CLOSE REPORT-FILE.
096900 9999-TERMINATE-EXIT.
097000     EXIT.
