000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ITX-REPORT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. YEAR-END INTEREST TAX REPORT.
001100*                   READS ITX-SELECT'S ACCOUNTS SORTED BY CUSTOMER
001200*                   AND PRINTS ONE INTEREST TAX NOTICE PER
001300*                   CUSTOMER (ITXNOTC) LISTING EVERY ACCOUNT'S
001400*                   INTEREST PAID FOR THE YEAR. ACCOUNTS AT OR
001500*                   OVER THE CTLMSTR INTTAX REPORTING MINIMUM ARE
001600*                   FILED - ONE DETAIL PER CUSTOMER ON THE
001700*                   TAX-AUTHORITY EXTRACT (ITXFILE, HEADER AND
001800*                   TRAILER WITH CONTROL TOTALS); ACCOUNTS BELOW
001900*                   IT ARE PRINTED ON THE NOTICE AND LISTED ON THE
002000*                   CONTROL REPORT (ITXRPT) BUT NOT FILED. THE
002100*                   BUCKETS ARE THEN PROVEN AGAINST THE YEAR'S
002200*                   CAPITALIZATIONS ON ACTHIST, AND THE EXTRACT
002300*                   TRAILER AGAINST THE ACCOUNTS FILED. ONLY A
002400*                   PROVEN 'F' (FILING) RUN ROLLS THE INTYTD
002500*                   BUCKETS INTO THE NEXT TAX YEAR; AN 'R' CARD IS
002600*                   A REVIEW RUN - THE EXTRACT IS FLAGGED TEST AND
002700*                   NOTHING IS ROLLED.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT WORK-FILE ASSIGN TO 'ITXSORT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FS-WORK-FILE.
003500     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CT-CONTROL-KEY
003900         FILE STATUS IS FS-CONTROL-MASTER-FILE.
004000     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AH-HISTORY-KEY
004400         FILE STATUS IS FS-HISTORY-FILE.
004500     SELECT INTEREST-YTD-FILE ASSIGN TO 'INTYTD'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS IY-MASTER-KEY
004900         FILE STATUS IS FS-INTEREST-YTD-FILE.
005000     SELECT NOTICE-FILE ASSIGN TO 'ITXNOTC'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FS-NOTICE-FILE.
005300     SELECT FILING-FILE ASSIGN TO 'ITXFILE'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-FILING-FILE.
005600     SELECT REPORT-FILE ASSIGN TO 'ITXRPT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FS-REPORT-FILE.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*--------------------------------------------------------------
006300* ITX-SELECT'S WORK RECORD, SORTED ON CUSTOMER KEY AND MASTER
006400* KEY.
006500*--------------------------------------------------------------
006600 FD  WORK-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  WORK-RECORD.
006900     05  IW-CUSTOMER-KEY         PIC X(30).
007000     05  IW-MASTER-KEY.
007100         10  IW-COMPANY-CODE     PIC X(03).
007200         10  IW-ACCOUNT-NUMBER   PIC X(10).
007300     05  IW-CUSTOMER-FOUND       PIC X(01).
007400         88  IW-REGISTERED-CUSTOMER      VALUE 'Y'.
007500     05  IW-BRANCH-CODE          PIC X(04).
007600     05  IW-INTEREST-PAID        PIC S9(09)V99 COMP-3.
007700     05  IW-CAPITALIZED-COUNT    PIC 9(03).
007800     05  IW-LAST-CAPITALIZED     PIC 9(08).
007900     05  FILLER                  PIC X(15).
008000
008100 FD  CONTROL-MASTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  CONTROL-MASTER-RECORD.
008400     COPY CTLREC.
008500
008600 FD  HISTORY-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  HISTORY-RECORD.
008900     COPY ACTHREC.
009000
009100 FD  INTEREST-YTD-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  INTEREST-YTD-RECORD.
009400     COPY INTYREC.
009500
009600 FD  NOTICE-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  NOTICE-RECORD               PIC X(80).
009900
010000 FD  FILING-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  FILING-RECORD               PIC X(120).
010300
010400 FD  REPORT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  REPORT-RECORD               PIC X(80).
010700
010800 WORKING-STORAGE SECTION.
010900 01  FS-WORK-FILE                PIC X(02) VALUE '00'.
011000 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
011100 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
011200 01  FS-INTEREST-YTD-FILE        PIC X(02) VALUE '00'.
011300 01  FS-NOTICE-FILE              PIC X(02) VALUE '00'.
011400 01  FS-FILING-FILE              PIC X(02) VALUE '00'.
011500 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
011600 01  WS-SWITCHES.
011700     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
011800         88  END-OF-FILE                    VALUE 'Y'.
011900     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
012000         88  WS-HISTORY-EOF              VALUE 'Y'.
012100     05  WS-YTD-EOF-SWITCH       PIC X(01) VALUE 'N'.
012200         88  WS-INTEREST-YTD-EOF         VALUE 'Y'.
012300     05  WS-WORK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012400         88  WS-WORK-FILE-OPEN               VALUE 'Y'.
012500     05  WS-TAX-ENTRY-SWITCH     PIC X(01) VALUE 'N'.
012600         88  WS-TAX-ENTRY-FOUND              VALUE 'Y'.
012700     05  WS-CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
012800         88  WS-CUSTOMER-OPEN                VALUE 'Y'.
012900     05  WS-PROOF-SWITCH         PIC X(01) VALUE 'N'.
013000         88  WS-FILING-PROVEN                VALUE 'Y'.
013100
013200*--------------------------------------------------------------
013300* SYSIN CARD - THE SAME CARD ITX-SELECT READS.
013400*--------------------------------------------------------------
013500 01  WS-TAX-CARD.
013600     05  WS-TAX-MODE             PIC X(01).
013700         88  WS-FILING-RUN               VALUE 'F'.
013800         88  WS-REVIEW-RUN               VALUE 'R'.
013900     05  WS-TC-FILL-1            PIC X(01).
014000     05  WS-TAX-YEAR-X           PIC X(04).
014100
014200 01  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
014300 01  WS-NEXT-TAX-YEAR            PIC 9(04) VALUE ZERO.
014400 01  WS-RUN-DATE                 PIC 9(08).
014500 01  WS-TRANS-DATE               PIC 9(08).
014600 01  WS-TRANS-DATE-PARTS REDEFINES WS-TRANS-DATE.
014700     05  WS-TRANS-YEAR           PIC 9(04).
014800     05  FILLER                  PIC 9(04).
014900
015000*--------------------------------------------------------------
015100* THE CTLMSTR 'T' INTTAX ENTRY.
015200*--------------------------------------------------------------
015300 01  WS-REPORT-MINIMUM           PIC 9(07)V99 VALUE ZERO.
015400 01  WS-PAYER-ID                 PIC X(12) VALUE SPACES.
015500
015600*--------------------------------------------------------------
015700* THE CUSTOMER BEING NOTIFIED.
015800*--------------------------------------------------------------
015900 01  WS-CURRENT-CUSTOMER         PIC X(30) VALUE SPACES.
016000 01  WS-CURRENT-FOUND            PIC X(01) VALUE 'N'.
016100 01  WS-CUSTOMER-TOTALS.
016200     05  WS-CUST-ACCOUNT-COUNT   PIC 9(05) COMP.
016300     05  WS-CUST-FILED-COUNT     PIC 9(05) COMP.
016400     05  WS-CUST-PAID-TOTAL      PIC S9(11)V99 COMP-3.
016500     05  WS-CUST-FILED-TOTAL     PIC S9(11)V99 COMP-3.
016600     05  WS-CUST-BRANCH-CODE     PIC X(04).
016700     05  WS-CUST-FIRST-COMPANY   PIC X(03).
016800     05  WS-CUST-FIRST-ACCOUNT   PIC X(10).
016900
017000*--------------------------------------------------------------
017100* NOTICE PAGINATION - EVERY NOTICE STARTS A FRESH PAGE AND
017200* NUMBERS ITS OWN PAGES FROM ONE.
017300*--------------------------------------------------------------
017400 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
017500 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
017600 01  WS-NOTICE-PAGE-NUMBER       PIC 9(04) COMP VALUE ZERO.
017700 01  WS-PRINT-LINE               PIC X(80).
017800
017900 01  WS-COUNTERS.
018000     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
018100     05  WS-CUSTOMER-COUNT       PIC 9(07) COMP VALUE ZERO.
018200     05  WS-PAGE-COUNT           PIC 9(07) COMP VALUE ZERO.
018300     05  WS-FILING-SEQUENCE      PIC 9(06) COMP VALUE ZERO.
018400     05  WS-FILED-ACCOUNT-COUNT  PIC 9(07) COMP VALUE ZERO.
018500     05  WS-DETAIL-ACCOUNT-COUNT PIC 9(07) COMP VALUE ZERO.
018600     05  WS-BELOW-COUNT          PIC 9(07) COMP VALUE ZERO.
018700     05  WS-HISTORY-COUNT        PIC 9(09) COMP VALUE ZERO.
018800     05  WS-CAPITALIZED-ROWS     PIC 9(07) COMP VALUE ZERO.
018900     05  WS-REVERSED-ROWS        PIC 9(07) COMP VALUE ZERO.
019000     05  WS-ROLLED-COUNT         PIC 9(07) COMP VALUE ZERO.
019100     05  WS-ROLL-FAILED-COUNT    PIC 9(07) COMP VALUE ZERO.
019200 01  WS-BUCKET-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
019300 01  WS-FILED-ACCOUNT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
019400 01  WS-FILED-DETAIL-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
019500 01  WS-BELOW-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
019600 01  WS-CAPITALIZED-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
019700 01  WS-REVERSED-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
019800 01  WS-ROLLED-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
019900
020000*--------------------------------------------------------------
020100* TAX-AUTHORITY FILING EXTRACT - FIXED 120-BYTE RECORDS, ALL
020200* DISPLAY. ONE HEADER, ONE DETAIL PER CUSTOMER WITH INTEREST
020300* FILED, ONE TRAILER. THE HEADER'S MODE IS 'P' ON A FILING RUN
020400* AND 'T' (TEST) ON A REVIEW RUN. THE DETAIL NAMES THE
020500* CUSTOMER'S FIRST FILED ACCOUNT; AMOUNTS ARE UNSIGNED WITH TWO
020600* IMPLIED DECIMALS.
020700*--------------------------------------------------------------
020800 01  WS-FILING-HEADER.
020900     05  TH-RECORD-TYPE          PIC X(01) VALUE 'H'.
021000     05  TH-PAYER-ID             PIC X(12).
021100     05  TH-PAYER-NAME           PIC X(24)
021200         VALUE 'DAILY LEDGER PROCESSING'.
021300     05  TH-FILING-MODE          PIC X(01).
021400     05  TH-TAX-YEAR             PIC 9(04).
021500     05  TH-RUN-DATE             PIC 9(08).
021600     05  TH-REPORT-MINIMUM       PIC 9(07)V99.
021700     05  FILLER                  PIC X(61) VALUE SPACES.
021800 01  WS-FILING-DETAIL.
021900     05  TD-RECORD-TYPE          PIC X(01) VALUE 'D'.
022000     05  TD-FILING-SEQUENCE      PIC 9(06).
022100     05  TD-TAX-YEAR             PIC 9(04).
022200     05  TD-CUSTOMER-KEY         PIC X(30).
022300     05  TD-CUSTOMER-FOUND       PIC X(01).
022400     05  TD-BRANCH-CODE          PIC X(04).
022500     05  TD-ACCOUNT-COUNT        PIC 9(03).
022600     05  TD-COMPANY-CODE         PIC X(03).
022700     05  TD-ACCOUNT-NUMBER       PIC X(10).
022800     05  TD-INTEREST-PAID        PIC 9(11)V99.
022900     05  FILLER                  PIC X(45) VALUE SPACES.
023000 01  WS-FILING-TRAILER.
023100     05  TT-RECORD-TYPE          PIC X(01) VALUE 'T'.
023200     05  TT-DETAIL-COUNT         PIC 9(07).
023300     05  TT-ACCOUNT-COUNT        PIC 9(07).
023400     05  TT-INTEREST-TOTAL       PIC 9(13)V99.
023500     05  FILLER                  PIC X(90) VALUE SPACES.
023600
023700*--------------------------------------------------------------
023800* CUSTOMER NOTICE LINES
023900*--------------------------------------------------------------
024000 01  WS-NOTICE-HEADING.
024100     05  FILLER                  PIC X(30)
024200         VALUE 'INTEREST TAX NOTICE  TAX YEAR '.
024300     05  NH-TAX-YEAR             PIC 9(04).
024400     05  FILLER                  PIC X(08) VALUE '  PAYER '.
024500     05  NH-PAYER-ID             PIC X(12).
024600     05  FILLER                  PIC X(17) VALUE SPACES.
024700     05  FILLER                  PIC X(05) VALUE 'PAGE '.
024800     05  NH-PAGE-NUMBER          PIC ZZZ9.
024900 01  WS-NOTICE-NAME.
025000     05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
025100     05  NN-CUSTOMER-NAME        PIC X(30).
025200 01  WS-NOTICE-COLUMNS.
025300     05  FILLER                  PIC X(46) VALUE
025400         'CO  ACCOUNT    CAPS  LAST PAID   INTEREST PAID'.
025500 01  WS-NOTICE-ACCOUNT-LINE.
025600     05  NL-COMPANY-CODE         PIC X(03).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  NL-ACCOUNT-NUMBER       PIC X(10).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  NL-CAPITALIZED-COUNT    PIC ZZ9.
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  NL-LAST-CAPITALIZED     PIC 9(08).
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  NL-INTEREST-PAID        PIC -(11)9.99.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  NL-NOTE                 PIC X(22).
026700 01  WS-NOTICE-TOTAL-LINE.
026800     05  FILLER                  PIC X(04) VALUE SPACES.
026900     05  NT-LABEL                PIC X(35).
027000     05  NT-AMOUNT               PIC -(11)9.99.
027100 01  WS-NOTICE-MINIMUM-LINE.
027200     05  FILLER                  PIC X(04) VALUE SPACES.
027300     05  FILLER                  PIC X(35)
027400         VALUE 'ACCOUNTS PAID LESS THAN'.
027500     05  NM-REPORT-MINIMUM       PIC Z(06)9.99.
027600     05  FILLER                  PIC X(18)
027700         VALUE ' ARE NOT REPORTED'.
027800
027900*--------------------------------------------------------------
028000* CONTROL REPORT LINES
028100*--------------------------------------------------------------
028200 01  WS-REPORT-HEADING.
028300     05  FILLER                  PIC X(40)
028400         VALUE 'ITX-REPORT  INTEREST TAX YEAR-END  YEAR '.
028500     05  RH-TAX-YEAR             PIC 9(04).
028600     05  FILLER                  PIC X(01) VALUE SPACE.
028700     05  RH-RUN-TYPE             PIC X(12).
028800 01  WS-MINIMUM-LINE.
028900     05  FILLER                  PIC X(19)
029000         VALUE 'REPORTING MINIMUM '.
029100     05  ML-REPORT-MINIMUM       PIC Z(06)9.99.
029200     05  FILLER                  PIC X(08) VALUE '  PAYER '.
029300     05  ML-PAYER-ID             PIC X(12).
029400 01  WS-BELOW-HEADING.
029500     05  FILLER                  PIC X(40) VALUE
029600         'CUSTOMER                       CO  ACCOU'.
029700     05  FILLER                  PIC X(30) VALUE
029800         'NT      INTEREST PAID'.
029900 01  WS-BELOW-LINE.
030000     05  BL-CUSTOMER-KEY         PIC X(30).
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  BL-COMPANY-CODE         PIC X(03).
030300     05  FILLER                  PIC X(01) VALUE SPACE.
030400     05  BL-ACCOUNT-NUMBER       PIC X(10).
030500     05  FILLER                  PIC X(01) VALUE SPACE.
030600     05  BL-INTEREST-PAID        PIC -(11)9.99.
030700 01  WS-COUNT-LINE.
030800     05  CL-LABEL                PIC X(40).
030900     05  CL-COUNT                PIC Z(08)9.
031000 01  WS-AMOUNT-LINE.
031100     05  AL-LABEL                PIC X(40).
031200     05  AL-AMOUNT               PIC -(13)9.99.
031300
031400 PROCEDURE DIVISION.
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE
031700         THRU 1000-INITIALIZE-EXIT
031800     PERFORM 3000-PROCESS-ONE-ACCOUNT
031900         THRU 3000-PROCESS-ONE-ACCOUNT-EXIT
032000         UNTIL END-OF-FILE
032100     IF WS-CUSTOMER-OPEN
032200         PERFORM 4000-CLOSE-CUSTOMER
032300             THRU 4000-CLOSE-CUSTOMER-EXIT
032400     END-IF
032500     IF RETURN-CODE NOT = 8
032600         PERFORM 8000-PRINT-CONTROL-TOTALS
032700             THRU 8000-PRINT-CONTROL-TOTALS-EXIT
032800     END-IF
032900     PERFORM 9999-TERMINATE
033000         THRU 9999-TERMINATE-EXIT
033100     STOP RUN.
033200
033300 1000-INITIALIZE.
033400     CALL 'PROC-DATE' USING WS-RUN-DATE
033500     ACCEPT WS-TAX-CARD FROM SYSIN
033600     OPEN OUTPUT REPORT-FILE
033700     OPEN OUTPUT NOTICE-FILE
033800     OPEN OUTPUT FILING-FILE
033900     IF NOT WS-FILING-RUN AND NOT WS-REVIEW-RUN
034000         DISPLAY 'ITX-REPORT: TAX CARD MODE MUST BE F (FILE) '
034100             'OR R (REVIEW) - NOTHING FILED'
034200         MOVE 8 TO RETURN-CODE
034300         MOVE 'Y' TO EOF-SWITCH
034400         GO TO 1000-INITIALIZE-EXIT
034500     END-IF
034600     IF WS-TAX-YEAR-X NOT NUMERIC
034700         DISPLAY 'ITX-REPORT: TAX CARD NEEDS A TAX YEAR - '
034800             'NOTHING FILED'
034900         MOVE 8 TO RETURN-CODE
035000         MOVE 'Y' TO EOF-SWITCH
035100         GO TO 1000-INITIALIZE-EXIT
035200     END-IF
035300     MOVE WS-TAX-YEAR-X TO WS-TAX-YEAR
035400     COMPUTE WS-NEXT-TAX-YEAR = WS-TAX-YEAR + 1
035500     PERFORM 1100-LOAD-CONTROL
035600         THRU 1100-LOAD-CONTROL-EXIT
035700     IF NOT WS-TAX-ENTRY-FOUND
035800         DISPLAY 'ITX-REPORT: NO INTTAX ENTRY ON CTLMSTR - '
035900             'NOTHING FILED'
036000         MOVE 8 TO RETURN-CODE
036100         MOVE 'Y' TO EOF-SWITCH
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF
036400     PERFORM 1200-TOTAL-CAPITALIZATIONS
036500         THRU 1200-TOTAL-CAPITALIZATIONS-EXIT
036600     IF RETURN-CODE = 8
036700         MOVE 'Y' TO EOF-SWITCH
036800         GO TO 1000-INITIALIZE-EXIT
036900     END-IF
037000     OPEN INPUT WORK-FILE
037100     IF FS-WORK-FILE NOT = '00'
037200         DISPLAY 'ITX-REPORT: NO SORTED ACCOUNT FILE, STATUS='
037300             FS-WORK-FILE ' - NOTHING FILED'
037400         MOVE 8 TO RETURN-CODE
037500         MOVE 'Y' TO EOF-SWITCH
037600         GO TO 1000-INITIALIZE-EXIT
037700     END-IF
037800     MOVE 'Y' TO WS-WORK-OPEN-SWITCH
037900     PERFORM 1500-WRITE-HEADINGS
038000         THRU 1500-WRITE-HEADINGS-EXIT
038100     PERFORM 3100-READ-NEXT-ACCOUNT
038200         THRU 3100-READ-NEXT-ACCOUNT-EXIT.
038300 1000-INITIALIZE-EXIT.
038400     EXIT.
038500
038600 1100-LOAD-CONTROL.
038700     OPEN INPUT CONTROL-MASTER-FILE
038800     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
038900         DISPLAY 'ITX-REPORT: CTLMSTR OPEN FAILED, STATUS='
039000             FS-CONTROL-MASTER-FILE
039100         GO TO 1100-LOAD-CONTROL-EXIT
039200     END-IF
039300     MOVE 'T' TO CT-ENTRY-TYPE
039400     MOVE 'INTTAX' TO CT-ENTRY-CODE
039500     READ CONTROL-MASTER-FILE
039600         INVALID KEY
039700             CONTINUE
039800         NOT INVALID KEY
039900             IF CT-TX-REPORT-MINIMUM NUMERIC
040000                 MOVE 'Y' TO WS-TAX-ENTRY-SWITCH
040100                 MOVE CT-TX-REPORT-MINIMUM TO WS-REPORT-MINIMUM
040200                 MOVE CT-TX-PAYER-ID TO WS-PAYER-ID
040300             END-IF
040400     END-READ
040500     CLOSE CONTROL-MASTER-FILE.
040600 1100-LOAD-CONTROL-EXIT.
040700     EXIT.
040800
040900*--------------------------------------------------------------
041000* THE PROOF SIDE - EVERY CAPITALIZATION INT-ACCRUE STAGED IN THE
041100* TAX YEAR REACHES ACTHIST AS AN 'IC' ENTRY DATED (TRANS DATE)
041200* THE DAY IT WAS STAGED. A REVERSAL OR CORRECTION OF ONE IS NOT
041300* A CAPITALIZATION AND IS LEFT OUT; A CAPITALIZATION SINCE
041400* REVERSED IS STILL IN ITS BUCKET, SO IT COUNTS, AND IS TOTALED
041500* SEPARATELY FOR REVIEW BEFORE THE FILING GOES OUT.
041600*--------------------------------------------------------------
041700 1200-TOTAL-CAPITALIZATIONS.
041800     OPEN INPUT HISTORY-FILE
041900     IF FS-HISTORY-FILE NOT = '00' AND '05'
042000         DISPLAY 'ITX-REPORT: ACTHIST OPEN FAILED, STATUS='
042100             FS-HISTORY-FILE ' - NOTHING TO PROVE AGAINST'
042200         MOVE 8 TO RETURN-CODE
042300         GO TO 1200-TOTAL-CAPITALIZATIONS-EXIT
042400     END-IF
042500     MOVE LOW-VALUES TO AH-HISTORY-KEY
042600     START HISTORY-FILE
042700         KEY IS NOT LESS THAN AH-HISTORY-KEY
042800         INVALID KEY
042900             MOVE 'Y' TO WS-HIST-EOF-SWITCH
043000     END-START
043100     PERFORM 1250-TOTAL-ONE-HISTORY
043200         THRU 1250-TOTAL-ONE-HISTORY-EXIT
043300         UNTIL WS-HISTORY-EOF
043400     CLOSE HISTORY-FILE.
043500 1200-TOTAL-CAPITALIZATIONS-EXIT.
043600     EXIT.
043700
043800 1250-TOTAL-ONE-HISTORY.
043900     READ HISTORY-FILE NEXT RECORD
044000         AT END
044100             MOVE 'Y' TO WS-HIST-EOF-SWITCH
044200             GO TO 1250-TOTAL-ONE-HISTORY-EXIT
044300     END-READ
044400     ADD 1 TO WS-HISTORY-COUNT
044500     IF NOT AH-INTEREST-CAPITALIZED OR
044600        AH-REVERSAL-ENTRY OR AH-CORRECTION-ENTRY
044700         GO TO 1250-TOTAL-ONE-HISTORY-EXIT
044800     END-IF
044900     MOVE AH-TRANS-DATE TO WS-TRANS-DATE
045000     IF WS-TRANS-YEAR NOT = WS-TAX-YEAR
045100         GO TO 1250-TOTAL-ONE-HISTORY-EXIT
045200     END-IF
045300     ADD 1 TO WS-CAPITALIZED-ROWS
045400     ADD AH-AMOUNT TO WS-CAPITALIZED-TOTAL
045500     IF AH-REVERSED
045600         ADD 1 TO WS-REVERSED-ROWS
045700         ADD AH-AMOUNT TO WS-REVERSED-TOTAL
045800     END-IF.
045900 1250-TOTAL-ONE-HISTORY-EXIT.
046000     EXIT.
046100
046200 1500-WRITE-HEADINGS.
046300     MOVE WS-TAX-YEAR TO RH-TAX-YEAR
046400     IF WS-FILING-RUN
046500         MOVE 'FILING RUN' TO RH-RUN-TYPE
046600         MOVE 'P' TO TH-FILING-MODE
046700     ELSE
046800         MOVE 'REVIEW RUN' TO RH-RUN-TYPE
046900         MOVE 'T' TO TH-FILING-MODE
047000     END-IF
047100     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
047200     MOVE WS-REPORT-MINIMUM TO ML-REPORT-MINIMUM
047300     MOVE WS-PAYER-ID TO ML-PAYER-ID
047400     WRITE REPORT-RECORD FROM WS-MINIMUM-LINE
047500     MOVE SPACES TO REPORT-RECORD
047600     WRITE REPORT-RECORD
047700     MOVE 'ACCOUNTS BELOW THE REPORTING MINIMUM - NOT FILED'
047800         TO REPORT-RECORD
047900     WRITE REPORT-RECORD
048000     WRITE REPORT-RECORD FROM WS-BELOW-HEADING
048100     MOVE WS-PAYER-ID TO TH-PAYER-ID
048200     MOVE WS-TAX-YEAR TO TH-TAX-YEAR
048300     MOVE WS-RUN-DATE TO TH-RUN-DATE
048400     MOVE WS-REPORT-MINIMUM TO TH-REPORT-MINIMUM
048500     WRITE FILING-RECORD FROM WS-FILING-HEADER.
048600 1500-WRITE-HEADINGS-EXIT.
048700     EXIT.
048800
048900 3000-PROCESS-ONE-ACCOUNT.
049000     ADD 1 TO WS-ACCOUNT-COUNT
049100     IF WS-CUSTOMER-OPEN AND
049200        IW-CUSTOMER-KEY NOT = WS-CURRENT-CUSTOMER
049300         PERFORM 4000-CLOSE-CUSTOMER
049400             THRU 4000-CLOSE-CUSTOMER-EXIT
049500     END-IF
049600     IF NOT WS-CUSTOMER-OPEN
049700         PERFORM 3200-OPEN-CUSTOMER
049800             THRU 3200-OPEN-CUSTOMER-EXIT
049900     END-IF
050000     PERFORM 3300-ACCUMULATE-ACCOUNT
050100         THRU 3300-ACCUMULATE-ACCOUNT-EXIT
050200     PERFORM 3100-READ-NEXT-ACCOUNT
050300         THRU 3100-READ-NEXT-ACCOUNT-EXIT.
050400 3000-PROCESS-ONE-ACCOUNT-EXIT.
050500     EXIT.
050600
050700 3100-READ-NEXT-ACCOUNT.
050800     READ WORK-FILE
050900         AT END
051000             MOVE 'Y' TO EOF-SWITCH
051100     END-READ.
051200 3100-READ-NEXT-ACCOUNT-EXIT.
051300     EXIT.
051400
051500 3200-OPEN-CUSTOMER.
051600     MOVE 'Y' TO WS-CUSTOMER-OPEN-SWITCH
051700     ADD 1 TO WS-CUSTOMER-COUNT
051800     MOVE IW-CUSTOMER-KEY TO WS-CURRENT-CUSTOMER
051900     MOVE IW-CUSTOMER-FOUND TO WS-CURRENT-FOUND
052000     MOVE ZERO TO WS-CUST-ACCOUNT-COUNT
052100     MOVE ZERO TO WS-CUST-FILED-COUNT
052200     MOVE ZERO TO WS-CUST-PAID-TOTAL
052300     MOVE ZERO TO WS-CUST-FILED-TOTAL
052400     MOVE IW-BRANCH-CODE TO WS-CUST-BRANCH-CODE
052500     MOVE SPACES TO WS-CUST-FIRST-COMPANY
052600     MOVE SPACES TO WS-CUST-FIRST-ACCOUNT
052700     MOVE ZERO TO WS-NOTICE-PAGE-NUMBER
052800     MOVE 99 TO WS-LINE-COUNT.
052900 3200-OPEN-CUSTOMER-EXIT.
053000     EXIT.
053100
053200*--------------------------------------------------------------
053300* AN ACCOUNT IS FILED WHEN ITS INTEREST FOR THE YEAR IS AT OR
053400* OVER THE REPORTING MINIMUM. ONE BELOW IT STILL PRINTS ON THE
053500* CUSTOMER'S NOTICE AND IS LISTED ON THE CONTROL REPORT.
053600*--------------------------------------------------------------
053700 3300-ACCUMULATE-ACCOUNT.
053800     ADD 1 TO WS-CUST-ACCOUNT-COUNT
053900     ADD IW-INTEREST-PAID TO WS-CUST-PAID-TOTAL
054000     ADD IW-INTEREST-PAID TO WS-BUCKET-TOTAL
054100     MOVE SPACES TO WS-NOTICE-ACCOUNT-LINE
054200     MOVE IW-COMPANY-CODE TO NL-COMPANY-CODE
054300     MOVE IW-ACCOUNT-NUMBER TO NL-ACCOUNT-NUMBER
054400     MOVE IW-CAPITALIZED-COUNT TO NL-CAPITALIZED-COUNT
054500     MOVE IW-LAST-CAPITALIZED TO NL-LAST-CAPITALIZED
054600     MOVE IW-INTEREST-PAID TO NL-INTEREST-PAID
054700     IF IW-INTEREST-PAID > ZERO AND
054800        IW-INTEREST-PAID NOT < WS-REPORT-MINIMUM
054900         ADD 1 TO WS-CUST-FILED-COUNT
055000         ADD IW-INTEREST-PAID TO WS-CUST-FILED-TOTAL
055100         ADD 1 TO WS-FILED-ACCOUNT-COUNT
055200         ADD IW-INTEREST-PAID TO WS-FILED-ACCOUNT-TOTAL
055300         IF WS-CUST-FIRST-ACCOUNT = SPACES
055400             MOVE IW-COMPANY-CODE TO WS-CUST-FIRST-COMPANY
055500             MOVE IW-ACCOUNT-NUMBER TO WS-CUST-FIRST-ACCOUNT
055600         END-IF
055700     ELSE
055800         MOVE 'BELOW MINIMUM' TO NL-NOTE
055900         ADD 1 TO WS-BELOW-COUNT
056000         ADD IW-INTEREST-PAID TO WS-BELOW-TOTAL
056100         MOVE IW-CUSTOMER-KEY TO BL-CUSTOMER-KEY
056200         MOVE IW-COMPANY-CODE TO BL-COMPANY-CODE
056300         MOVE IW-ACCOUNT-NUMBER TO BL-ACCOUNT-NUMBER
056400         MOVE IW-INTEREST-PAID TO BL-INTEREST-PAID
056500         WRITE REPORT-RECORD FROM WS-BELOW-LINE
056600     END-IF
056700     MOVE WS-NOTICE-ACCOUNT-LINE TO WS-PRINT-LINE
056800     PERFORM 9100-WRITE-NOTICE-LINE
056900         THRU 9100-WRITE-NOTICE-LINE-EXIT.
057000 3300-ACCUMULATE-ACCOUNT-EXIT.
057100     EXIT.
057200
057300*--------------------------------------------------------------
057400* END OF A CUSTOMER - THE NOTICE'S TOTALS, AND THE CUSTOMER'S
057500* FILING DETAIL WHEN ANY OF ITS ACCOUNTS WAS FILED.
057600*--------------------------------------------------------------
057700 4000-CLOSE-CUSTOMER.
057800     MOVE SPACES TO WS-PRINT-LINE
057900     PERFORM 9100-WRITE-NOTICE-LINE
058000         THRU 9100-WRITE-NOTICE-LINE-EXIT
058100     MOVE 'TOTAL INTEREST PAID' TO NT-LABEL
058200     MOVE WS-CUST-PAID-TOTAL TO NT-AMOUNT
058300     MOVE WS-NOTICE-TOTAL-LINE TO WS-PRINT-LINE
058400     PERFORM 9100-WRITE-NOTICE-LINE
058500         THRU 9100-WRITE-NOTICE-LINE-EXIT
058600     MOVE 'REPORTED TO THE TAX AUTHORITY' TO NT-LABEL
058700     MOVE WS-CUST-FILED-TOTAL TO NT-AMOUNT
058800     MOVE WS-NOTICE-TOTAL-LINE TO WS-PRINT-LINE
058900     PERFORM 9100-WRITE-NOTICE-LINE
059000         THRU 9100-WRITE-NOTICE-LINE-EXIT
059100     IF WS-CUST-FILED-COUNT < WS-CUST-ACCOUNT-COUNT
059200         MOVE WS-REPORT-MINIMUM TO NM-REPORT-MINIMUM
059300         MOVE WS-NOTICE-MINIMUM-LINE TO WS-PRINT-LINE
059400         PERFORM 9100-WRITE-NOTICE-LINE
059500             THRU 9100-WRITE-NOTICE-LINE-EXIT
059600     END-IF
059700     IF WS-CUST-FILED-COUNT > ZERO
059800         PERFORM 6000-WRITE-FILING
059900             THRU 6000-WRITE-FILING-EXIT
060000     END-IF
060100     MOVE 'N' TO WS-CUSTOMER-OPEN-SWITCH.
060200 4000-CLOSE-CUSTOMER-EXIT.
060300     EXIT.
060400
060500 6000-WRITE-FILING.
060600     ADD 1 TO WS-FILING-SEQUENCE
060700     MOVE WS-FILING-SEQUENCE TO TD-FILING-SEQUENCE
060800     MOVE WS-TAX-YEAR TO TD-TAX-YEAR
060900     MOVE WS-CURRENT-CUSTOMER TO TD-CUSTOMER-KEY
061000     MOVE WS-CURRENT-FOUND TO TD-CUSTOMER-FOUND
061100     MOVE WS-CUST-BRANCH-CODE TO TD-BRANCH-CODE
061200     MOVE WS-CUST-FILED-COUNT TO TD-ACCOUNT-COUNT
061300     MOVE WS-CUST-FIRST-COMPANY TO TD-COMPANY-CODE
061400     MOVE WS-CUST-FIRST-ACCOUNT TO TD-ACCOUNT-NUMBER
061500     MOVE WS-CUST-FILED-TOTAL TO TD-INTEREST-PAID
061600     WRITE FILING-RECORD FROM WS-FILING-DETAIL
061700     ADD TD-ACCOUNT-COUNT TO WS-DETAIL-ACCOUNT-COUNT
061800     ADD TD-INTEREST-PAID TO WS-FILED-DETAIL-TOTAL.
061900 6000-WRITE-FILING-EXIT.
062000     EXIT.
062100
062200*--------------------------------------------------------------
062300* THE TRAILER CARRIES THE FILING'S CONTROL TOTALS. TWO PROOFS
062400* MUST HOLD BEFORE THE BUCKETS ARE ROLLED: THE BUCKETS REPORTED
062500* (FILED PLUS BELOW MINIMUM) AGREE WITH THE YEAR'S CAPITALIZATIONS
062600* ON ACTHIST, AND THE EXTRACT DETAILS AGREE WITH THE ACCOUNTS
062700* FILED. AN UNPROVEN RUN ENDS RC=8 AND ITS EXTRACT MUST NOT GO.
062800*--------------------------------------------------------------
062900 8000-PRINT-CONTROL-TOTALS.
063000     MOVE WS-FILING-SEQUENCE TO TT-DETAIL-COUNT
063100     MOVE WS-DETAIL-ACCOUNT-COUNT TO TT-ACCOUNT-COUNT
063200     MOVE WS-FILED-DETAIL-TOTAL TO TT-INTEREST-TOTAL
063300     WRITE FILING-RECORD FROM WS-FILING-TRAILER
063400     IF WS-BELOW-COUNT = ZERO
063500         MOVE 'NONE' TO REPORT-RECORD
063600         WRITE REPORT-RECORD
063700     END-IF
063800     MOVE SPACES TO REPORT-RECORD
063900     WRITE REPORT-RECORD
064000     MOVE 'CONTROL TOTALS' TO REPORT-RECORD
064100     WRITE REPORT-RECORD
064200     MOVE 'ACCOUNTS READ' TO CL-LABEL
064300     MOVE WS-ACCOUNT-COUNT TO CL-COUNT
064400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
064500     MOVE 'CUSTOMER NOTICES' TO CL-LABEL
064600     MOVE WS-CUSTOMER-COUNT TO CL-COUNT
064700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
064800     MOVE 'NOTICE PAGES PRINTED' TO CL-LABEL
064900     MOVE WS-PAGE-COUNT TO CL-COUNT
065000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
065100     MOVE 'ACCOUNTS FILED' TO CL-LABEL
065200     MOVE WS-FILED-ACCOUNT-COUNT TO CL-COUNT
065300     WRITE REPORT-RECORD FROM WS-COUNT-LINE
065400     MOVE 'INTEREST FILED' TO AL-LABEL
065500     MOVE WS-FILED-ACCOUNT-TOTAL TO AL-AMOUNT
065600     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
065700     MOVE 'ACCOUNTS BELOW MINIMUM' TO CL-LABEL
065800     MOVE WS-BELOW-COUNT TO CL-COUNT
065900     WRITE REPORT-RECORD FROM WS-COUNT-LINE
066000     MOVE 'INTEREST BELOW MINIMUM' TO AL-LABEL
066100     MOVE WS-BELOW-TOTAL TO AL-AMOUNT
066200     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
066300     MOVE 'INTEREST ON THE BUCKETS' TO AL-LABEL
066400     MOVE WS-BUCKET-TOTAL TO AL-AMOUNT
066500     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
066600     MOVE 'ACTHIST CAPITALIZATIONS IN THE YEAR' TO CL-LABEL
066700     MOVE WS-CAPITALIZED-ROWS TO CL-COUNT
066800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
066900     MOVE 'ACTHIST CAPITALIZED INTEREST' TO AL-LABEL
067000     MOVE WS-CAPITALIZED-TOTAL TO AL-AMOUNT
067100     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
067200     MOVE 'EXTRACT DETAILS (CUSTOMERS FILED)' TO CL-LABEL
067300     MOVE WS-FILING-SEQUENCE TO CL-COUNT
067400     WRITE REPORT-RECORD FROM WS-COUNT-LINE
067500     MOVE 'EXTRACT TRAILER INTEREST TOTAL' TO AL-LABEL
067600     MOVE WS-FILED-DETAIL-TOTAL TO AL-AMOUNT
067700     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
067800     MOVE 'Y' TO WS-PROOF-SWITCH
067900     IF WS-BUCKET-TOTAL NOT = WS-CAPITALIZED-TOTAL
068000         MOVE 'N' TO WS-PROOF-SWITCH
068100         MOVE '*** BUCKETS DO NOT AGREE WITH ACTHIST ***'
068200             TO REPORT-RECORD
068300         WRITE REPORT-RECORD
068400     END-IF
068500     IF WS-FILED-DETAIL-TOTAL NOT = WS-FILED-ACCOUNT-TOTAL OR
068600        WS-DETAIL-ACCOUNT-COUNT NOT = WS-FILED-ACCOUNT-COUNT
068700         MOVE 'N' TO WS-PROOF-SWITCH
068800         MOVE '*** TRAILER DOES NOT AGREE WITH ACCOUNTS FILED ***'
068900             TO REPORT-RECORD
069000         WRITE REPORT-RECORD
069100     END-IF
069200     IF WS-REVERSED-ROWS NOT = ZERO
069300         MOVE 'CAPITALIZATIONS SINCE REVERSED' TO CL-LABEL
069400         MOVE WS-REVERSED-ROWS TO CL-COUNT
069500         WRITE REPORT-RECORD FROM WS-COUNT-LINE
069600         MOVE 'INTEREST SINCE REVERSED - REVIEW' TO AL-LABEL
069700         MOVE WS-REVERSED-TOTAL TO AL-AMOUNT
069800         WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
069900         IF RETURN-CODE < 4
070000             MOVE 4 TO RETURN-CODE
070100         END-IF
070200     END-IF
070300     IF NOT WS-FILING-PROVEN
070400         MOVE '*** NOT PROVEN - BUCKETS NOT ROLLED ***'
070500             TO REPORT-RECORD
070600         WRITE REPORT-RECORD
070700         MOVE '*** THE EXTRACT MUST NOT BE TRANSMITTED ***'
070800             TO REPORT-RECORD
070900         WRITE REPORT-RECORD
071000         MOVE 8 TO RETURN-CODE
071100     ELSE
071200         MOVE 'FILING PROVEN' TO REPORT-RECORD
071300         WRITE REPORT-RECORD
071400         IF WS-FILING-RUN
071500             PERFORM 8500-ROLL-BUCKETS
071600                 THRU 8500-ROLL-BUCKETS-EXIT
071700         ELSE
071800             MOVE 'REVIEW RUN - BUCKETS NOT ROLLED'
071900                 TO REPORT-RECORD
072000             WRITE REPORT-RECORD
072100         END-IF
072200     END-IF
072300     DISPLAY 'ITX-REPORT: ACCOUNTS READ....... ' WS-ACCOUNT-COUNT
072400     DISPLAY 'ITX-REPORT: CUSTOMER NOTICES.... ' WS-CUSTOMER-COUNT
072500     DISPLAY 'ITX-REPORT: CUSTOMERS FILED..... '
072600         WS-FILING-SEQUENCE
072700     DISPLAY 'ITX-REPORT: ACCOUNTS FILED...... '
072800         WS-FILED-ACCOUNT-COUNT
072900     DISPLAY 'ITX-REPORT: BELOW MINIMUM....... ' WS-BELOW-COUNT
073000     DISPLAY 'ITX-REPORT: CAPITALIZATIONS..... '
073100         WS-CAPITALIZED-ROWS
073200     DISPLAY 'ITX-REPORT: BUCKETS ROLLED...... ' WS-ROLLED-COUNT
073300     IF NOT WS-FILING-PROVEN
073400         DISPLAY 'ITX-REPORT: FILING NOT PROVEN - SEE ITXRPT'
073500     END-IF.
073600 8000-PRINT-CONTROL-TOTALS-EXIT.
073700     EXIT.
073800
073900*--------------------------------------------------------------
074000* ROLL EVERY BUCKET STILL IN THE TAX YEAR - THE YEAR'S INTEREST
074100* MOVES TO THE PRIOR-YEAR FIELDS AND THE BUCKET STARTS THE NEXT
074200* YEAR AT ZERO. WHAT IS ROLLED MUST BE WHAT WAS REPORTED; A
074300* DIFFERENCE MEANS INTYTD CHANGED SINCE ITX-SELECT READ IT.
074400*--------------------------------------------------------------
074500 8500-ROLL-BUCKETS.
074600     OPEN I-O INTEREST-YTD-FILE
074700     IF FS-INTEREST-YTD-FILE NOT = '00' AND '05'
074800         DISPLAY 'ITX-REPORT: INTYTD OPEN FAILED, STATUS='
074900             FS-INTEREST-YTD-FILE ' - BUCKETS NOT ROLLED'
075000         MOVE '*** INTYTD OPEN FAILED - BUCKETS NOT ROLLED ***'
075100             TO REPORT-RECORD
075200         WRITE REPORT-RECORD
075300         MOVE 8 TO RETURN-CODE
075400         GO TO 8500-ROLL-BUCKETS-EXIT
075500     END-IF
075600     MOVE LOW-VALUES TO IY-MASTER-KEY
075700     START INTEREST-YTD-FILE
075800         KEY IS NOT LESS THAN IY-MASTER-KEY
075900         INVALID KEY
076000             MOVE 'Y' TO WS-YTD-EOF-SWITCH
076100     END-START
076200     PERFORM 8550-ROLL-ONE-BUCKET
076300         THRU 8550-ROLL-ONE-BUCKET-EXIT
076400         UNTIL WS-INTEREST-YTD-EOF
076500     CLOSE INTEREST-YTD-FILE
076600     MOVE 'BUCKETS ROLLED' TO CL-LABEL
076700     MOVE WS-ROLLED-COUNT TO CL-COUNT
076800     WRITE REPORT-RECORD FROM WS-COUNT-LINE
076900     MOVE 'INTEREST ROLLED' TO AL-LABEL
077000     MOVE WS-ROLLED-TOTAL TO AL-AMOUNT
077100     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
077200     IF WS-ROLL-FAILED-COUNT NOT = ZERO OR
077300        WS-ROLLED-TOTAL NOT = WS-BUCKET-TOTAL
077400         MOVE '*** INTEREST ROLLED DOES NOT AGREE ***'
077500             TO REPORT-RECORD
077600         WRITE REPORT-RECORD
077700         IF RETURN-CODE < 4
077800             MOVE 4 TO RETURN-CODE
077900         END-IF
078000     END-IF.
078100 8500-ROLL-BUCKETS-EXIT.
078200     EXIT.
078300
078400 8550-ROLL-ONE-BUCKET.
078500     READ INTEREST-YTD-FILE NEXT RECORD
078600         AT END
078700             MOVE 'Y' TO WS-YTD-EOF-SWITCH
078800             GO TO 8550-ROLL-ONE-BUCKET-EXIT
078900     END-READ
079000     IF IY-TAX-YEAR NOT = WS-TAX-YEAR
079100         GO TO 8550-ROLL-ONE-BUCKET-EXIT
079200     END-IF
079300     MOVE IY-TAX-YEAR TO IY-PRIOR-YEAR
079400     MOVE IY-INTEREST-PAID TO IY-PRIOR-YEAR-INTEREST
079500     MOVE WS-NEXT-TAX-YEAR TO IY-TAX-YEAR
079600     MOVE ZERO TO IY-INTEREST-PAID
079700     MOVE ZERO TO IY-CAPITALIZED-COUNT
079800     REWRITE INTEREST-YTD-RECORD
079900         INVALID KEY
080000             DISPLAY 'ITX-REPORT: INTYTD ' IY-COMPANY-CODE '-'
080100                 IY-ACCOUNT-NUMBER ' REWRITE FAILED - NOT ROLLED'
080200             ADD 1 TO WS-ROLL-FAILED-COUNT
080300         NOT INVALID KEY
080400             ADD 1 TO WS-ROLLED-COUNT
080500             ADD IY-PRIOR-YEAR-INTEREST TO WS-ROLLED-TOTAL
080600     END-REWRITE.
080700 8550-ROLL-ONE-BUCKET-EXIT.
080800     EXIT.
080900
081000*--------------------------------------------------------------
081100* NOTICE PAGE BREAK - THE HEADING BLOCK (YEAR, PAYER, PAGE,
081200* CUSTOMER, COLUMNS) REPEATS ON EVERY PAGE OF THE NOTICE.
081300*--------------------------------------------------------------
081400 9100-WRITE-NOTICE-LINE.
081500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
081600         ADD 1 TO WS-NOTICE-PAGE-NUMBER
081700         ADD 1 TO WS-PAGE-COUNT
081800         MOVE WS-TAX-YEAR TO NH-TAX-YEAR
081900         MOVE WS-PAYER-ID TO NH-PAYER-ID
082000         MOVE WS-NOTICE-PAGE-NUMBER TO NH-PAGE-NUMBER
082100         WRITE NOTICE-RECORD FROM WS-NOTICE-HEADING
082200         MOVE WS-CURRENT-CUSTOMER TO NN-CUSTOMER-NAME
082300         WRITE NOTICE-RECORD FROM WS-NOTICE-NAME
082400         MOVE SPACES TO NOTICE-RECORD
082500         WRITE NOTICE-RECORD
082600         WRITE NOTICE-RECORD FROM WS-NOTICE-COLUMNS
082700         MOVE 4 TO WS-LINE-COUNT
082800     END-IF
082900     WRITE NOTICE-RECORD FROM WS-PRINT-LINE
083000     ADD 1 TO WS-LINE-COUNT.
083100 9100-WRITE-NOTICE-LINE-EXIT.
083200     EXIT.
083300
083400 9999-TERMINATE.
083500     IF WS-WORK-FILE-OPEN
083600         CLOSE WORK-FILE
083700     END-IF
083800     CLOSE FILING-FILE
083900     CLOSE NOTICE-FILE
084000     CLOSE REPORT-FILE.
084100 9999-TERMINATE-EXIT.
084200     EXIT.
