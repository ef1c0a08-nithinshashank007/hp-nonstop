000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ADB-REPORT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. MONTH-END AVERAGE DAILY BALANCE
001100*                   REPORT (ADBRPT) BY ACCOUNT, BRANCH AND
001200*                   COMPANY FROM THE BALSNAP END-OF-DAY SNAPSHOTS
001300*                   (SEE JCL/DLADB.JCL). THE SYSIN CARD CARRIES
001400*                   THE MONTH (CCYYMM); BLANK TAKES THE RUN
001500*                   DATE'S MONTH. EACH CALENDAR DAY CARRIES THE
001600*                   LAST SNAPSHOT ON OR BEFORE IT, SO A WEEKEND
001700*                   OR HOLIDAY CARRIES THE PRIOR BUSINESS DAY'S
001800*                   CLOSE, AND THE LAST SNAPSHOT BEFORE THE MONTH
001900*                   OPENS IT. DAYS BEFORE AN ACCOUNT'S FIRST
002000*                   SNAPSHOT ARE NOT ON FILE AND NOT COUNTED. NO
002100*                   CROSS-COMPANY TOTAL - THE COMPANIES REPORT IN
002200*                   DIFFERENT CURRENCIES.
002210* 2026-10-15  DLBS  THE COMPANY TOTAL LINE NOW CARRIES THE
002220*                   COMPANY'S CURRENCY CODE FROM ITS CTLMSTR 'C'
002230*                   ENTRY, SO NO TOTAL READS AS IN ANOTHER
002240*                   COMPANY'S CURRENCY. A COMPANY WITH NO CODE
002250*                   PRINTS ??? AND ENDS THE RUN RC=4.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SNAPSHOT-FILE ASSIGN TO 'BALSNAP'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS BS-SNAP-KEY
003100         FILE STATUS IS FS-SNAPSHOT-FILE.
003110     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003120         ORGANIZATION IS INDEXED
003130         ACCESS MODE IS RANDOM
003140         RECORD KEY IS CT-CONTROL-KEY
003150         FILE STATUS IS FS-CONTROL-MASTER-FILE.
003200     SELECT REPORT-FILE ASSIGN TO 'ADBRPT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FS-REPORT-FILE.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SNAPSHOT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  SNAPSHOT-RECORD.
004100     COPY BALSREC.
004200
004210 FD  CONTROL-MASTER-FILE
004220     LABEL RECORDS ARE STANDARD.
004230 01  CONTROL-MASTER-RECORD.
004240     COPY CTLREC.
004250
004300 FD  REPORT-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  REPORT-RECORD               PIC X(80).
004600
004700 WORKING-STORAGE SECTION.
004800 01  FS-SNAPSHOT-FILE            PIC X(02) VALUE '00'.
004850 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
004900 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
005000 01  WS-SWITCHES.
005100     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
005200         88  END-OF-FILE                    VALUE 'Y'.
005300     05  WS-SNAP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
005400         88  WS-SNAPSHOT-FILE-OPEN           VALUE 'Y'.
005430     05  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
005460         88  WS-CONTROL-MASTER-OPEN          VALUE 'Y'.
005500     05  WS-RPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
005600         88  WS-REPORT-FILE-OPEN             VALUE 'Y'.
005700     05  WS-OPENING-SWITCH       PIC X(01) VALUE 'N'.
005800         88  WS-OPENING-ON-FILE              VALUE 'Y'.
005900     05  WS-BRANCH-FULL-SWITCH   PIC X(01) VALUE 'N'.
006000         88  WS-BRANCH-TABLE-FULL            VALUE 'Y'.
006100     05  WS-BRANCH-FOUND-SWITCH  PIC X(01).
006200         88  WS-BRANCH-FOUND                 VALUE 'Y'.
006300
006400*--------------------------------------------------------------
006500* REPORT CONTROL CARD - THE MONTH TO AVERAGE, CCYYMM.
006600*--------------------------------------------------------------
006700 01  WS-REPORT-CARD.
006800     05  WS-RC-MONTH-X           PIC X(06).
006900
007000 01  WS-RUN-DATE                 PIC 9(08).
007100 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
007200     05  WS-RUN-YEAR-MONTH       PIC 9(06).
007300     05  FILLER                  PIC 9(02).
007400
007500*--------------------------------------------------------------
007600* THE REPORTED MONTH - FIRST AND LAST CALENDAR DATE AND ITS
007700* LENGTH, FROM THE STORD-GEN MONTH TABLE AND LEAP-YEAR RULE.
007800*--------------------------------------------------------------
007900 01  WS-MONTH-START.
008000     05  WS-MS-YEAR              PIC 9(04).
008100     05  WS-MS-MONTH             PIC 9(02).
008200     05  WS-MS-DAY               PIC 9(02).
008300 01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START
008400                                 PIC 9(08).
008500 01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
008600     05  WS-MS-YEAR-MONTH        PIC 9(06).
008700     05  FILLER                  PIC 9(02).
008800 01  WS-MONTH-END-NUM            PIC 9(08).
008900 01  WS-MONTH-DAYS-VALUES        PIC X(24)
009000         VALUE '312831303130313130313031'.
009100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
009200     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
009300 01  WS-MONTH-END-DAY            PIC 9(02).
009400 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
009500 01  WS-LEAP-REMAINDER           PIC 9(04) COMP.
009600
009700 01  WS-SNAP-DATE                PIC 9(08).
009800 01  WS-SNAP-DATE-PARTS REDEFINES WS-SNAP-DATE.
009900     05  FILLER                  PIC 9(06).
010000     05  WS-SNAP-DAY             PIC 9(02).
010100
010200*--------------------------------------------------------------
010300* THE ACCOUNT BEING AVERAGED. THE PENDING BALANCE IS THE ONE IN
010400* FORCE SINCE THE PENDING DAY; EACH LATER SNAPSHOT CLOSES IT OFF
010500* INTO THE BALANCE-DAYS SUM, AND MONTH END CLOSES THE LAST.
010600*--------------------------------------------------------------
010700 01  WS-CURRENT-COMPANY          PIC X(03) VALUE SPACES.
010800 01  WS-CURRENT-ACCOUNT          PIC X(10) VALUE SPACES.
010900 01  WS-ACCOUNT-BRANCH           PIC X(04).
011000 01  WS-OPENING-BALANCE          PIC S9(09)V99 COMP-3.
011100 01  WS-PENDING-BALANCE          PIC S9(09)V99 COMP-3.
011200 01  WS-PENDING-DAY              PIC 9(02) COMP.
011300 01  WS-FIRST-DAY                PIC 9(02) COMP.
011400 01  WS-IN-MONTH-COUNT           PIC 9(03) COMP.
011500 01  WS-SPAN-DAYS                PIC 9(02) COMP.
011600 01  WS-DAYS-ON-FILE             PIC 9(02) COMP.
011700 01  WS-BALANCE-DAYS             PIC S9(13)V99 COMP-3.
011800 01  WS-AVERAGE-BALANCE          PIC S9(11)V99 COMP-3.
011900
012000*--------------------------------------------------------------
012100* BRANCH TOTALS FOR THE COMPANY IN HAND, IN ORDER OF FIRST
012200* APPEARANCE. A FULL TABLE LEAVES LATER BRANCHES IN THE COMPANY
012300* TOTAL ONLY AND ENDS THE RUN RC=4.
012400*--------------------------------------------------------------
012500 01  WS-BRANCH-LIMIT             PIC 9(03) COMP VALUE 200.
012600 01  WS-BRANCH-COUNT             PIC 9(03) COMP VALUE ZERO.
012700 01  WS-BRANCH-INDEX             PIC 9(03) COMP.
012800 01  WS-BRANCH-TABLE.
012900     05  WS-BRANCH-ENTRY         OCCURS 200 TIMES.
013000         10  WS-BR-BRANCH-CODE   PIC X(04).
013100         10  WS-BR-ACCOUNT-COUNT PIC 9(07) COMP.
013200         10  WS-BR-AVERAGE-TOTAL PIC S9(13)V99 COMP-3.
013300         10  WS-BR-CLOSING-TOTAL PIC S9(13)V99 COMP-3.
013400
013500 01  WS-COUNTERS.
013600     05  WS-SNAPSHOT-COUNT       PIC 9(07) COMP VALUE ZERO.
013700     05  WS-REPORTED-COUNT       PIC 9(07) COMP VALUE ZERO.
013800     05  WS-COMPANY-ACCOUNTS     PIC 9(07) COMP VALUE ZERO.
013900     05  WS-UNTRACKED-COUNT      PIC 9(07) COMP VALUE ZERO.
014000 01  WS-COMPANY-AVERAGE-TOTAL    PIC S9(13)V99 COMP-3
014100                                     VALUE ZERO.
014200 01  WS-COMPANY-CLOSING-TOTAL    PIC S9(13)V99 COMP-3
014300                                     VALUE ZERO.
014400
014500*--------------------------------------------------------------
014600* AVERAGE DAILY BALANCE REPORT LINES
014700*--------------------------------------------------------------
014800 01  WS-REPORT-HEADING.
014900     05  FILLER                  PIC X(38)
015000         VALUE 'ADB-REPORT  AVERAGE DAILY BALANCE    '.
015100     05  RH-MONTH-START          PIC 9(08).
015200     05  FILLER                  PIC X(04) VALUE ' TO '.
015300     05  RH-MONTH-END            PIC 9(08).
015400     05  FILLER                  PIC X(05) VALUE ' RUN '.
015500     05  RH-RUN-DATE             PIC 9(08).
015600 01  WS-COLUMN-HEADING.
015700     05  FILLER                  PIC X(40) VALUE
015800         'CO  ACCOUNT    BRCH DAYS  CLOSING BALANC'.
015900     05  FILLER                  PIC X(34) VALUE
016000         'E    AVERAGE BALANCE'.
016100 01  WS-ACCOUNT-LINE.
016200     05  AC-COMPANY-CODE         PIC X(03).
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  AC-ACCOUNT-NUMBER       PIC X(10).
016500     05  FILLER                  PIC X(01) VALUE SPACE.
016600     05  AC-BRANCH-CODE          PIC X(04).
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  AC-DAYS-ON-FILE         PIC Z9.
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  AC-CLOSING-BALANCE      PIC -(13)9.99.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  AC-AVERAGE-BALANCE      PIC -(13)9.99.
017300 01  WS-BRANCH-LINE.
017400     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
017500     05  BT-BRANCH-CODE          PIC X(04).
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  BT-ACCOUNT-COUNT        PIC Z(06)9.
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  BT-CLOSING-TOTAL        PIC -(13)9.99.
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  BT-AVERAGE-TOTAL        PIC -(13)9.99.
018200 01  WS-COMPANY-LINE.
018300     05  FILLER                  PIC X(08) VALUE 'COMPANY '.
018400     05  CT-COMPANY-CODE         PIC X(03).
018500     05  FILLER                  PIC X(01) VALUE SPACE.
018600     05  CT-ACCOUNT-COUNT        PIC Z(06)9.
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  CT-CLOSING-TOTAL        PIC -(13)9.99.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  CT-AVERAGE-TOTAL        PIC -(13)9.99.
019030     05  FILLER                  PIC X(01) VALUE SPACE.
019060     05  CT-CURRENCY-CODE        PIC X(03).
019100 01  WS-COUNT-LINE.
019200     05  CL-LABEL                PIC X(32).
019300     05  CL-COUNT                PIC Z(08)9.
019400
019500 PROCEDURE DIVISION.
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE
019800         THRU 1000-INITIALIZE-EXIT
019900     PERFORM 3000-PROCESS-ONE-SNAPSHOT
020000         THRU 3000-PROCESS-ONE-SNAPSHOT-EXIT
020100         UNTIL END-OF-FILE
020200     IF WS-CURRENT-COMPANY NOT = SPACES
020300         PERFORM 4000-CLOSE-ACCOUNT
020400             THRU 4000-CLOSE-ACCOUNT-EXIT
020500         PERFORM 5000-CLOSE-COMPANY
020600             THRU 5000-CLOSE-COMPANY-EXIT
020700     END-IF
020800     IF WS-REPORT-FILE-OPEN
020900         PERFORM 8000-PRINT-CONTROL-TOTALS
021000             THRU 8000-PRINT-CONTROL-TOTALS-EXIT
021100     END-IF
021200     PERFORM 9999-TERMINATE
021300         THRU 9999-TERMINATE-EXIT
021400     STOP RUN.
021500
021600 1000-INITIALIZE.
021700     ACCEPT WS-REPORT-CARD FROM SYSIN
021800     CALL 'PROC-DATE' USING WS-RUN-DATE
021900     IF WS-RC-MONTH-X = SPACES
022000         MOVE WS-RUN-YEAR-MONTH TO WS-MS-YEAR-MONTH
022100     ELSE
022200         IF WS-RC-MONTH-X NOT NUMERIC
022300             DISPLAY 'ADB-REPORT: REPORT MONTH ' WS-RC-MONTH-X
022400                 ' IS NOT CCYYMM'
022500             MOVE 8 TO RETURN-CODE
022600             MOVE 'Y' TO EOF-SWITCH
022700             GO TO 1000-INITIALIZE-EXIT
022800         END-IF
022900         MOVE WS-RC-MONTH-X TO WS-MS-YEAR-MONTH
023000     END-IF
023100     IF WS-MS-MONTH < 1 OR WS-MS-MONTH > 12
023200         DISPLAY 'ADB-REPORT: REPORT MONTH ' WS-MS-YEAR-MONTH
023300             ' IS NOT CCYYMM'
023400         MOVE 8 TO RETURN-CODE
023500         MOVE 'Y' TO EOF-SWITCH
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF
023800     MOVE 1 TO WS-MS-DAY
023900     MOVE WS-MONTH-DAYS (WS-MS-MONTH) TO WS-MONTH-END-DAY
024000     IF WS-MS-MONTH = 2
024100         PERFORM 1100-CHECK-LEAP-YEAR
024200             THRU 1100-CHECK-LEAP-YEAR-EXIT
024300     END-IF
024400     COMPUTE WS-MONTH-END-NUM = WS-MONTH-START-NUM
024500         + WS-MONTH-END-DAY - 1
024600     OPEN OUTPUT REPORT-FILE
024700     IF FS-REPORT-FILE NOT = '00'
024800         DISPLAY 'ADB-REPORT: ADBRPT OPEN FAILED, STATUS='
024900             FS-REPORT-FILE
025000         MOVE 8 TO RETURN-CODE
025100         MOVE 'Y' TO EOF-SWITCH
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF
025400     MOVE 'Y' TO WS-RPT-OPEN-SWITCH
025500     PERFORM 1500-WRITE-HEADINGS
025600         THRU 1500-WRITE-HEADINGS-EXIT
025610     OPEN INPUT CONTROL-MASTER-FILE
025620     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
025630         DISPLAY 'ADB-REPORT: NO CTLMSTR, STATUS='
025640             FS-CONTROL-MASTER-FILE ' - CURRENCIES NOT SHOWN'
025650         MOVE 4 TO RETURN-CODE
025660     ELSE
025670         MOVE 'Y' TO WS-CTL-OPEN-SWITCH
025680     END-IF
025700     OPEN INPUT SNAPSHOT-FILE
025800     IF FS-SNAPSHOT-FILE NOT = '00'
025900         DISPLAY 'ADB-REPORT: NO BALANCE SNAPSHOT FILE, STATUS='
026000             FS-SNAPSHOT-FILE
026100         MOVE 8 TO RETURN-CODE
026200         MOVE 'Y' TO EOF-SWITCH
026300         GO TO 1000-INITIALIZE-EXIT
026400     END-IF
026500     MOVE 'Y' TO WS-SNAP-OPEN-SWITCH
026600     MOVE LOW-VALUES TO BS-SNAP-KEY
026700     START SNAPSHOT-FILE
026800         KEY IS NOT LESS THAN BS-SNAP-KEY
026900         INVALID KEY
027000             MOVE 'Y' TO EOF-SWITCH
027100     END-START
027200     IF NOT END-OF-FILE
027300         PERFORM 3100-READ-NEXT-SNAPSHOT
027400             THRU 3100-READ-NEXT-SNAPSHOT-EXIT
027500     END-IF.
027600 1000-INITIALIZE-EXIT.
027700     EXIT.
027800
027900 1100-CHECK-LEAP-YEAR.
028000     DIVIDE WS-MS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
028100         REMAINDER WS-LEAP-REMAINDER
028200     IF WS-LEAP-REMAINDER NOT = ZERO
028300         GO TO 1100-CHECK-LEAP-YEAR-EXIT
028400     END-IF
028500     DIVIDE WS-MS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
028600         REMAINDER WS-LEAP-REMAINDER
028700     IF WS-LEAP-REMAINDER NOT = ZERO
028800         MOVE 29 TO WS-MONTH-END-DAY
028900         GO TO 1100-CHECK-LEAP-YEAR-EXIT
029000     END-IF
029100     DIVIDE WS-MS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
029200         REMAINDER WS-LEAP-REMAINDER
029300     IF WS-LEAP-REMAINDER = ZERO
029400         MOVE 29 TO WS-MONTH-END-DAY
029500     END-IF.
029600 1100-CHECK-LEAP-YEAR-EXIT.
029700     EXIT.
029800
029900 1500-WRITE-HEADINGS.
030000     MOVE WS-MONTH-START-NUM TO RH-MONTH-START
030100     MOVE WS-MONTH-END-NUM TO RH-MONTH-END
030200     MOVE WS-RUN-DATE TO RH-RUN-DATE
030300     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
030400     MOVE SPACES TO REPORT-RECORD
030500     WRITE REPORT-RECORD
030600     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING.
030700 1500-WRITE-HEADINGS-EXIT.
030800     EXIT.
030900
031000*--------------------------------------------------------------
031100* SNAPSHOTS ARRIVE BY COMPANY, ACCOUNT AND DATE. A NEW ACCOUNT
031200* CLOSES THE ONE IN HAND; A NEW COMPANY ALSO PRINTS THE BRANCH
031300* AND COMPANY TOTALS. SNAPSHOTS AFTER THE MONTH ARE PASSED BY.
031400*--------------------------------------------------------------
031500 3000-PROCESS-ONE-SNAPSHOT.
031600     ADD 1 TO WS-SNAPSHOT-COUNT
031700     IF BS-COMPANY-CODE NOT = WS-CURRENT-COMPANY OR
031800        BS-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
031900         IF WS-CURRENT-COMPANY NOT = SPACES
032000             PERFORM 4000-CLOSE-ACCOUNT
032100                 THRU 4000-CLOSE-ACCOUNT-EXIT
032200         END-IF
032300         IF BS-COMPANY-CODE NOT = WS-CURRENT-COMPANY AND
032400            WS-CURRENT-COMPANY NOT = SPACES
032500             PERFORM 5000-CLOSE-COMPANY
032600                 THRU 5000-CLOSE-COMPANY-EXIT
032700         END-IF
032800         PERFORM 3200-START-ACCOUNT
032900             THRU 3200-START-ACCOUNT-EXIT
033000     END-IF
033100     IF BS-SNAP-DATE < WS-MONTH-START-NUM
033200         MOVE 'Y' TO WS-OPENING-SWITCH
033300         MOVE BS-LEDGER-BALANCE TO WS-OPENING-BALANCE
033400         GO TO 3000-PROCESS-ONE-SNAPSHOT-NEXT
033500     END-IF
033600     IF BS-SNAP-DATE > WS-MONTH-END-NUM
033700         GO TO 3000-PROCESS-ONE-SNAPSHOT-NEXT
033800     END-IF
033900     PERFORM 3300-APPLY-MONTH-SNAPSHOT
034000         THRU 3300-APPLY-MONTH-SNAPSHOT-EXIT.
034100 3000-PROCESS-ONE-SNAPSHOT-NEXT.
034200     PERFORM 3100-READ-NEXT-SNAPSHOT
034300         THRU 3100-READ-NEXT-SNAPSHOT-EXIT.
034400 3000-PROCESS-ONE-SNAPSHOT-EXIT.
034500     EXIT.
034600
034700 3100-READ-NEXT-SNAPSHOT.
034800     READ SNAPSHOT-FILE NEXT RECORD
034900         AT END
035000             MOVE 'Y' TO EOF-SWITCH
035100     END-READ.
035200 3100-READ-NEXT-SNAPSHOT-EXIT.
035300     EXIT.
035400
035500 3200-START-ACCOUNT.
035600     IF BS-COMPANY-CODE NOT = WS-CURRENT-COMPANY
035700         MOVE ZERO TO WS-BRANCH-COUNT
035800         MOVE ZERO TO WS-COMPANY-ACCOUNTS
035900         MOVE ZERO TO WS-COMPANY-AVERAGE-TOTAL
036000         MOVE ZERO TO WS-COMPANY-CLOSING-TOTAL
036100     END-IF
036200     MOVE BS-COMPANY-CODE TO WS-CURRENT-COMPANY
036300     MOVE BS-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
036400     MOVE 'N' TO WS-OPENING-SWITCH
036500     MOVE ZERO TO WS-OPENING-BALANCE
036600     MOVE ZERO TO WS-PENDING-BALANCE
036700     MOVE ZERO TO WS-IN-MONTH-COUNT
036800     MOVE ZERO TO WS-BALANCE-DAYS
036900     MOVE SPACES TO WS-ACCOUNT-BRANCH.
037000 3200-START-ACCOUNT-EXIT.
037100     EXIT.
037200
037300*--------------------------------------------------------------
037400* THE FIRST SNAPSHOT IN THE MONTH STARTS THE COUNT - FROM DAY 1
037500* WITH THE OPENING BALANCE WHEN ONE IS ON FILE, OTHERWISE FROM
037600* ITS OWN DAY. EACH SNAPSHOT THEN ENDS THE PENDING BALANCE'S RUN
037700* OF DAYS AND BECOMES THE PENDING BALANCE ITSELF.
037800*--------------------------------------------------------------
037900 3300-APPLY-MONTH-SNAPSHOT.
038000     MOVE BS-SNAP-DATE TO WS-SNAP-DATE
038100     IF WS-IN-MONTH-COUNT = ZERO
038200         IF WS-OPENING-ON-FILE
038300             MOVE WS-OPENING-BALANCE TO WS-PENDING-BALANCE
038400             MOVE 1 TO WS-PENDING-DAY
038500         ELSE
038600             MOVE BS-LEDGER-BALANCE TO WS-PENDING-BALANCE
038700             MOVE WS-SNAP-DAY TO WS-PENDING-DAY
038800         END-IF
038900         MOVE WS-PENDING-DAY TO WS-FIRST-DAY
039000     END-IF
039100     ADD 1 TO WS-IN-MONTH-COUNT
039200     COMPUTE WS-SPAN-DAYS = WS-SNAP-DAY - WS-PENDING-DAY
039300     COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
039400         + WS-PENDING-BALANCE * WS-SPAN-DAYS
039500     MOVE BS-LEDGER-BALANCE TO WS-PENDING-BALANCE
039600     MOVE WS-SNAP-DAY TO WS-PENDING-DAY
039700     MOVE BS-BRANCH-CODE TO WS-ACCOUNT-BRANCH.
039800 3300-APPLY-MONTH-SNAPSHOT-EXIT.
039900     EXIT.
040000
040100*--------------------------------------------------------------
040200* MONTH END CLOSES THE LAST PENDING BALANCE, THROUGH THE LAST
040300* CALENDAR DAY. AN ACCOUNT WITH NO SNAPSHOT IN THE MONTH (GONE
040400* BEFORE IT, OR OPENED AFTER IT) IS NOT REPORTED.
040500*--------------------------------------------------------------
040600 4000-CLOSE-ACCOUNT.
040700     IF WS-IN-MONTH-COUNT = ZERO
040800         GO TO 4000-CLOSE-ACCOUNT-EXIT
040900     END-IF
041000     COMPUTE WS-SPAN-DAYS = WS-MONTH-END-DAY + 1 - WS-PENDING-DAY
041100     COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
041200         + WS-PENDING-BALANCE * WS-SPAN-DAYS
041300     COMPUTE WS-DAYS-ON-FILE = WS-MONTH-END-DAY + 1 - WS-FIRST-DAY
041400     COMPUTE WS-AVERAGE-BALANCE ROUNDED =
041500         WS-BALANCE-DAYS / WS-DAYS-ON-FILE
041600     MOVE WS-CURRENT-COMPANY TO AC-COMPANY-CODE
041700     MOVE WS-CURRENT-ACCOUNT TO AC-ACCOUNT-NUMBER
041800     MOVE WS-ACCOUNT-BRANCH TO AC-BRANCH-CODE
041900     MOVE WS-DAYS-ON-FILE TO AC-DAYS-ON-FILE
042000     MOVE WS-PENDING-BALANCE TO AC-CLOSING-BALANCE
042100     MOVE WS-AVERAGE-BALANCE TO AC-AVERAGE-BALANCE
042200     WRITE REPORT-RECORD FROM WS-ACCOUNT-LINE
042300     ADD 1 TO WS-REPORTED-COUNT
042400     ADD 1 TO WS-COMPANY-ACCOUNTS
042500     ADD WS-AVERAGE-BALANCE TO WS-COMPANY-AVERAGE-TOTAL
042600     ADD WS-PENDING-BALANCE TO WS-COMPANY-CLOSING-TOTAL
042700     PERFORM 4100-FIND-BRANCH
042800         THRU 4100-FIND-BRANCH-EXIT
042900     IF NOT WS-BRANCH-FOUND
043000         ADD 1 TO WS-UNTRACKED-COUNT
043100         MOVE 'Y' TO WS-BRANCH-FULL-SWITCH
043200         GO TO 4000-CLOSE-ACCOUNT-EXIT
043300     END-IF
043400     ADD 1 TO WS-BR-ACCOUNT-COUNT (WS-BRANCH-INDEX)
043500     ADD WS-AVERAGE-BALANCE TO
043600         WS-BR-AVERAGE-TOTAL (WS-BRANCH-INDEX)
043700     ADD WS-PENDING-BALANCE TO
043800         WS-BR-CLOSING-TOTAL (WS-BRANCH-INDEX).
043900 4000-CLOSE-ACCOUNT-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------
044300* LOCATE THE ACCOUNT'S BRANCH, ADDING IT WHILE THERE IS ROOM.
044400* NOT FOUND AFTER THAT MEANS THE TABLE IS FULL.
044500*--------------------------------------------------------------
044600 4100-FIND-BRANCH.
044700     MOVE 'N' TO WS-BRANCH-FOUND-SWITCH
044800     MOVE 1 TO WS-BRANCH-INDEX
044900     PERFORM 4150-MATCH-ONE-BRANCH
045000         THRU 4150-MATCH-ONE-BRANCH-EXIT
045100         UNTIL WS-BRANCH-FOUND OR
045200               WS-BRANCH-INDEX > WS-BRANCH-COUNT
045300     IF WS-BRANCH-FOUND
045400         GO TO 4100-FIND-BRANCH-EXIT
045500     END-IF
045600     IF WS-BRANCH-COUNT NOT < WS-BRANCH-LIMIT
045700         GO TO 4100-FIND-BRANCH-EXIT
045800     END-IF
045900     ADD 1 TO WS-BRANCH-COUNT
046000     MOVE WS-BRANCH-COUNT TO WS-BRANCH-INDEX
046100     MOVE 'Y' TO WS-BRANCH-FOUND-SWITCH
046200     MOVE WS-ACCOUNT-BRANCH TO WS-BR-BRANCH-CODE (WS-BRANCH-INDEX)
046300     MOVE ZERO TO WS-BR-ACCOUNT-COUNT (WS-BRANCH-INDEX)
046400     MOVE ZERO TO WS-BR-AVERAGE-TOTAL (WS-BRANCH-INDEX)
046500     MOVE ZERO TO WS-BR-CLOSING-TOTAL (WS-BRANCH-INDEX).
046600 4100-FIND-BRANCH-EXIT.
046700     EXIT.
046800
046900 4150-MATCH-ONE-BRANCH.
047000     IF WS-BR-BRANCH-CODE (WS-BRANCH-INDEX) = WS-ACCOUNT-BRANCH
047100         MOVE 'Y' TO WS-BRANCH-FOUND-SWITCH
047200         GO TO 4150-MATCH-ONE-BRANCH-EXIT
047300     END-IF
047400     ADD 1 TO WS-BRANCH-INDEX.
047500 4150-MATCH-ONE-BRANCH-EXIT.
047600     EXIT.
047700
047800*--------------------------------------------------------------
047900* THE COMPANY'S BRANCH TOTALS, THEN ITS COMPANY TOTAL. THE
048000* AVERAGE TOTAL IS THE SUM OF THE ACCOUNTS' AVERAGES. THE
048030* COMPANY TOTAL CARRIES THE COMPANY'S BOOKS CURRENCY FROM ITS
048060* CTLMSTR 'C' ENTRY - THE COMPANIES DO NOT SHARE ONE.
048100*--------------------------------------------------------------
048200 5000-CLOSE-COMPANY.
048300     IF WS-COMPANY-ACCOUNTS = ZERO
048400         GO TO 5000-CLOSE-COMPANY-EXIT
048500     END-IF
048600     MOVE SPACES TO REPORT-RECORD
048700     WRITE REPORT-RECORD
048800     MOVE 1 TO WS-BRANCH-INDEX
048900     PERFORM 5100-PRINT-ONE-BRANCH
049000         THRU 5100-PRINT-ONE-BRANCH-EXIT
049100         UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
049200     MOVE WS-CURRENT-COMPANY TO CT-COMPANY-CODE
049300     MOVE WS-COMPANY-ACCOUNTS TO CT-ACCOUNT-COUNT
049400     MOVE WS-COMPANY-CLOSING-TOTAL TO CT-CLOSING-TOTAL
049500     MOVE WS-COMPANY-AVERAGE-TOTAL TO CT-AVERAGE-TOTAL
049530     PERFORM 5200-GET-COMPANY-CURRENCY
049560         THRU 5200-GET-COMPANY-CURRENCY-EXIT
049600     WRITE REPORT-RECORD FROM WS-COMPANY-LINE
049700     MOVE SPACES TO REPORT-RECORD
049800     WRITE REPORT-RECORD.
049900 5000-CLOSE-COMPANY-EXIT.
050000     EXIT.
050100
050200 5100-PRINT-ONE-BRANCH.
050300     MOVE WS-BR-BRANCH-CODE (WS-BRANCH-INDEX) TO BT-BRANCH-CODE
050400     MOVE WS-BR-ACCOUNT-COUNT (WS-BRANCH-INDEX)
050500         TO BT-ACCOUNT-COUNT
050600     MOVE WS-BR-CLOSING-TOTAL (WS-BRANCH-INDEX)
050700         TO BT-CLOSING-TOTAL
050800     MOVE WS-BR-AVERAGE-TOTAL (WS-BRANCH-INDEX)
050900         TO BT-AVERAGE-TOTAL
051000     WRITE REPORT-RECORD FROM WS-BRANCH-LINE
051100     ADD 1 TO WS-BRANCH-INDEX.
051200 5100-PRINT-ONE-BRANCH-EXIT.
051300     EXIT.
051303
051306*--------------------------------------------------------------
051309* THE COMPANY'S CURRENCY CODE. NO CTLMSTR, NO 'C' ENTRY OR A
051312* BLANK CODE PRINTS ??? AND ENDS THE RUN RC=4.
051315*--------------------------------------------------------------
051318 5200-GET-COMPANY-CURRENCY.
051321     MOVE '???' TO CT-CURRENCY-CODE
051324     IF NOT WS-CONTROL-MASTER-OPEN
051327         GO TO 5200-GET-COMPANY-CURRENCY-EXIT
051330     END-IF
051333     MOVE 'C' TO CT-ENTRY-TYPE
051336     MOVE WS-CURRENT-COMPANY TO CT-ENTRY-CODE
051339     READ CONTROL-MASTER-FILE
051342         INVALID KEY
051345             DISPLAY 'ADB-REPORT: COMPANY ' WS-CURRENT-COMPANY
051348                 ' HAS NO CTLMSTR ENTRY'
051351             IF RETURN-CODE < 4
051354                 MOVE 4 TO RETURN-CODE
051357             END-IF
051360             GO TO 5200-GET-COMPANY-CURRENCY-EXIT
051363     END-READ
051366     IF CT-CO-CURRENCY-CODE = SPACES
051369         DISPLAY 'ADB-REPORT: COMPANY ' WS-CURRENT-COMPANY
051372             ' HAS NO CURRENCY CODE ON CTLMSTR'
051375         IF RETURN-CODE < 4
051378             MOVE 4 TO RETURN-CODE
051381         END-IF
051384         GO TO 5200-GET-COMPANY-CURRENCY-EXIT
051387     END-IF
051390     MOVE CT-CO-CURRENCY-CODE TO CT-CURRENCY-CODE.
051393 5200-GET-COMPANY-CURRENCY-EXIT.
051396     EXIT.
051400
051500 8000-PRINT-CONTROL-TOTALS.
051600     IF WS-REPORTED-COUNT = ZERO
051700         MOVE 'NO ACCOUNT HAS A SNAPSHOT IN THIS MONTH'
051800             TO REPORT-RECORD
051900         WRITE REPORT-RECORD
052000     END-IF
052100     MOVE SPACES TO REPORT-RECORD
052200     WRITE REPORT-RECORD
052300     MOVE 'CONTROL TOTALS' TO REPORT-RECORD
052400     WRITE REPORT-RECORD
052500     MOVE 'SNAPSHOTS READ' TO CL-LABEL
052600     MOVE WS-SNAPSHOT-COUNT TO CL-COUNT
052700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
052800     MOVE 'ACCOUNTS REPORTED' TO CL-LABEL
052900     MOVE WS-REPORTED-COUNT TO CL-COUNT
053000     WRITE REPORT-RECORD FROM WS-COUNT-LINE
053100     IF WS-BRANCH-TABLE-FULL
053200         MOVE 'ACCOUNTS NOT IN BRANCH TOTALS' TO CL-LABEL
053300         MOVE WS-UNTRACKED-COUNT TO CL-COUNT
053400         WRITE REPORT-RECORD FROM WS-COUNT-LINE
053500         MOVE '*** BRANCH TABLE FULL - TOTALS INCOMPLETE ***'
053600             TO REPORT-RECORD
053700         WRITE REPORT-RECORD
053800         IF RETURN-CODE < 4
053900             MOVE 4 TO RETURN-CODE
054000         END-IF
054100     END-IF
054200     DISPLAY 'ADB-REPORT: MONTH............. ' WS-MONTH-START-NUM
054300         ' TO ' WS-MONTH-END-NUM
054400     DISPLAY 'ADB-REPORT: SNAPSHOTS READ.... ' WS-SNAPSHOT-COUNT
054500     DISPLAY 'ADB-REPORT: ACCOUNTS REPORTED. ' WS-REPORTED-COUNT.
054600 8000-PRINT-CONTROL-TOTALS-EXIT.
054700     EXIT.
054800
054900 9999-TERMINATE.
055000     IF WS-SNAPSHOT-FILE-OPEN
055100         CLOSE SNAPSHOT-FILE
055200     END-IF
055220     IF WS-CONTROL-MASTER-OPEN
055240         CLOSE CONTROL-MASTER-FILE
055260     END-IF
055300     IF WS-REPORT-FILE-OPEN
055400         CLOSE REPORT-FILE
055500     END-IF.
055600 9999-TERMINATE-EXIT.
055700     EXIT.
