000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACCESS-RPT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. PERIODIC CUSTOMER-DATA ACCESS
001100*                   REPORT OVER THE ACCESS LOG THE INQUIRY
001200*                   PROGRAMS WRITE THROUGH ACCESS-LOG, SORTED BY
001300*                   OPERATOR AND TIMESTAMP (ACCSRT). THE ACCRPM
001400*                   CARD GIVES THE PERIOD AND AN OPTIONAL
001500*                   HIGH-VOLUME LIMIT. EACH OPERATOR'S LOOKUPS ARE
001600*                   LISTED UNDER THEIR OPERTAB HOME BRANCH WITH
001700*                   THE ACCOUNT'S INPTMSTR BRANCH; A LOOKUP
001800*                   OUTSIDE THE HOME BRANCH IS FLAGGED, AND SO IS
001900*                   AN OPERATOR WHOSE LOOKUPS EXCEED THE LIMIT
002000*                   (DEFAULT THREE TIMES THE AVERAGE PER
002100*                   OPERATOR). RC=4 WHEN EITHER IS FOUND (ACCRPT).
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ACCESS-FILE ASSIGN TO 'ACCSRT'
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS FS-ACCESS-FILE.
002900     SELECT REPORT-PARM ASSIGN TO 'ACCRPM'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FS-REPORT-PARM.
003200     SELECT OPERATOR-FILE ASSIGN TO 'OPERTAB'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FS-OPERATOR-FILE.
003500     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS IR-MASTER-KEY
003900         FILE STATUS IS FS-MASTER-FILE.
004000     SELECT REPORT-FILE ASSIGN TO 'ACCRPT'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-REPORT-FILE.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ACCESS-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  ACCESS-RECORD.
004900     COPY ACCSREC.
005000
005100*--------------------------------------------------------------
005200* REPORT PERIOD (ZERO OR MISSING DATE LEAVES THAT END OPEN) AND
005300* THE HIGH-VOLUME LIMIT - MORE LOOKUPS THAN THIS IN THE PERIOD
005400* FLAGS THE OPERATOR. ZERO OR BLANK TAKES THE DEFAULT OF THREE
005500* TIMES THE AVERAGE PER OPERATOR.
005600*--------------------------------------------------------------
005700 FD  REPORT-PARM
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-PARM-RECORD.
006000     05  AP-FROM-DATE            PIC 9(08).
006100     05  AP-FILL-1               PIC X(01).
006200     05  AP-TO-DATE              PIC 9(08).
006300     05  AP-FILL-2               PIC X(01).
006400     05  AP-VOLUME-LIMIT         PIC 9(05).
006500
006600 FD  OPERATOR-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  OPERATOR-RECORD.
006900     05  OP-OPERATOR-ID          PIC X(08).
007000     05  OP-FILL-1               PIC X(01).
007100     05  OP-ACCESS-CODE          PIC X(06).
007200     05  OP-FILL-2               PIC X(01).
007300     05  OP-AUTH-LEVEL           PIC 9(01).
007400     05  OP-FILL-3               PIC X(01).
007500     05  OP-HOME-BRANCH          PIC X(04).
007600
007700 FD  MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  MASTER-RECORD.
008000     COPY INPTREC.
008100
008200 FD  REPORT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  REPORT-RECORD               PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 01  FS-ACCESS-FILE              PIC X(02) VALUE '00'.
008800 01  FS-REPORT-PARM              PIC X(02) VALUE '00'.
008900 01  FS-OPERATOR-FILE            PIC X(02) VALUE '00'.
009000 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
009100 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
009200 01  WS-SWITCHES.
009300     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
009400         88  END-OF-FILE                    VALUE 'Y'.
009500     05  WS-ACCESS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
009600         88  WS-ACCESS-FILE-OPEN             VALUE 'Y'.
009700     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
009800         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
009900     05  WS-OPER-EOF-SWITCH      PIC X(01) VALUE 'N'.
010000         88  WS-OPERATOR-EOF             VALUE 'Y'.
010100     05  WS-OPER-FOUND-SWITCH    PIC X(01).
010200         88  WS-OPERATOR-FOUND           VALUE 'Y'.
010300     05  WS-LIMIT-SOURCE-SWITCH  PIC X(01) VALUE 'A'.
010400         88  WS-LIMIT-FROM-CARD          VALUE 'C'.
010500
010600 01  WS-RUN-DATE                 PIC 9(08).
010700 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
010800 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
010900 01  WS-RECORD-DATE              PIC 9(08).
011000 01  WS-CURRENT-OPERATOR         PIC X(08) VALUE SPACES.
011100 01  WS-HOME-BRANCH              PIC X(04).
011200 01  WS-ACCOUNT-BRANCH           PIC X(04).
011300 01  WS-VOLUME-LIMIT             PIC 9(07) COMP VALUE ZERO.
011400 01  WS-VOLUME-FACTOR            PIC 9(01) COMP VALUE 3.
011500
011600 01  WS-COUNTERS.
011700     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
011800     05  WS-LOOKUP-COUNT         PIC 9(07) COMP VALUE ZERO.
011900     05  WS-OPERATOR-COUNT       PIC 9(05) COMP VALUE ZERO.
012000     05  WS-OUT-OF-BRANCH-COUNT  PIC 9(07) COMP VALUE ZERO.
012100     05  WS-HIGH-VOLUME-COUNT    PIC 9(05) COMP VALUE ZERO.
012200     05  WS-OPER-LOOKUP-COUNT    PIC 9(07) COMP VALUE ZERO.
012300     05  WS-OPER-OUT-COUNT       PIC 9(07) COMP VALUE ZERO.
012400
012500*--------------------------------------------------------------
012600* OPERATOR TABLE FROM OPERTAB - ID AND HOME BRANCH.
012700*--------------------------------------------------------------
012800 01  WS-OPER-LIMIT               PIC 9(03) COMP VALUE 100.
012900 01  WS-OPER-COUNT               PIC 9(03) COMP VALUE ZERO.
013000 01  WS-OPER-INDEX               PIC 9(03) COMP.
013100 01  WS-OPER-TABLE.
013200     05  WS-OPER-ENTRY           OCCURS 100 TIMES.
013300         10  WS-OT-OPERATOR-ID   PIC X(08).
013400         10  WS-OT-HOME-BRANCH   PIC X(04).
013500
013600*--------------------------------------------------------------
013700* PAGINATION CONTROL
013800*--------------------------------------------------------------
013900 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
014000 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
014100 01  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
014200 01  WS-PRINT-LINE               PIC X(80).
014300
014400*--------------------------------------------------------------
014500* REPORT LINES - ONE SECTION PER OPERATOR, ONE LINE PER LOOKUP
014600* IN TIMESTAMP ORDER, THE ACCOUNT'S INPTMSTR BRANCH BESIDE IT.
014700*--------------------------------------------------------------
014800 01  WS-PAGE-HEADING.
014900     05  FILLER                  PIC X(36)
015000         VALUE 'ACCESS-RPT  CUSTOMER-DATA ACCESS    '.
015100     05  PH-RUN-DATE             PIC X(08).
015200     05  FILLER                  PIC X(24) VALUE SPACES.
015300     05  FILLER                  PIC X(05) VALUE 'PAGE '.
015400     05  PH-PAGE-NUMBER          PIC ZZZ9.
015500 01  WS-CRITERIA-LINE.
015600     05  FILLER                  PIC X(07) VALUE 'PERIOD '.
015700     05  CL-FROM-DATE            PIC 9(08).
015800     05  FILLER                  PIC X(03) VALUE ' - '.
015900     05  CL-TO-DATE              PIC 9(08).
016000     05  FILLER                  PIC X(20)
016100         VALUE '  HIGH-VOLUME LIMIT '.
016200     05  CL-VOLUME-LIMIT         PIC ZZZ,ZZ9.
016300 01  WS-OPERATOR-HEADING.
016400     05  FILLER                  PIC X(09) VALUE 'OPERATOR '.
016500     05  OH-OPERATOR-ID          PIC X(08).
016600     05  FILLER                  PIC X(14) VALUE '  HOME BRANCH '.
016700     05  OH-HOME-BRANCH          PIC X(04).
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  OH-NOTE                 PIC X(20).
017000 01  WS-COLUMN-HEADING.
017100     05  FILLER                  PIC X(29)
017200         VALUE 'DATE     TIME   PROGRAM      '.
017300     05  FILLER                  PIC X(27)
017400         VALUE 'TY CO  ACCOUNT    BRCH FLAG'.
017500 01  WS-DETAIL-LINE.
017600     05  DL-DATE                 PIC X(08).
017700     05  FILLER                  PIC X(01) VALUE SPACE.
017800     05  DL-TIME                 PIC X(06).
017900     05  FILLER                  PIC X(01) VALUE SPACE.
018000     05  DL-PROGRAM-ID           PIC X(12).
018100     05  FILLER                  PIC X(01) VALUE SPACE.
018200     05  DL-INQUIRY-TYPE         PIC X(02).
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  DL-COMPANY-CODE         PIC X(03).
018500     05  FILLER                  PIC X(01) VALUE SPACE.
018600     05  DL-ACCOUNT-NUMBER       PIC X(10).
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  DL-BRANCH-CODE          PIC X(04).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  DL-FLAG                 PIC X(16).
019100 01  WS-OPERATOR-TOTAL.
019200     05  FILLER                  PIC X(10) VALUE '  LOOKUPS '.
019300     05  OS-LOOKUP-COUNT         PIC ZZZ,ZZ9.
019400     05  FILLER                  PIC X(16)
019500         VALUE '  OUT OF BRANCH '.
019600     05  OS-OUT-COUNT            PIC ZZZ,ZZ9.
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  OS-NOTE                 PIC X(20).
019900 01  WS-TOTAL-LINE.
020000     05  TL-LABEL                PIC X(28).
020100     05  TL-COUNT                PIC ZZZ,ZZ9.
020200
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE
020600         THRU 1000-INITIALIZE-EXIT
020700     PERFORM 3000-REPORT-ONE-LOOKUP
020800         THRU 3000-REPORT-ONE-LOOKUP-EXIT
020900         UNTIL END-OF-FILE
021000     IF WS-OPERATOR-COUNT > ZERO
021100         PERFORM 5100-END-OPERATOR
021200             THRU 5100-END-OPERATOR-EXIT
021300     END-IF
021400     PERFORM 8000-SUMMARIZE
021500         THRU 8000-SUMMARIZE-EXIT
021600     PERFORM 9999-TERMINATE
021700         THRU 9999-TERMINATE-EXIT
021800     STOP RUN.
021900
022000 1000-INITIALIZE.
022100     CALL 'PROC-DATE' USING WS-RUN-DATE
022200     PERFORM 1100-READ-REPORT-PARM
022300         THRU 1100-READ-REPORT-PARM-EXIT
022400     PERFORM 1200-LOAD-OPERATORS
022500         THRU 1200-LOAD-OPERATORS-EXIT
022600     OPEN OUTPUT REPORT-FILE
022700     MOVE WS-RUN-DATE TO PH-RUN-DATE
022800     OPEN INPUT ACCESS-FILE
022900     IF FS-ACCESS-FILE NOT = '00'
023000         DISPLAY 'ACCESS-RPT: NO SORTED ACCESS LOG, STATUS='
023100             FS-ACCESS-FILE
023200         MOVE 8 TO RETURN-CODE
023300         MOVE 'Y' TO EOF-SWITCH
023400         GO TO 1000-INITIALIZE-EXIT
023500     END-IF
023600     MOVE 'Y' TO WS-ACCESS-OPEN-SWITCH
023700     PERFORM 2000-COUNT-LOOKUPS
023800         THRU 2000-COUNT-LOOKUPS-EXIT
023900     OPEN INPUT MASTER-FILE
024000     IF FS-MASTER-FILE = '00' OR '05'
024100         MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
024200     ELSE
024300         DISPLAY 'ACCESS-RPT: NO INPTMSTR - BRANCH CHECK '
024400             'BYPASSED, STATUS=' FS-MASTER-FILE
024500     END-IF
024600     MOVE WS-FROM-DATE TO CL-FROM-DATE
024700     MOVE WS-TO-DATE TO CL-TO-DATE
024800     MOVE WS-VOLUME-LIMIT TO CL-VOLUME-LIMIT
024900     MOVE WS-CRITERIA-LINE TO WS-PRINT-LINE
025000     PERFORM 9100-WRITE-REPORT-LINE
025100         THRU 9100-WRITE-REPORT-LINE-EXIT
025200     PERFORM 3100-READ-ACCESS
025300         THRU 3100-READ-ACCESS-EXIT.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600
025700 1100-READ-REPORT-PARM.
025800     OPEN INPUT REPORT-PARM
025900     IF FS-REPORT-PARM NOT = '00'
026000         GO TO 1100-READ-REPORT-PARM-EXIT
026100     END-IF
026200     READ REPORT-PARM
026300         AT END
026400             CONTINUE
026500         NOT AT END
026600             IF AP-FROM-DATE NUMERIC
026700                 MOVE AP-FROM-DATE TO WS-FROM-DATE
026800             END-IF
026900             IF AP-TO-DATE NUMERIC
027000                 MOVE AP-TO-DATE TO WS-TO-DATE
027100             END-IF
027200             IF AP-VOLUME-LIMIT NUMERIC AND AP-VOLUME-LIMIT > ZERO
027300                 MOVE AP-VOLUME-LIMIT TO WS-VOLUME-LIMIT
027400                 MOVE 'C' TO WS-LIMIT-SOURCE-SWITCH
027500             END-IF
027600     END-READ
027700     CLOSE REPORT-PARM.
027800 1100-READ-REPORT-PARM-EXIT.
027900     EXIT.
028000
028100 1200-LOAD-OPERATORS.
028200     OPEN INPUT OPERATOR-FILE
028300     IF FS-OPERATOR-FILE NOT = '00'
028400         DISPLAY 'ACCESS-RPT: NO OPERATOR TABLE - NO HOME '
028500             'BRANCHES TO CHECK AGAINST'
028600         GO TO 1200-LOAD-OPERATORS-EXIT
028700     END-IF
028800     PERFORM 1250-LOAD-ONE-OPERATOR
028900         THRU 1250-LOAD-ONE-OPERATOR-EXIT
029000         UNTIL WS-OPERATOR-EOF
029100     CLOSE OPERATOR-FILE.
029200 1200-LOAD-OPERATORS-EXIT.
029300     EXIT.
029400
029500 1250-LOAD-ONE-OPERATOR.
029600     READ OPERATOR-FILE
029700         AT END
029800             MOVE 'Y' TO WS-OPER-EOF-SWITCH
029900             GO TO 1250-LOAD-ONE-OPERATOR-EXIT
030000     END-READ
030100     IF WS-OPER-COUNT < WS-OPER-LIMIT
030200         ADD 1 TO WS-OPER-COUNT
030300         MOVE OP-OPERATOR-ID TO
030400             WS-OT-OPERATOR-ID (WS-OPER-COUNT)
030500         MOVE OP-HOME-BRANCH TO
030600             WS-OT-HOME-BRANCH (WS-OPER-COUNT)
030700     ELSE
030800         DISPLAY 'ACCESS-RPT: OPERATOR TABLE FULL - '
030900             OP-OPERATOR-ID ' DROPPED'
031000     END-IF.
031100 1250-LOAD-ONE-OPERATOR-EXIT.
031200     EXIT.
031300
031400*--------------------------------------------------------------
031500* FIRST PASS - THE LOOKUPS AND OPERATORS IN THE PERIOD, FOR THE
031600* DEFAULT HIGH-VOLUME LIMIT (THREE TIMES THE AVERAGE LOOKUPS PER
031700* OPERATOR). THE FILE IS THEN REOPENED FOR THE LISTING PASS.
031800*--------------------------------------------------------------
031900 2000-COUNT-LOOKUPS.
032000     PERFORM 3100-READ-ACCESS
032100         THRU 3100-READ-ACCESS-EXIT
032200     PERFORM 2100-COUNT-ONE-LOOKUP
032300         THRU 2100-COUNT-ONE-LOOKUP-EXIT
032400         UNTIL END-OF-FILE
032500     CLOSE ACCESS-FILE
032600     IF NOT WS-LIMIT-FROM-CARD AND WS-OPERATOR-COUNT > ZERO
032700         COMPUTE WS-VOLUME-LIMIT =
032800             (WS-LOOKUP-COUNT * WS-VOLUME-FACTOR)
032900                 / WS-OPERATOR-COUNT
033000     END-IF
033100     MOVE ZERO TO WS-LOOKUP-COUNT
033200     MOVE ZERO TO WS-OPERATOR-COUNT
033300     MOVE SPACES TO WS-CURRENT-OPERATOR
033400     MOVE 'N' TO EOF-SWITCH
033500     OPEN INPUT ACCESS-FILE
033600     IF FS-ACCESS-FILE NOT = '00'
033700         DISPLAY 'ACCESS-RPT: SORTED ACCESS LOG REOPEN FAILED, '
033800             'STATUS=' FS-ACCESS-FILE
033900         MOVE 8 TO RETURN-CODE
034000         MOVE 'N' TO WS-ACCESS-OPEN-SWITCH
034100         MOVE 'Y' TO EOF-SWITCH
034200     END-IF.
034300 2000-COUNT-LOOKUPS-EXIT.
034400     EXIT.
034500
034600 2100-COUNT-ONE-LOOKUP.
034700     PERFORM 3300-CHECK-PERIOD
034800         THRU 3300-CHECK-PERIOD-EXIT
034900     IF WS-RECORD-DATE NOT = ZERO
035000         ADD 1 TO WS-LOOKUP-COUNT
035100         IF WS-OPERATOR-COUNT = ZERO OR
035200            AX-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
035300             ADD 1 TO WS-OPERATOR-COUNT
035400             MOVE AX-OPERATOR-ID TO WS-CURRENT-OPERATOR
035500         END-IF
035600     END-IF
035700     PERFORM 3100-READ-ACCESS
035800         THRU 3100-READ-ACCESS-EXIT.
035900 2100-COUNT-ONE-LOOKUP-EXIT.
036000     EXIT.
036100
036200*--------------------------------------------------------------
036300* A CHANGE OF OPERATOR CLOSES THE LAST OPERATOR'S TOTALS AND
036400* OPENS THE NEW ONE'S SECTION. A LOOKUP IS OUT OF BRANCH WHEN
036500* THE ACCOUNT'S INPTMSTR BRANCH IS NOT THE OPERATOR'S OPERTAB
036600* HOME BRANCH; AN OPERATOR WITH NO HOME BRANCH, OR AN ACCOUNT
036700* NOT ON INPTMSTR, CANNOT BE CHECKED.
036800*--------------------------------------------------------------
036900 3000-REPORT-ONE-LOOKUP.
037000     ADD 1 TO WS-READ-COUNT
037100     PERFORM 3300-CHECK-PERIOD
037200         THRU 3300-CHECK-PERIOD-EXIT
037300     IF WS-RECORD-DATE = ZERO
037400         GO TO 3000-REPORT-ONE-LOOKUP-NEXT
037500     END-IF
037600     IF WS-OPERATOR-COUNT = ZERO OR
037700        AX-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
037800         IF WS-OPERATOR-COUNT > ZERO
037900             PERFORM 5100-END-OPERATOR
038000                 THRU 5100-END-OPERATOR-EXIT
038100         END-IF
038200         PERFORM 5000-START-OPERATOR
038300             THRU 5000-START-OPERATOR-EXIT
038400     END-IF
038500     ADD 1 TO WS-LOOKUP-COUNT
038600     ADD 1 TO WS-OPER-LOOKUP-COUNT
038700     PERFORM 3200-FIND-ACCOUNT-BRANCH
038800         THRU 3200-FIND-ACCOUNT-BRANCH-EXIT
038900     MOVE AX-TIMESTAMP (1:8) TO DL-DATE
039000     MOVE AX-TIMESTAMP (9:6) TO DL-TIME
039100     MOVE AX-PROGRAM-ID TO DL-PROGRAM-ID
039200     MOVE AX-INQUIRY-TYPE TO DL-INQUIRY-TYPE
039300     MOVE AX-COMPANY-CODE TO DL-COMPANY-CODE
039400     MOVE AX-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
039500     MOVE WS-ACCOUNT-BRANCH TO DL-BRANCH-CODE
039600     MOVE SPACES TO DL-FLAG
039700     IF WS-HOME-BRANCH NOT = SPACES AND
039800        WS-ACCOUNT-BRANCH NOT = SPACES AND
039900        WS-ACCOUNT-BRANCH NOT = WS-HOME-BRANCH
040000         MOVE '*OUT OF BRANCH' TO DL-FLAG
040100         ADD 1 TO WS-OUT-OF-BRANCH-COUNT
040200         ADD 1 TO WS-OPER-OUT-COUNT
040300     END-IF
040400     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
040500     PERFORM 9100-WRITE-REPORT-LINE
040600         THRU 9100-WRITE-REPORT-LINE-EXIT.
040700 3000-REPORT-ONE-LOOKUP-NEXT.
040800     PERFORM 3100-READ-ACCESS
040900         THRU 3100-READ-ACCESS-EXIT.
041000 3000-REPORT-ONE-LOOKUP-EXIT.
041100     EXIT.
041200
041300 3100-READ-ACCESS.
041400     READ ACCESS-FILE
041500         AT END
041600             MOVE 'Y' TO EOF-SWITCH
041700     END-READ.
041800 3100-READ-ACCESS-EXIT.
041900     EXIT.
042000
042100 3200-FIND-ACCOUNT-BRANCH.
042200     MOVE SPACES TO WS-ACCOUNT-BRANCH
042300     IF NOT WS-MASTER-FILE-OPEN OR
042400        AX-ACCOUNT-NUMBER = SPACES
042500         GO TO 3200-FIND-ACCOUNT-BRANCH-EXIT
042600     END-IF
042700     MOVE AX-COMPANY-CODE TO IR-COMPANY-CODE
042800     MOVE AX-ACCOUNT-NUMBER TO IR-ACCOUNT-NUMBER
042900     READ MASTER-FILE
043000         INVALID KEY
043100             GO TO 3200-FIND-ACCOUNT-BRANCH-EXIT
043200     END-READ
043300     MOVE IR-BRANCH-CODE TO WS-ACCOUNT-BRANCH.
043400 3200-FIND-ACCOUNT-BRANCH-EXIT.
043500     EXIT.
043600
043700*--------------------------------------------------------------
043800* THE LOOKUP'S DATE, OR ZERO WHEN IT FALLS OUTSIDE THE PERIOD.
043900*--------------------------------------------------------------
044000 3300-CHECK-PERIOD.
044100     MOVE ZERO TO WS-RECORD-DATE
044200     IF AX-TIMESTAMP (1:8) NUMERIC
044300         MOVE AX-TIMESTAMP (1:8) TO WS-RECORD-DATE
044400     END-IF
044500     IF (WS-FROM-DATE NOT = ZERO AND
044600         WS-RECORD-DATE < WS-FROM-DATE) OR
044700        (WS-TO-DATE NOT = ZERO AND
044800         WS-RECORD-DATE > WS-TO-DATE)
044900         MOVE ZERO TO WS-RECORD-DATE
045000     END-IF.
045100 3300-CHECK-PERIOD-EXIT.
045200     EXIT.
045300
045400 5000-START-OPERATOR.
045500     ADD 1 TO WS-OPERATOR-COUNT
045600     MOVE AX-OPERATOR-ID TO WS-CURRENT-OPERATOR
045700     MOVE ZERO TO WS-OPER-LOOKUP-COUNT
045800     MOVE ZERO TO WS-OPER-OUT-COUNT
045900     MOVE SPACES TO WS-HOME-BRANCH
046000     MOVE SPACES TO OH-NOTE
046100     MOVE 'N' TO WS-OPER-FOUND-SWITCH
046200     MOVE 1 TO WS-OPER-INDEX
046300     PERFORM 5050-SCAN-OPERATOR
046400         THRU 5050-SCAN-OPERATOR-EXIT
046500         UNTIL WS-OPERATOR-FOUND OR
046600             WS-OPER-INDEX > WS-OPER-COUNT
046700     IF NOT WS-OPERATOR-FOUND
046800         MOVE '*** NOT ON OPERTAB' TO OH-NOTE
046900     ELSE
047000         IF WS-HOME-BRANCH = SPACES
047100             MOVE '*** NO HOME BRANCH' TO OH-NOTE
047200         END-IF
047300     END-IF
047400     MOVE SPACES TO WS-PRINT-LINE
047500     PERFORM 9100-WRITE-REPORT-LINE
047600         THRU 9100-WRITE-REPORT-LINE-EXIT
047700     MOVE WS-CURRENT-OPERATOR TO OH-OPERATOR-ID
047800     MOVE WS-HOME-BRANCH TO OH-HOME-BRANCH
047900     MOVE WS-OPERATOR-HEADING TO WS-PRINT-LINE
048000     PERFORM 9100-WRITE-REPORT-LINE
048100         THRU 9100-WRITE-REPORT-LINE-EXIT
048200     MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
048300     PERFORM 9100-WRITE-REPORT-LINE
048400         THRU 9100-WRITE-REPORT-LINE-EXIT.
048500 5000-START-OPERATOR-EXIT.
048600     EXIT.
048700
048800 5050-SCAN-OPERATOR.
048900     IF WS-OT-OPERATOR-ID (WS-OPER-INDEX) = WS-CURRENT-OPERATOR
049000         MOVE 'Y' TO WS-OPER-FOUND-SWITCH
049100         MOVE WS-OT-HOME-BRANCH (WS-OPER-INDEX) TO WS-HOME-BRANCH
049200     ELSE
049300         ADD 1 TO WS-OPER-INDEX
049400     END-IF.
049500 5050-SCAN-OPERATOR-EXIT.
049600     EXIT.
049700
049800 5100-END-OPERATOR.
049900     MOVE WS-OPER-LOOKUP-COUNT TO OS-LOOKUP-COUNT
050000     MOVE WS-OPER-OUT-COUNT TO OS-OUT-COUNT
050100     MOVE SPACES TO OS-NOTE
050200     IF WS-OPER-LOOKUP-COUNT > WS-VOLUME-LIMIT
050300         MOVE '*** HIGH VOLUME' TO OS-NOTE
050400         ADD 1 TO WS-HIGH-VOLUME-COUNT
050500     END-IF
050600     MOVE WS-OPERATOR-TOTAL TO WS-PRINT-LINE
050700     PERFORM 9100-WRITE-REPORT-LINE
050800         THRU 9100-WRITE-REPORT-LINE-EXIT.
050900 5100-END-OPERATOR-EXIT.
051000     EXIT.
051100
051200 8000-SUMMARIZE.
051300     MOVE SPACES TO WS-PRINT-LINE
051400     PERFORM 9100-WRITE-REPORT-LINE
051500         THRU 9100-WRITE-REPORT-LINE-EXIT
051600     IF WS-LOOKUP-COUNT = ZERO
051700         MOVE 'NO ACCOUNT LOOKUPS IN THE PERIOD' TO WS-PRINT-LINE
051800         PERFORM 9100-WRITE-REPORT-LINE
051900             THRU 9100-WRITE-REPORT-LINE-EXIT
052000     END-IF
052100     MOVE 'OPERATORS REPORTED          ' TO TL-LABEL
052200     MOVE WS-OPERATOR-COUNT TO TL-COUNT
052300     PERFORM 8100-WRITE-TOTAL
052400         THRU 8100-WRITE-TOTAL-EXIT
052500     MOVE 'ACCOUNT LOOKUPS             ' TO TL-LABEL
052600     MOVE WS-LOOKUP-COUNT TO TL-COUNT
052700     PERFORM 8100-WRITE-TOTAL
052800         THRU 8100-WRITE-TOTAL-EXIT
052900     MOVE 'OUT-OF-BRANCH LOOKUPS       ' TO TL-LABEL
053000     MOVE WS-OUT-OF-BRANCH-COUNT TO TL-COUNT
053100     PERFORM 8100-WRITE-TOTAL
053200         THRU 8100-WRITE-TOTAL-EXIT
053300     MOVE 'HIGH-VOLUME OPERATORS       ' TO TL-LABEL
053400     MOVE WS-HIGH-VOLUME-COUNT TO TL-COUNT
053500     PERFORM 8100-WRITE-TOTAL
053600         THRU 8100-WRITE-TOTAL-EXIT
053700     IF WS-LIMIT-FROM-CARD
053800         MOVE 'HIGH-VOLUME LIMIT (ACCRPM)  ' TO TL-LABEL
053900     ELSE
054000         MOVE 'HIGH-VOLUME LIMIT (3 X AVG) ' TO TL-LABEL
054100     END-IF
054200     MOVE WS-VOLUME-LIMIT TO TL-COUNT
054300     PERFORM 8100-WRITE-TOTAL
054400         THRU 8100-WRITE-TOTAL-EXIT
054500     DISPLAY 'ACCESS-RPT: LOG RECORDS READ.... ' WS-READ-COUNT
054600     DISPLAY 'ACCESS-RPT: LOOKUPS IN PERIOD... ' WS-LOOKUP-COUNT
054700     DISPLAY 'ACCESS-RPT: OPERATORS........... ' WS-OPERATOR-COUNT
054800     DISPLAY 'ACCESS-RPT: OUT OF BRANCH....... '
054900         WS-OUT-OF-BRANCH-COUNT
055000     DISPLAY 'ACCESS-RPT: HIGH-VOLUME OPERATORS '
055100         WS-HIGH-VOLUME-COUNT
055200     IF (WS-OUT-OF-BRANCH-COUNT > ZERO OR
055300         WS-HIGH-VOLUME-COUNT > ZERO) AND RETURN-CODE < 4
055400         MOVE 4 TO RETURN-CODE
055500     END-IF.
055600 8000-SUMMARIZE-EXIT.
055700     EXIT.
055800
055900 8100-WRITE-TOTAL.
056000     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
056100     PERFORM 9100-WRITE-REPORT-LINE
056200         THRU 9100-WRITE-REPORT-LINE-EXIT.
056300 8100-WRITE-TOTAL-EXIT.
056400     EXIT.
056500
056600 9100-WRITE-REPORT-LINE.
056700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
056800         ADD 1 TO WS-PAGE-NUMBER
056900         MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER
057000         WRITE REPORT-RECORD FROM WS-PAGE-HEADING
057100         MOVE SPACES TO REPORT-RECORD
057200         WRITE REPORT-RECORD
057300         MOVE 2 TO WS-LINE-COUNT
057400     END-IF
057500     WRITE REPORT-RECORD FROM WS-PRINT-LINE
057600     ADD 1 TO WS-LINE-COUNT.
057700 9100-WRITE-REPORT-LINE-EXIT.
057800     EXIT.
057900
058000 9999-TERMINATE.
058100     IF WS-ACCESS-FILE-OPEN
058200         CLOSE ACCESS-FILE
058300     END-IF
058400     IF WS-MASTER-FILE-OPEN
058500         CLOSE MASTER-FILE
058600     END-IF
058700     CLOSE REPORT-FILE.
058800 9999-TERMINATE-EXIT.
058900     EXIT.
