000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COLL-QUEUE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAILY COLLECTIONS QUEUE BY BRANCH
001100*                   OVER DLQ-AGE'S COLLWORK LINES, SORTED BY
001200*                   BRANCH, AGE BUCKET AND DAYS OVERDRAWN (OLDEST
001300*                   FIRST), COMPANY AND ACCOUNT (COLLSRT). EACH
001400*                   BRANCH GETS ITS OWN HEADING, ONE LINE PER
001500*                   OVERDRAWN ACCOUNT WITH ITS AGE AND ANY
001600*                   WRITE-OFF ACTION, THE ACCOUNTS CURED OR
001700*                   WRITTEN OFF SINCE YESTERDAY, AND A COUNT AND
001800*                   AMOUNT PER AGE BUCKET. A RUN TOTAL CLOSES THE
001900*                   REPORT (COLLRPT).
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT COLLECTION-FILE ASSIGN TO 'COLLSRT'
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS FS-COLLECTION-FILE.
002700     SELECT REPORT-FILE ASSIGN TO 'COLLRPT'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS FS-REPORT-FILE.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300*--------------------------------------------------------------
003400* COLLWORK LAYOUT, AS DLQ-AGE WRITES IT. BUCKET '0' IS AN
003500* ACCOUNT CURED OR WRITTEN OFF ON THIS RUN.
003600*--------------------------------------------------------------
003700 FD  COLLECTION-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  COLLECTION-RECORD.
004000     05  CW-BRANCH-CODE          PIC X(04).
004100     05  CW-FILL-1               PIC X(01).
004200     05  CW-COMPANY-CODE         PIC X(03).
004300     05  CW-FILL-2               PIC X(01).
004400     05  CW-SORT-BUCKET          PIC X(01).
004500         88  CW-SETTLED                  VALUE '0'.
004600     05  CW-BUCKET-NUMBER REDEFINES CW-SORT-BUCKET
004700                                 PIC 9(01).
004800     05  CW-FILL-3               PIC X(01).
004900     05  CW-DAYS-OVERDRAWN       PIC 9(05).
005000     05  CW-FILL-4               PIC X(01).
005100     05  CW-ACCOUNT-NUMBER       PIC X(10).
005200     05  CW-FILL-5               PIC X(01).
005300     05  CW-CUSTOMER-NAME        PIC X(30).
005400     05  CW-FILL-6               PIC X(01).
005500     05  CW-FIRST-OVERDRAWN-DATE PIC 9(08).
005600     05  CW-FILL-7               PIC X(01).
005700     05  CW-OVERDRAWN-AMOUNT     PIC S9(09)V99 SIGN IS
005800                                     LEADING SEPARATE CHARACTER.
005900     05  CW-FILL-8               PIC X(01).
006000     05  CW-ACTION               PIC X(08).
006100
006200 FD  REPORT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  REPORT-RECORD               PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700 01  FS-COLLECTION-FILE          PIC X(02) VALUE '00'.
006800 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
006900 01  WS-SWITCHES.
007000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007100         88  END-OF-FILE                    VALUE 'Y'.
007200     05  WS-COLL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007300         88  WS-COLLECTION-FILE-OPEN         VALUE 'Y'.
007400
007500 01  WS-RUN-DATE                 PIC 9(08).
007600 01  WS-CURRENT-BRANCH           PIC X(04) VALUE SPACES.
007700 01  WS-BUCKET-SUB               PIC 9(01) COMP.
007800
007900 01  WS-COUNTERS.
008000     05  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
008100     05  WS-SETTLED-COUNT        PIC 9(07) COMP VALUE ZERO.
008200     05  WS-PROPOSED-COUNT       PIC 9(07) COMP VALUE ZERO.
008300     05  WS-BRANCH-COUNT         PIC 9(05) COMP VALUE ZERO.
008400     05  WS-BRANCH-OPEN-COUNT    PIC 9(07) COMP VALUE ZERO.
008500 01  WS-TOTALS.
008600     05  WS-OPEN-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
008700     05  WS-BRANCH-OPEN-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
008800
008900*--------------------------------------------------------------
009000* COUNT AND AMOUNT PER AGE BUCKET, FOR THE CURRENT BRANCH AND
009100* FOR THE RUN.
009200*--------------------------------------------------------------
009300 01  WS-BUCKET-TABLE.
009400     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
009500         10  WS-BRANCH-BUCKET-COUNT PIC 9(07) COMP.
009600         10  WS-BRANCH-BUCKET-TOTAL PIC 9(11)V99 COMP-3.
009700         10  WS-RUN-BUCKET-COUNT    PIC 9(07) COMP.
009800         10  WS-RUN-BUCKET-TOTAL    PIC 9(11)V99 COMP-3.
009900 01  WS-BUCKET-LABELS.
010000     05  FILLER                  PIC X(05) VALUE '1-30 '.
010100     05  FILLER                  PIC X(05) VALUE '31-60'.
010200     05  FILLER                  PIC X(05) VALUE '61-90'.
010300     05  FILLER                  PIC X(05) VALUE '90+  '.
010400 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
010500     05  WS-BUCKET-LABEL         PIC X(05) OCCURS 4 TIMES.
010600
010700*--------------------------------------------------------------
010800* REPORT LINES - THE NAME IS CUT TO 20 CHARACTERS. THE ACTION IS
010900* PROPOSED, DECLINED OR STAGED FOR A WRITE-OFF IN HAND, CURED OR
011000* WROTEOFF FOR AN ACCOUNT NO LONGER OVERDRAWN.
011100*--------------------------------------------------------------
011200 01  WS-REPORT-HEADING.
011300     05  FILLER                  PIC X(34)
011400         VALUE 'COLL-QUEUE  COLLECTIONS QUEUE     '.
011500     05  RH-RUN-DATE             PIC X(08).
011600 01  WS-BRANCH-HEADING.
011700     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
011800     05  BH-BRANCH-CODE          PIC X(04).
011900 01  WS-COLUMN-HEADING.
012000     05  FILLER                  PIC X(36)
012100         VALUE 'CO  ACCOUNT    CUSTOMER NAME        '.
012200     05  FILLER                  PIC X(44)
012300         VALUE 'OVERDRWN  DAYS AGE          AMOUNT ACTION'.
012400 01  WS-DETAIL-LINE.
012500     05  DL-COMPANY-CODE         PIC X(03).
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  DL-ACCOUNT-NUMBER       PIC X(10).
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  DL-CUSTOMER-NAME        PIC X(20).
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  DL-FIRST-OVERDRAWN-DATE PIC X(08).
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  DL-DAYS-OVERDRAWN       PIC ZZZZ9.
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  DL-AGE-LABEL            PIC X(05).
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  DL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  DL-ACTION               PIC X(08).
014000 01  WS-TOTAL-LINE.
014100     05  TL-LABEL                PIC X(24).
014200     05  TL-COUNT                PIC ZZZ,ZZ9.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  TL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014500 01  WS-BUCKET-TOTAL-LABEL.
014600     05  BT-SCOPE                PIC X(07).
014700     05  FILLER                  PIC X(05) VALUE 'AGED '.
014800     05  BT-AGE-LABEL            PIC X(05).
014900     05  FILLER                  PIC X(07) VALUE SPACES.
015000
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE
015400         THRU 1000-INITIALIZE-EXIT
015500     PERFORM 3000-REPORT-ONE-ACCOUNT
015600         THRU 3000-REPORT-ONE-ACCOUNT-EXIT
015700         UNTIL END-OF-FILE
015800     IF WS-BRANCH-COUNT > ZERO
015900         PERFORM 5100-END-BRANCH
016000             THRU 5100-END-BRANCH-EXIT
016100     END-IF
016200     PERFORM 8000-SUMMARIZE
016300         THRU 8000-SUMMARIZE-EXIT
016400     PERFORM 9999-TERMINATE
016500         THRU 9999-TERMINATE-EXIT
016600     STOP RUN.
016700
016800 1000-INITIALIZE.
016900     CALL 'PROC-DATE' USING WS-RUN-DATE
017000     MOVE 1 TO WS-BUCKET-SUB
017100     PERFORM 1100-CLEAR-RUN-BUCKET
017200         THRU 1100-CLEAR-RUN-BUCKET-EXIT
017300         UNTIL WS-BUCKET-SUB > 4
017400     OPEN OUTPUT REPORT-FILE
017500     MOVE WS-RUN-DATE TO RH-RUN-DATE
017600     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
017700     OPEN INPUT COLLECTION-FILE
017800     IF FS-COLLECTION-FILE NOT = '00'
017900         DISPLAY 'COLL-QUEUE: NO SORTED COLLECTIONS FILE, STATUS='
018000             FS-COLLECTION-FILE
018100         MOVE 8 TO RETURN-CODE
018200         MOVE 'Y' TO EOF-SWITCH
018300         GO TO 1000-INITIALIZE-EXIT
018400     END-IF
018500     MOVE 'Y' TO WS-COLL-OPEN-SWITCH
018600     PERFORM 3100-READ-COLLECTION
018700         THRU 3100-READ-COLLECTION-EXIT.
018800 1000-INITIALIZE-EXIT.
018900     EXIT.
019000
019100 1100-CLEAR-RUN-BUCKET.
019200     MOVE ZERO TO WS-RUN-BUCKET-COUNT (WS-BUCKET-SUB)
019300     MOVE ZERO TO WS-RUN-BUCKET-TOTAL (WS-BUCKET-SUB)
019400     ADD 1 TO WS-BUCKET-SUB.
019500 1100-CLEAR-RUN-BUCKET-EXIT.
019600     EXIT.
019700
019800*--------------------------------------------------------------
019900* A CHANGE OF BRANCH CLOSES THE LAST BRANCH'S TOTALS AND OPENS
020000* THE NEW BRANCH'S HEADING. CURED AND WRITTEN-OFF ACCOUNTS ARE
020100* LISTED BUT STAY OUT OF THE OVERDRAWN TOTALS.
020200*--------------------------------------------------------------
020300 3000-REPORT-ONE-ACCOUNT.
020400     IF WS-BRANCH-COUNT = ZERO OR
020500        CW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
020600         IF WS-BRANCH-COUNT > ZERO
020700             PERFORM 5100-END-BRANCH
020800                 THRU 5100-END-BRANCH-EXIT
020900         END-IF
021000         PERFORM 5000-START-BRANCH
021100             THRU 5000-START-BRANCH-EXIT
021200     END-IF
021300     MOVE CW-COMPANY-CODE TO DL-COMPANY-CODE
021400     MOVE CW-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
021500     MOVE CW-CUSTOMER-NAME TO DL-CUSTOMER-NAME
021600     MOVE CW-FIRST-OVERDRAWN-DATE TO DL-FIRST-OVERDRAWN-DATE
021700     MOVE CW-DAYS-OVERDRAWN TO DL-DAYS-OVERDRAWN
021800     MOVE CW-ACTION TO DL-ACTION
021900     IF CW-SETTLED OR CW-SORT-BUCKET NOT NUMERIC OR
022000        CW-BUCKET-NUMBER > 4
022100         ADD 1 TO WS-SETTLED-COUNT
022200         MOVE SPACES TO DL-AGE-LABEL
022300         MOVE ZERO TO DL-AMOUNT
022400     ELSE
022500         PERFORM 3200-ADD-OVERDRAWN
022600             THRU 3200-ADD-OVERDRAWN-EXIT
022700     END-IF
022800     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
022900     PERFORM 3100-READ-COLLECTION
023000         THRU 3100-READ-COLLECTION-EXIT.
023100 3000-REPORT-ONE-ACCOUNT-EXIT.
023200     EXIT.
023300
023400 3100-READ-COLLECTION.
023500     READ COLLECTION-FILE
023600         AT END
023700             MOVE 'Y' TO EOF-SWITCH
023800     END-READ.
023900 3100-READ-COLLECTION-EXIT.
024000     EXIT.
024100
024200 3200-ADD-OVERDRAWN.
024300     MOVE CW-BUCKET-NUMBER TO WS-BUCKET-SUB
024400     MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO DL-AGE-LABEL
024500     MOVE CW-OVERDRAWN-AMOUNT TO DL-AMOUNT
024600     ADD 1 TO WS-OPEN-COUNT
024700     ADD 1 TO WS-BRANCH-OPEN-COUNT
024800     ADD CW-OVERDRAWN-AMOUNT TO WS-OPEN-TOTAL
024900     ADD CW-OVERDRAWN-AMOUNT TO WS-BRANCH-OPEN-TOTAL
025000     ADD 1 TO WS-BRANCH-BUCKET-COUNT (WS-BUCKET-SUB)
025100     ADD 1 TO WS-RUN-BUCKET-COUNT (WS-BUCKET-SUB)
025200     ADD CW-OVERDRAWN-AMOUNT
025300         TO WS-BRANCH-BUCKET-TOTAL (WS-BUCKET-SUB)
025400     ADD CW-OVERDRAWN-AMOUNT
025500         TO WS-RUN-BUCKET-TOTAL (WS-BUCKET-SUB)
025600     IF CW-ACTION = 'PROPOSED'
025700         ADD 1 TO WS-PROPOSED-COUNT
025800     END-IF.
025900 3200-ADD-OVERDRAWN-EXIT.
026000     EXIT.
026100
026200 5000-START-BRANCH.
026300     ADD 1 TO WS-BRANCH-COUNT
026400     MOVE CW-BRANCH-CODE TO WS-CURRENT-BRANCH
026500     MOVE ZERO TO WS-BRANCH-OPEN-COUNT
026600     MOVE ZERO TO WS-BRANCH-OPEN-TOTAL
026700     MOVE 1 TO WS-BUCKET-SUB
026800     PERFORM 5050-CLEAR-BRANCH-BUCKET
026900         THRU 5050-CLEAR-BRANCH-BUCKET-EXIT
027000         UNTIL WS-BUCKET-SUB > 4
027100     MOVE SPACES TO REPORT-RECORD
027200     WRITE REPORT-RECORD
027300     MOVE CW-BRANCH-CODE TO BH-BRANCH-CODE
027400     WRITE REPORT-RECORD FROM WS-BRANCH-HEADING
027500     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING.
027600 5000-START-BRANCH-EXIT.
027700     EXIT.
027800
027900 5050-CLEAR-BRANCH-BUCKET.
028000     MOVE ZERO TO WS-BRANCH-BUCKET-COUNT (WS-BUCKET-SUB)
028100     MOVE ZERO TO WS-BRANCH-BUCKET-TOTAL (WS-BUCKET-SUB)
028200     ADD 1 TO WS-BUCKET-SUB.
028300 5050-CLEAR-BRANCH-BUCKET-EXIT.
028400     EXIT.
028500
028600 5100-END-BRANCH.
028700     MOVE 'BRANCH ' TO BT-SCOPE
028800     MOVE 1 TO WS-BUCKET-SUB
028900     PERFORM 5150-BRANCH-BUCKET-LINE
029000         THRU 5150-BRANCH-BUCKET-LINE-EXIT
029100         UNTIL WS-BUCKET-SUB > 4
029200     MOVE 'BRANCH OVERDRAWN        ' TO TL-LABEL
029300     MOVE WS-BRANCH-OPEN-COUNT TO TL-COUNT
029400     MOVE WS-BRANCH-OPEN-TOTAL TO TL-AMOUNT
029500     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
029600 5100-END-BRANCH-EXIT.
029700     EXIT.
029800
029900 5150-BRANCH-BUCKET-LINE.
030000     MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO BT-AGE-LABEL
030100     MOVE WS-BUCKET-TOTAL-LABEL TO TL-LABEL
030200     MOVE WS-BRANCH-BUCKET-COUNT (WS-BUCKET-SUB) TO TL-COUNT
030300     MOVE WS-BRANCH-BUCKET-TOTAL (WS-BUCKET-SUB) TO TL-AMOUNT
030400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
030500     ADD 1 TO WS-BUCKET-SUB.
030600 5150-BRANCH-BUCKET-LINE-EXIT.
030700     EXIT.
030800
030900 5200-RUN-BUCKET-LINE.
031000     MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO BT-AGE-LABEL
031100     MOVE WS-BUCKET-TOTAL-LABEL TO TL-LABEL
031200     MOVE WS-RUN-BUCKET-COUNT (WS-BUCKET-SUB) TO TL-COUNT
031300     MOVE WS-RUN-BUCKET-TOTAL (WS-BUCKET-SUB) TO TL-AMOUNT
031400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
031500     ADD 1 TO WS-BUCKET-SUB.
031600 5200-RUN-BUCKET-LINE-EXIT.
031700     EXIT.
031800
031900 8000-SUMMARIZE.
032000     MOVE SPACES TO REPORT-RECORD
032100     WRITE REPORT-RECORD
032200     IF WS-OPEN-COUNT = ZERO
032300         MOVE 'NO ACCOUNTS OVERDRAWN TODAY' TO REPORT-RECORD
032400         WRITE REPORT-RECORD
032500     END-IF
032600     MOVE 'TOTAL  ' TO BT-SCOPE
032700     MOVE 1 TO WS-BUCKET-SUB
032800     PERFORM 5200-RUN-BUCKET-LINE
032900         THRU 5200-RUN-BUCKET-LINE-EXIT
033000         UNTIL WS-BUCKET-SUB > 4
033100     MOVE 'TOTAL OVERDRAWN         ' TO TL-LABEL
033200     MOVE WS-OPEN-COUNT TO TL-COUNT
033300     MOVE WS-OPEN-TOTAL TO TL-AMOUNT
033400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
033500     MOVE 'CURED OR WRITTEN OFF    ' TO TL-LABEL
033600     MOVE WS-SETTLED-COUNT TO TL-COUNT
033700     MOVE ZERO TO TL-AMOUNT
033800     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
033900     DISPLAY 'COLL-QUEUE: BRANCHES REPORTED... ' WS-BRANCH-COUNT
034000     DISPLAY 'COLL-QUEUE: ACCOUNTS OVERDRAWN.. ' WS-OPEN-COUNT
034100     DISPLAY 'COLL-QUEUE: AWAITING WRITE-OFF.. ' WS-PROPOSED-COUNT
034200     DISPLAY 'COLL-QUEUE: CURED/WRITTEN OFF... '
034300         WS-SETTLED-COUNT.
034400 8000-SUMMARIZE-EXIT.
034500     EXIT.
034600
034700 9999-TERMINATE.
034800     IF WS-COLLECTION-FILE-OPEN
034900         CLOSE COLLECTION-FILE
035000     END-IF
035100     CLOSE REPORT-FILE.
035200 9999-TERMINATE-EXIT.
035300     EXIT.
