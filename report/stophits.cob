000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STOP-HITS.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAILY STOP-HIT REPORT BY BRANCH
001100*                   OVER FILE-DEMO'S STOPHIT RECORDS, SORTED BY
001200*                   BRANCH, COMPANY, ACCOUNT AND ITEM DATE
001300*                   (STOPHSRT). EACH BRANCH GETS ITS OWN HEADING,
001400*                   ONE LINE PER DEBIT DETAIL REJECTED AGAINST A
001500*                   STOP-PAYMENT INSTRUCTION, AND A COUNT AND
001600*                   AMOUNT TOTAL, SO THE BRANCH CAN CONFIRM EACH
001700*                   STOPPED ITEM WITH ITS CUSTOMER. A RUN TOTAL
001800*                   CLOSES THE REPORT (STOPHRPT).
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT HIT-FILE ASSIGN TO 'STOPHSRT'
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS FS-HIT-FILE.
002600     SELECT REPORT-FILE ASSIGN TO 'STOPHRPT'
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS FS-REPORT-FILE.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200*--------------------------------------------------------------
003300* STOPHIT LAYOUT, AS FILE-DEMO WRITES IT.
003400*--------------------------------------------------------------
003500 FD  HIT-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 01  HIT-RECORD.
003800     05  SH-BRANCH-CODE          PIC X(04).
003900     05  SH-FILL-1               PIC X(01).
004000     05  SH-COMPANY-CODE         PIC X(03).
004100     05  SH-FILL-2               PIC X(01).
004200     05  SH-ACCOUNT-NUMBER       PIC X(10).
004300     05  SH-FILL-3               PIC X(01).
004400     05  SH-TRANS-DATE           PIC 9(08).
004500     05  SH-FILL-4               PIC X(01).
004600     05  SH-AMOUNT               PIC S9(09)V99 SIGN IS
004700                                     LEADING SEPARATE CHARACTER.
004800     05  SH-FILL-5               PIC X(01).
004900     05  SH-PAYMENT-REFERENCE    PIC X(13).
005000     05  SH-FILL-6               PIC X(01).
005100     05  SH-STOP-TYPE            PIC X(01).
005200         88  SH-REFERENCE-STOP           VALUE 'R'.
005300     05  SH-FILL-7               PIC X(01).
005400     05  SH-STOP-VALUE           PIC X(13).
005500     05  SH-FILL-8               PIC X(01).
005600     05  SH-FROM-DATE            PIC 9(08).
005700     05  SH-FILL-9               PIC X(01).
005800     05  SH-TO-DATE              PIC 9(08).
005900     05  SH-FILL-10              PIC X(01).
006000     05  SH-PLACED-DATE          PIC 9(08).
006100     05  SH-FILL-11              PIC X(01).
006200     05  SH-EXPIRY-DATE          PIC 9(08).
006300     05  SH-FILL-12              PIC X(01).
006400     05  SH-PLACED-BY            PIC X(08).
006500     05  SH-FILL-13              PIC X(01).
006600     05  SH-SOURCE-SYSTEM        PIC X(10).
006700
006800 FD  REPORT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  REPORT-RECORD               PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 01  FS-HIT-FILE                 PIC X(02) VALUE '00'.
007400 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
007500 01  WS-SWITCHES.
007600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007700         88  END-OF-FILE                    VALUE 'Y'.
007800     05  WS-HIT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007900         88  WS-HIT-FILE-OPEN                VALUE 'Y'.
008000
008100 01  WS-RUN-DATE                 PIC 9(08).
008200 01  WS-CURRENT-BRANCH           PIC X(04) VALUE SPACES.
008300
008400 01  WS-COUNTERS.
008500     05  WS-HIT-COUNT            PIC 9(07) COMP VALUE ZERO.
008600     05  WS-BRANCH-COUNT         PIC 9(05) COMP VALUE ZERO.
008700     05  WS-BRANCH-HIT-COUNT     PIC 9(07) COMP VALUE ZERO.
008800 01  WS-TOTALS.
008900     05  WS-HIT-TOTAL            PIC 9(11)V99 COMP-3 VALUE ZERO.
009000     05  WS-BRANCH-HIT-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
009100
009200*--------------------------------------------------------------
009300* REPORT LINES - THE PAYMENT REFERENCE IS THE ONE THE ITEM
009400* CARRIED; THE FROM/TO RANGE IS SHOWN FOR AN AMOUNT STOP ONLY.
009500*--------------------------------------------------------------
009600 01  WS-REPORT-HEADING.
009700     05  FILLER                  PIC X(34)
009800         VALUE 'STOP-HITS  STOPPED PAYMENTS       '.
009900     05  RH-RUN-DATE             PIC X(08).
010000 01  WS-BRANCH-HEADING.
010100     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
010200     05  BH-BRANCH-CODE          PIC X(04).
010300 01  WS-COLUMN-HEADING.
010400     05  FILLER                  PIC X(37)
010500         VALUE 'CO  ACCOUNT    ITEM DATE       AMOUNT'.
010600     05  FILLER                  PIC X(43)
010700         VALUE ' T REFERENCE     FROM     TO       PLACEDBY'.
010800 01  WS-DETAIL-LINE.
010900     05  DL-COMPANY-CODE         PIC X(03).
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  DL-ACCOUNT-NUMBER       PIC X(10).
011200     05  FILLER                  PIC X(01) VALUE SPACE.
011300     05  DL-TRANS-DATE           PIC X(08).
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  DL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
011600     05  FILLER                  PIC X(01) VALUE SPACE.
011700     05  DL-STOP-TYPE            PIC X(01).
011800     05  FILLER                  PIC X(01) VALUE SPACE.
011900     05  DL-PAYMENT-REFERENCE    PIC X(13).
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  DL-FROM-DATE            PIC X(08).
012200     05  FILLER                  PIC X(01) VALUE SPACE.
012300     05  DL-TO-DATE              PIC X(08).
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  DL-PLACED-BY            PIC X(08).
012600 01  WS-TOTAL-LINE.
012700     05  TL-LABEL                PIC X(24).
012800     05  TL-COUNT                PIC ZZZ,ZZ9.
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  TL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013100
013200 PROCEDURE DIVISION.
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE
013500         THRU 1000-INITIALIZE-EXIT
013600     PERFORM 3000-REPORT-ONE-HIT
013700         THRU 3000-REPORT-ONE-HIT-EXIT
013800         UNTIL END-OF-FILE
013900     IF WS-BRANCH-COUNT > ZERO
014000         PERFORM 5100-END-BRANCH
014100             THRU 5100-END-BRANCH-EXIT
014200     END-IF
014300     PERFORM 8000-SUMMARIZE
014400         THRU 8000-SUMMARIZE-EXIT
014500     PERFORM 9999-TERMINATE
014600         THRU 9999-TERMINATE-EXIT
014700     STOP RUN.
014800
014900 1000-INITIALIZE.
015000     CALL 'PROC-DATE' USING WS-RUN-DATE
015100     OPEN OUTPUT REPORT-FILE
015200     MOVE WS-RUN-DATE TO RH-RUN-DATE
015300     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
015400     OPEN INPUT HIT-FILE
015500     IF FS-HIT-FILE NOT = '00'
015600         DISPLAY 'STOP-HITS: NO SORTED STOP HITS, STATUS='
015700             FS-HIT-FILE
015800         MOVE 8 TO RETURN-CODE
015900         MOVE 'Y' TO EOF-SWITCH
016000         GO TO 1000-INITIALIZE-EXIT
016100     END-IF
016200     MOVE 'Y' TO WS-HIT-OPEN-SWITCH
016300     PERFORM 3100-READ-HIT
016400         THRU 3100-READ-HIT-EXIT.
016500 1000-INITIALIZE-EXIT.
016600     EXIT.
016700
016800*--------------------------------------------------------------
016900* A CHANGE OF BRANCH CLOSES THE LAST BRANCH'S TOTAL AND OPENS
017000* THE NEW BRANCH'S HEADING.
017100*--------------------------------------------------------------
017200 3000-REPORT-ONE-HIT.
017300     IF WS-BRANCH-COUNT = ZERO OR
017400        SH-BRANCH-CODE NOT = WS-CURRENT-BRANCH
017500         IF WS-BRANCH-COUNT > ZERO
017600             PERFORM 5100-END-BRANCH
017700                 THRU 5100-END-BRANCH-EXIT
017800         END-IF
017900         PERFORM 5000-START-BRANCH
018000             THRU 5000-START-BRANCH-EXIT
018100     END-IF
018200     ADD 1 TO WS-HIT-COUNT
018300     ADD 1 TO WS-BRANCH-HIT-COUNT
018400     ADD SH-AMOUNT TO WS-HIT-TOTAL
018500     ADD SH-AMOUNT TO WS-BRANCH-HIT-TOTAL
018600     MOVE SH-COMPANY-CODE TO DL-COMPANY-CODE
018700     MOVE SH-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
018800     MOVE SH-TRANS-DATE TO DL-TRANS-DATE
018900     MOVE SH-AMOUNT TO DL-AMOUNT
019000     MOVE SH-STOP-TYPE TO DL-STOP-TYPE
019100     MOVE SH-PAYMENT-REFERENCE TO DL-PAYMENT-REFERENCE
019200     IF SH-REFERENCE-STOP
019300         MOVE SPACES TO DL-FROM-DATE
019400         MOVE SPACES TO DL-TO-DATE
019500     ELSE
019600         MOVE SH-FROM-DATE TO DL-FROM-DATE
019700         MOVE SH-TO-DATE TO DL-TO-DATE
019800     END-IF
019900     MOVE SH-PLACED-BY TO DL-PLACED-BY
020000     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
020100     PERFORM 3100-READ-HIT
020200         THRU 3100-READ-HIT-EXIT.
020300 3000-REPORT-ONE-HIT-EXIT.
020400     EXIT.
020500
020600 3100-READ-HIT.
020700     READ HIT-FILE
020800         AT END
020900             MOVE 'Y' TO EOF-SWITCH
021000     END-READ.
021100 3100-READ-HIT-EXIT.
021200     EXIT.
021300
021400 5000-START-BRANCH.
021500     ADD 1 TO WS-BRANCH-COUNT
021600     MOVE SH-BRANCH-CODE TO WS-CURRENT-BRANCH
021700     MOVE ZERO TO WS-BRANCH-HIT-COUNT
021800     MOVE ZERO TO WS-BRANCH-HIT-TOTAL
021900     MOVE SPACES TO REPORT-RECORD
022000     WRITE REPORT-RECORD
022100     MOVE SH-BRANCH-CODE TO BH-BRANCH-CODE
022200     WRITE REPORT-RECORD FROM WS-BRANCH-HEADING
022300     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING.
022400 5000-START-BRANCH-EXIT.
022500     EXIT.
022600
022700 5100-END-BRANCH.
022800     MOVE 'BRANCH ITEMS STOPPED    ' TO TL-LABEL
022900     MOVE WS-BRANCH-HIT-COUNT TO TL-COUNT
023000     MOVE WS-BRANCH-HIT-TOTAL TO TL-AMOUNT
023100     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
023200 5100-END-BRANCH-EXIT.
023300     EXIT.
023400
023500 8000-SUMMARIZE.
023600     MOVE SPACES TO REPORT-RECORD
023700     WRITE REPORT-RECORD
023800     IF WS-HIT-COUNT = ZERO
023900         MOVE 'NO PAYMENTS STOPPED TODAY' TO REPORT-RECORD
024000         WRITE REPORT-RECORD
024100     END-IF
024200     MOVE 'TOTAL ITEMS STOPPED     ' TO TL-LABEL
024300     MOVE WS-HIT-COUNT TO TL-COUNT
024400     MOVE WS-HIT-TOTAL TO TL-AMOUNT
024500     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
024600     DISPLAY 'STOP-HITS: BRANCHES REPORTED.... ' WS-BRANCH-COUNT
024700     DISPLAY 'STOP-HITS: ITEMS STOPPED........ ' WS-HIT-COUNT.
024800 8000-SUMMARIZE-EXIT.
024900     EXIT.
025000
025100 9999-TERMINATE.
025200     IF WS-HIT-FILE-OPEN
025300         CLOSE HIT-FILE
025400     END-IF
025500     CLOSE REPORT-FILE.
025600 9999-TERMINATE-EXIT.
025700     EXIT.
