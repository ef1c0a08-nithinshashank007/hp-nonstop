003600*                   CURRENT-DATE, SO A BACK-DATED CATCH-UP RUN
003700*                   STAMPS ITSELF WITH THE BUSINESS DAY BEING
003800*                   PROCESSED, NOT THE WALL-CLOCK DAY.
003810* 2026-10-15  DLBS  FILE-DEMO'S FEED ('F') RECORDS ARE PROVED ONE
003820*                   BY ONE - AN ACCEPTED FEED MUST HAVE READ WHAT
003830*                   ITS TRAILER PROMISED AND ACCOUNTED FOR EVERY
003840*                   DETAIL (WRITTEN, REJECTED, HELD OVER, OR
003850*                   SUSPENDED), AND THE ACCEPTED FEEDS MUST ADD UP
003860*                   TO FILE-DEMO'S END RECORD. A FEED SET ASIDE IS
003870*                   REPORTED BUT DOES NOT FAIL THE CHAIN.
003873* 2026-10-15  DLBS  POSTING IS NOW PARTITIONED - THE SINGLE
003876*                   ACCT-POST ENTRY IS REPLACED BY POST-SPLIT
003879*                   (CROSS-FOOTED AGAINST FILE-DEMO), THE FOUR
003882*                   PARTITIONS ACCT-POST-1 TO ACCT-POST-4 (EACH
003885*                   MUST START AND END CLEAN), AND POST-MERGE,
003888*                   WHOSE COMBINED PARTITION TOTALS TAKE OVER
003891*                   ACCT-POST'S CROSS-FOOT AGAINST FILE-DEMO.
003894*                   TABLES WIDENED TO 13 STEPS.
003900*--------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
008000     05  FILLER                  PIC X(25)
008100         VALUE 'EXTRACT-GEN FILE-DEMO   Y'.
008200     05  FILLER                  PIC X(25)
008300         VALUE 'POST-SPLIT  FILE-DEMO   Y'.
008309     05  FILLER                  PIC X(25)
008318         VALUE 'ACCT-POST-1             N'.
008327     05  FILLER                  PIC X(25)
008336         VALUE 'ACCT-POST-2             N'.
008345     05  FILLER                  PIC X(25)
008354         VALUE 'ACCT-POST-3             N'.
008363     05  FILLER                  PIC X(25)
008372         VALUE 'ACCT-POST-4             N'.
008381     05  FILLER                  PIC X(25)
008390         VALUE 'POST-MERGE  FILE-DEMO   Y'.
008400     05  FILLER                  PIC X(25)
008500         VALUE 'BRANCH-TOTALFILE-DEMO   Y'.
008600     05  FILLER                  PIC X(25)
009000     05  FILLER                  PIC X(25)
009100         VALUE 'RELATION-EX EXTRACT-GEN N'.
009200 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-TABLE-VALUES.
009300     05  WS-EXPECTED-ENTRY       OCCURS 13 TIMES.
009400         10  WS-EX-PROGRAM-ID    PIC X(12).
009500         10  WS-EX-FEEDER-ID     PIC X(12).
009600         10  WS-EX-AMOUNT-FLAG   PIC X(01).
009700 01  WS-EXPECTED-COUNT           PIC 9(03) COMP VALUE 13.
009800 01  WS-EXPECTED-INDEX           PIC 9(03) COMP.
009900 01  WS-FEEDER-INDEX             PIC 9(03) COMP.
010000
010200* OBSERVED STATE PER EXPECTED STEP, FILLED FROM TODAY'S RUNLOG
010300*--------------------------------------------------------------
010400 01  WS-OBSERVED-TABLE.
010500     05  WS-OBSERVED-ENTRY       OCCURS 13 TIMES.
010600         10  WS-OB-STARTED-SW    PIC X(01).
010700         10  WS-OB-ENDED-SW      PIC X(01).
010800         10  WS-OB-READ-COUNT    PIC 9(07).
011400         10  WS-OB-STATUS        PIC X(04).
011500 01  WS-EDIT-AMOUNT              PIC -(11)9.99.
011600 01  WS-EDIT-FEEDER-AMOUNT       PIC -(11)9.99.
011603
011606*--------------------------------------------------------------
011609* FILE-DEMO'S FEED RECORDS FROM ITS LATEST START TODAY - A RERUN
011612* OR RESTART STARTS THE TABLE OVER. THE SUMS ARE THE ACCEPTED
011615* FEEDS' WRITTEN COUNTS AND AMOUNTS, TIED TO FILE-DEMO'S END.
011618*--------------------------------------------------------------
011621 01  WS-FEED-COUNT               PIC 9(03) COMP VALUE ZERO.
011624 01  WS-FEED-LIMIT               PIC 9(03) COMP VALUE 11.
011627 01  WS-FEED-INDEX               PIC 9(03) COMP.
011630 01  WS-DEMO-INDEX               PIC 9(03) COMP VALUE ZERO.
011633 01  WS-FEED-TABLE.
011636     05  WS-FEED-ENTRY           OCCURS 11 TIMES.
011639         10  WS-FE-SOURCE        PIC X(10).
011642         10  WS-FE-RUN-DATE      PIC 9(08).
011645         10  WS-FE-READ-COUNT    PIC 9(07).
011648         10  WS-FE-WRITTEN-COUNT PIC 9(07).
011651         10  WS-FE-REJECT-COUNT  PIC 9(07).
011654         10  WS-FE-EXPECTED-COUNT
011657                                 PIC 9(07).
011660         10  WS-FE-HELD-COUNT    PIC 9(07).
011663         10  WS-FE-SUSPEND-COUNT PIC 9(07).
011666         10  WS-FE-DEBIT-AMOUNT  PIC S9(11)V99 COMP-3.
011669         10  WS-FE-CREDIT-AMOUNT PIC S9(11)V99 COMP-3.
011672         10  WS-FE-STATUS        PIC X(04).
011675         10  WS-FE-REASON        PIC X(04).
011678 01  WS-FEED-ACCOUNTED           PIC 9(07).
011681 01  WS-FEED-WRITTEN-SUM         PIC 9(07).
011684 01  WS-FEED-DEBIT-SUM           PIC S9(11)V99 COMP-3.
011687 01  WS-FEED-CREDIT-SUM          PIC S9(11)V99 COMP-3.
011700
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012400         UNTIL END-OF-FILE
012500     PERFORM 3000-VERIFY-STEPS
012600         THRU 3000-VERIFY-STEPS-EXIT
012630     PERFORM 3500-VERIFY-FEEDS
012660         THRU 3500-VERIFY-FEEDS-EXIT
012700     PERFORM 8000-SUMMARIZE
012800         THRU 8000-SUMMARIZE-EXIT
012900     PERFORM 9999-TERMINATE
018600     END-IF
018700     IF RL-START-RECORD
018800         MOVE 'Y' TO WS-OB-STARTED-SW (WS-EXPECTED-INDEX)
018820         IF RL-PROGRAM-ID = 'FILE-DEMO'
018840             MOVE WS-EXPECTED-INDEX TO WS-DEMO-INDEX
018860             MOVE ZERO TO WS-FEED-COUNT
018880         END-IF
018900     END-IF
018920     IF RL-FEED-RECORD AND RL-PROGRAM-ID = 'FILE-DEMO'
018940         PERFORM 2300-COLLECT-FEED
018960             THRU 2300-COLLECT-FEED-EXIT
018980     END-IF
019000     IF RL-END-RECORD
019100         MOVE 'Y' TO WS-OB-ENDED-SW (WS-EXPECTED-INDEX)
019200         MOVE RL-READ-COUNT TO
022700     ADD 1 TO WS-EXPECTED-INDEX.
022800 2200-FIND-EXPECTED-SLOT-EXIT.
022900     EXIT.
022902
022904 2300-COLLECT-FEED.
022906     IF WS-FEED-COUNT NOT < WS-FEED-LIMIT
022908         ADD 1 TO WS-FLAG-COUNT
022910         DISPLAY 'RUN-VERIFY: *** TOO MANY FILE-DEMO FEED '
022912             'RECORDS - ' RL-FEED-SOURCE ' NOT VERIFIED ***'
022914         GO TO 2300-COLLECT-FEED-EXIT
022916     END-IF
022918     ADD 1 TO WS-FEED-COUNT
022920     MOVE RL-FEED-SOURCE TO WS-FE-SOURCE (WS-FEED-COUNT)
022922     MOVE RL-FEED-RUN-DATE TO WS-FE-RUN-DATE (WS-FEED-COUNT)
022924     MOVE RL-READ-COUNT TO WS-FE-READ-COUNT (WS-FEED-COUNT)
022926     MOVE RL-WRITTEN-COUNT TO WS-FE-WRITTEN-COUNT (WS-FEED-COUNT)
022928     MOVE RL-REJECTED-COUNT TO WS-FE-REJECT-COUNT (WS-FEED-COUNT)
022930     MOVE RL-FEED-EXPECTED-COUNT TO
022932         WS-FE-EXPECTED-COUNT (WS-FEED-COUNT)
022934     MOVE RL-FEED-HELD-COUNT TO WS-FE-HELD-COUNT (WS-FEED-COUNT)
022936     MOVE RL-FEED-SUSPENDED-COUNT TO
022938         WS-FE-SUSPEND-COUNT (WS-FEED-COUNT)
022940     MOVE ZERO TO WS-FE-DEBIT-AMOUNT (WS-FEED-COUNT)
022942     MOVE ZERO TO WS-FE-CREDIT-AMOUNT (WS-FEED-COUNT)
022944     IF RL-DEBIT-AMOUNT NUMERIC
022946         MOVE RL-DEBIT-AMOUNT TO
022948             WS-FE-DEBIT-AMOUNT (WS-FEED-COUNT)
022950     END-IF
022952     IF RL-CREDIT-AMOUNT NUMERIC
022954         MOVE RL-CREDIT-AMOUNT TO
022956             WS-FE-CREDIT-AMOUNT (WS-FEED-COUNT)
022958     END-IF
022960     MOVE RL-STATUS TO WS-FE-STATUS (WS-FEED-COUNT)
022962     MOVE RL-FEED-REASON TO WS-FE-REASON (WS-FEED-COUNT).
022964 2300-COLLECT-FEED-EXIT.
022966     EXIT.
023000
023100 3000-VERIFY-STEPS.
023200     MOVE 1 TO WS-EXPECTED-INDEX
033300     ADD 1 TO WS-FEEDER-INDEX.
033400 3250-FIND-FEEDER-SLOT-EXIT.
033500     EXIT.
033501
033502*--------------------------------------------------------------
033503* PER-FEED PROOF OF FILE-DEMO. ONLY RUN WHEN FILE-DEMO ENDED -
033504* A MISSING END IS ALREADY FLAGGED BY 3100.
033505*--------------------------------------------------------------
033506 3500-VERIFY-FEEDS.
033507     IF WS-DEMO-INDEX = ZERO
033508         GO TO 3500-VERIFY-FEEDS-EXIT
033509     END-IF
033510     IF WS-OB-ENDED-SW (WS-DEMO-INDEX) NOT = 'Y'
033511         GO TO 3500-VERIFY-FEEDS-EXIT
033512     END-IF
033513     IF WS-FEED-COUNT = ZERO
033514         ADD 1 TO WS-FLAG-COUNT
033515         DISPLAY 'RUN-VERIFY: *** FILE-DEMO WROTE NO FEED '
033516             'RECORDS ***'
033517         GO TO 3500-VERIFY-FEEDS-EXIT
033518     END-IF
033519     MOVE ZERO TO WS-FEED-WRITTEN-SUM
033520     MOVE ZERO TO WS-FEED-DEBIT-SUM
033521     MOVE ZERO TO WS-FEED-CREDIT-SUM
033522     MOVE 1 TO WS-FEED-INDEX
033523     PERFORM 3550-VERIFY-ONE-FEED
033524         THRU 3550-VERIFY-ONE-FEED-EXIT
033525         UNTIL WS-FEED-INDEX > WS-FEED-COUNT
033526     IF WS-FEED-WRITTEN-SUM NOT =
033527            WS-OB-WRITTEN-COUNT (WS-DEMO-INDEX) OR
033528        WS-FEED-DEBIT-SUM NOT =
033529            WS-OB-DEBIT-AMOUNT (WS-DEMO-INDEX) OR
033530        WS-FEED-CREDIT-SUM NOT =
033531            WS-OB-CREDIT-AMOUNT (WS-DEMO-INDEX)
033532         ADD 1 TO WS-FLAG-COUNT
033533         DISPLAY 'RUN-VERIFY: *** FILE-DEMO FEEDS WROTE '
033534             WS-FEED-WRITTEN-SUM ' BUT FILE-DEMO WROTE '
033535             WS-OB-WRITTEN-COUNT (WS-DEMO-INDEX)
033536             ' OR THEIR AMOUNTS DO NOT TIE ***'
033537     END-IF.
033538 3500-VERIFY-FEEDS-EXIT.
033539     EXIT.
033540
033541 3550-VERIFY-ONE-FEED.
033542     IF WS-FE-STATUS (WS-FEED-INDEX) = 'SETA'
033543         DISPLAY 'RUN-VERIFY: FEED ' WS-FE-SOURCE (WS-FEED-INDEX)
033544             ' ' WS-FE-RUN-DATE (WS-FEED-INDEX)
033545             ' WAS SET ASIDE, REASON '
033546             WS-FE-REASON (WS-FEED-INDEX)
033547         GO TO 3550-VERIFY-ONE-FEED-NEXT
033548     END-IF
033549     ADD WS-FE-WRITTEN-COUNT (WS-FEED-INDEX) TO
033550         WS-FEED-WRITTEN-SUM
033551     ADD WS-FE-DEBIT-AMOUNT (WS-FEED-INDEX) TO WS-FEED-DEBIT-SUM
033552     ADD WS-FE-CREDIT-AMOUNT (WS-FEED-INDEX) TO WS-FEED-CREDIT-SUM
033553     ADD WS-FE-WRITTEN-COUNT (WS-FEED-INDEX)
033554         WS-FE-REJECT-COUNT (WS-FEED-INDEX)
033555         WS-FE-HELD-COUNT (WS-FEED-INDEX)
033556         WS-FE-SUSPEND-COUNT (WS-FEED-INDEX)
033557         GIVING WS-FEED-ACCOUNTED
033558     IF WS-FE-READ-COUNT (WS-FEED-INDEX) NOT =
033559            WS-FE-EXPECTED-COUNT (WS-FEED-INDEX) OR
033560        WS-FE-READ-COUNT (WS-FEED-INDEX) NOT =
033561            WS-FEED-ACCOUNTED OR
033562        WS-FE-STATUS (WS-FEED-INDEX) NOT = 'OK  '
033563         ADD 1 TO WS-FLAG-COUNT
033564         DISPLAY 'RUN-VERIFY: *** FEED '
033565             WS-FE-SOURCE (WS-FEED-INDEX) ' '
033566             WS-FE-RUN-DATE (WS-FEED-INDEX)
033567             ' TRAILER ' WS-FE-EXPECTED-COUNT (WS-FEED-INDEX)
033568             ' READ ' WS-FE-READ-COUNT (WS-FEED-INDEX)
033569             ' ACCOUNTED FOR ' WS-FEED-ACCOUNTED ' ***'
033570     END-IF.
033571 3550-VERIFY-ONE-FEED-NEXT.
033572     ADD 1 TO WS-FEED-INDEX.
033573 3550-VERIFY-ONE-FEED-EXIT.
033574     EXIT.
033600
033700 8000-SUMMARIZE.
033800     IF WS-FLAG-COUNT = ZERO
