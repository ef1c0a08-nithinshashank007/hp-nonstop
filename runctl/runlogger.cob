001873*                   OVERRIDE FILE) SO BACK-DATED CATCH-UP RUNS
001874*                   STAMP THE BUSINESS DAY BEING PROCESSED; THE
001875*                   TIME PORTION STAYS WALL-CLOCK.
001878* 2026-10-15  DLBS  NEW 'F' FEED FUNCTION FOR FILE-DEMO'S
001881*                   PER-FEED RECORDS. ONLY AN 'F' CALL PASSES THE
001884*                   SECOND (FEED) PARAMETER, AND ONLY AN 'F' CALL
001887*                   TOUCHES IT - EVERY OTHER CALLER STILL PASSES
001890*                   THE ONE PARM AND ITS RECORDS CARRY THE FEED
001893*                   FIELDS AS SPACES.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003900     05  LK-RL-FUNCTION          PIC X(01).
004000         88  LK-RL-START-CALL            VALUE 'S'.
004100         88  LK-RL-END-CALL              VALUE 'E'.
004150         88  LK-RL-FEED-CALL             VALUE 'F'.
004200     05  LK-RL-PROGRAM-ID        PIC X(12).
004300     05  LK-RL-READ-COUNT        PIC 9(07).
004400     05  LK-RL-WRITTEN-COUNT     PIC 9(07).
004520     05  LK-RL-CREDIT-AMOUNT     PIC S9(11)V99 COMP-3.
004530     05  LK-RL-NET-AMOUNT        PIC S9(11)V99 COMP-3.
004600     05  LK-RL-STATUS            PIC X(04).
004610 01  LK-RUNLOG-FEED-PARM.
004620     05  LK-RF-SOURCE            PIC X(10).
004630     05  LK-RF-RUN-DATE          PIC 9(08).
004640     05  LK-RF-EXPECTED-COUNT    PIC 9(07).
004650     05  LK-RF-HELD-COUNT        PIC 9(07).
004660     05  LK-RF-SUSPENDED-COUNT   PIC 9(07).
004670     05  LK-RF-REASON            PIC X(04).
004700
004800 PROCEDURE DIVISION USING LK-RUNLOG-PARM LK-RUNLOG-FEED-PARM.
004900 0000-MAINLINE.
005000     OPEN EXTEND RUN-LOG-FILE
005100     IF FS-RUN-LOG-FILE = '35'
006420     MOVE LK-RL-CREDIT-AMOUNT TO RL-CREDIT-AMOUNT
006430     MOVE LK-RL-NET-AMOUNT TO RL-NET-AMOUNT
006500     MOVE LK-RL-STATUS TO RL-STATUS
006509     IF LK-RL-FEED-CALL
006518         MOVE LK-RF-SOURCE TO RL-FEED-SOURCE
006527         MOVE LK-RF-RUN-DATE TO RL-FEED-RUN-DATE
006536         MOVE LK-RF-EXPECTED-COUNT TO RL-FEED-EXPECTED-COUNT
006545         MOVE LK-RF-HELD-COUNT TO RL-FEED-HELD-COUNT
006554         MOVE LK-RF-SUSPENDED-COUNT TO RL-FEED-SUSPENDED-COUNT
006563         MOVE LK-RF-REASON TO RL-FEED-REASON
006572     ELSE
006581         MOVE SPACES TO RL-FEED-DATA
006590     END-IF
006600     WRITE RUN-LOG-RECORD
006700     CLOSE RUN-LOG-FILE
006800     GOBACK.
