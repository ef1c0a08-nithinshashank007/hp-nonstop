002154*                   CURRENT-DATE, SO A BACK-DATED CATCH-UP RUN
002155*                   STAMPS ITSELF WITH THE BUSINESS DAY BEING
002156*                   PROCESSED, NOT THE WALL-CLOCK DAY.
002166* 2026-10-15  DLBS  ON A DLSIM SIMULATED RUN (SIM-MODE SAYS SO)
002176*                   THE REPORT HEADING IS STAMPED SIMULATION.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
009100     05  FILLER                  PIC X(36)
009200         VALUE 'BRANCH-TOTALS  DAILY BRANCH REPORT  '.
009300     05  RH-RUN-DATE             PIC X(08).
009350     05  RH-RUN-MODE             PIC X(18) VALUE SPACES.
009400 01  WS-COLUMN-HEADING.
009500     05  FILLER                  PIC X(32)
009600         VALUE 'BRANCH   DETAILS        AMOUNT  '.
012900     05  WS-RM-PROGRAM-ID        PIC X(12) VALUE 'BRANCH-TOTAL'.
013000     05  WS-RM-SKIP-SWITCH       PIC X(01).
013100         88  WS-RM-STEP-DONE             VALUE 'Y'.
013110
013120*--------------------------------------------------------------
013130* RUN MODE FROM SIM-MODE - 'Y' ON A DLSIM SIMULATED RUN
013140*--------------------------------------------------------------
013150 01  WS-SIMULATION-SWITCH        PIC X(01) VALUE 'N'.
013160     88  WS-SIMULATION-RUN               VALUE 'Y'.
013200
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
017700     OPEN OUTPUT REPORT-FILE
017800     CALL 'PROC-DATE' USING WS-RUN-DATE
017810     MOVE WS-RUN-DATE TO RH-RUN-DATE
017820     CALL 'SIM-MODE' USING WS-SIMULATION-SWITCH
017830     IF WS-SIMULATION-RUN
017840         MOVE '  ** SIMULATION **' TO RH-RUN-MODE
017850     END-IF
017900     PERFORM 2000-LOAD-BRANCH-LIST
018000         THRU 2000-LOAD-BRANCH-LIST-EXIT
018100     OPEN INPUT VALID-FILE
