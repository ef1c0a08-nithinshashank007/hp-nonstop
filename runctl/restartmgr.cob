002504*                   CURRENT-DATE, SO A BACK-DATED CATCH-UP RUN
002505*                   STAMPS ITSELF WITH THE BUSINESS DAY BEING
002506*                   PROCESSED, NOT THE WALL-CLOCK DAY.
002516* 2026-10-15  DLBS  A DLSIM SIMULATED RUN (SIM-MODE SAYS SO)
002526*                   NEITHER READS NOR WRITES RUNCTL: 'C' ALWAYS
002536*                   ANSWERS NOT DONE AND 'M' RECORDS NOTHING, SO A
002546*                   DRY RUN CAN BE REPEATED AT WILL AND NEVER
002556*                   MAKES THE LIVE CHAIN SKIP A STEP.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004900         88  END-OF-FILE                    VALUE 'Y'.
005000
005100 01  WS-RUN-DATE                 PIC 9(08).
005130 01  WS-SIMULATION-SWITCH        PIC X(01) VALUE 'N'.
005160     88  WS-SIMULATION-RUN                  VALUE 'Y'.
005200
005300*--------------------------------------------------------------
005400* STANDALONE UTILITY CONTROL CARD - 'L' LIST, 'R' RESET
007100 0000-MAINLINE.
007200     CALL 'PROC-DATE' USING WS-RUN-DATE
007300     IF LK-RM-CHECK-CALL OR LK-RM-MARK-CALL
007310         CALL 'SIM-MODE' USING WS-SIMULATION-SWITCH
007320         IF WS-SIMULATION-RUN
007330             MOVE 'N' TO LK-RM-SKIP-SWITCH
007340             GOBACK
007350         END-IF
007400         IF LK-RM-CHECK-CALL
007500             PERFORM 2000-CHECK-STEP
007600                 THRU 2000-CHECK-STEP-EXIT
