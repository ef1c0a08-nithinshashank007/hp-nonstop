007600*                   NOW CARRY A TRAILING COMPANY CODE (LRECL 15 TO
007700*                   18) SO CONTROL-DRIVER CAN KEY THE COMPOUND
007800*                   CUSTMSTR READ FOR THE CTLRPT NAME COLUMN.
007810* 2026-10-15  DLBS  SIMULATION MODE FOR THE DLSIM DRY RUN. A
007820*                   SIMULATED RUN (SIM-MODE SAYS SO) IS ANNOUNCED
007830*                   AND ITS SUMMARY STAMPED SIMULATION; DLSIM
007840*                   POINTS THE EXTRACT DDS AWAY FROM THE LIVE
007850*                   DATASETS.
007900*--------------------------------------------------------------
008000 ENVIRONMENT DIVISION.
008100 INPUT-OUTPUT SECTION.
028300     05  WS-RM-PROGRAM-ID        PIC X(12) VALUE 'EXTRACT-GEN'.
028400     05  WS-RM-SKIP-SWITCH       PIC X(01).
028500         88  WS-RM-STEP-DONE             VALUE 'Y'.
028510
028520*--------------------------------------------------------------
028530* RUN MODE FROM SIM-MODE - 'Y' ON A DLSIM SIMULATED RUN
028540*--------------------------------------------------------------
028550 01  WS-SIMULATION-SWITCH        PIC X(01) VALUE 'N'.
028560     88  WS-SIMULATION-RUN               VALUE 'Y'.
028600
028700 PROCEDURE DIVISION.
028800 0000-MAINLINE.
028810     CALL 'SIM-MODE' USING WS-SIMULATION-SWITCH
028820     IF WS-SIMULATION-RUN
028830         DISPLAY 'EXTRACT-GEN: *** SIMULATION *** - EXTRACTS '
028840             'GO TO THE DLSIM DATASETS'
028850     END-IF
028900     MOVE 'C' TO WS-RM-FUNCTION
029000     CALL 'RESTART-MGR' USING WS-RESTART-PARM
029100     IF WS-RM-STEP-DONE
048100     EXIT.
048200
048300 8000-SUMMARIZE.
048320     IF WS-SIMULATION-RUN
048340         DISPLAY 'EXTRACT-GEN: *** SIMULATION - NOTHING HERE WAS '
048360             'RELEASED ***'
048380     END-IF
048400     DISPLAY 'EXTRACT-GEN: DETAILS EXTRACTED = '
048500         WS-DETAIL-COUNT.
048600 8000-SUMMARIZE-EXIT.
