002400*                   THE LATEST END TIME SEEN TODAY AND SAYS
002500*                   WHETHER TONIGHT'S CHAIN WILL CLEAR THE
002600*                   SLAPM BATCH-WINDOW CUTOFF.
002610* 2026-10-15  DLBS  THE EXPECTED-STEP TABLE FOLLOWS THE
002620*                   PARTITIONED POSTING STEPS - POST-SPLIT,
002630*                   ACCT-POST-1 TO ACCT-POST-4, AND POST-MERGE IN
002640*                   PLACE OF THE SINGLE ACCT-POST. WIDENED TO 13
002650*                   STEPS.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
009900     05  FILLER                  PIC X(12) VALUE 'LOOPEX'.
010000     05  FILLER                  PIC X(12) VALUE 'FILE-DEMO'.
010100     05  FILLER                  PIC X(12) VALUE 'EXTRACT-GEN'.
010200     05  FILLER                  PIC X(12) VALUE 'POST-SPLIT'.
010210     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-1'.
010220     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-2'.
010230     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-3'.
010240     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-4'.
010250     05  FILLER                  PIC X(12) VALUE 'POST-MERGE'.
010300     05  FILLER                  PIC X(12) VALUE 'BRANCH-TOTAL'.
010400     05  FILLER                  PIC X(12) VALUE 'EVENODD-BAT'.
010500     05  FILLER                  PIC X(12) VALUE 'CHECKNUMBER'.
010600     05  FILLER                  PIC X(12) VALUE 'RELATION-EX'.
010700 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-TABLE-VALUES.
010800     05  WS-EX-PROGRAM-ID        PIC X(12) OCCURS 13 TIMES.
010900 01  WS-EXPECTED-COUNT           PIC 9(03) COMP VALUE 13.
011000 01  WS-EXPECTED-INDEX           PIC 9(03) COMP.
011100
011200*--------------------------------------------------------------
