003200*                   CURRENT-DATE, SO A BACK-DATED CATCH-UP RUN
003300*                   STAMPS ITSELF WITH THE BUSINESS DAY BEING
003400*                   PROCESSED, NOT THE WALL-CLOCK DAY.
003410* 2026-10-15  DLBS  THE EXPECTED-STEP TABLE FOLLOWS THE
003420*                   PARTITIONED POSTING STEPS - POST-SPLIT,
003430*                   ACCT-POST-1 TO ACCT-POST-4, AND POST-MERGE IN
003440*                   PLACE OF THE SINGLE ACCT-POST. WIDENED TO 13
003450*                   STEPS.
003500*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
014100     05  FILLER                  PIC X(12) VALUE 'LOOPEX'.
014200     05  FILLER                  PIC X(12) VALUE 'FILE-DEMO'.
014300     05  FILLER                  PIC X(12) VALUE 'EXTRACT-GEN'.
014400     05  FILLER                  PIC X(12) VALUE 'POST-SPLIT'.
014410     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-1'.
014420     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-2'.
014430     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-3'.
014440     05  FILLER                  PIC X(12) VALUE 'ACCT-POST-4'.
014450     05  FILLER                  PIC X(12) VALUE 'POST-MERGE'.
014500     05  FILLER                  PIC X(12) VALUE 'BRANCH-TOTAL'.
014600     05  FILLER                  PIC X(12) VALUE 'EVENODD-BAT'.
014700     05  FILLER                  PIC X(12) VALUE 'CHECKNUMBER'.
014800     05  FILLER                  PIC X(12) VALUE 'RELATION-EX'.
014900 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-TABLE-VALUES.
015000     05  WS-EX-PROGRAM-ID        PIC X(12) OCCURS 13 TIMES.
015100 01  WS-EXPECTED-COUNT           PIC 9(03) COMP VALUE 13.
015200 01  WS-EXPECTED-INDEX           PIC 9(03) COMP.
015300 01  WS-OBSERVED-TABLE.
015400     05  WS-OBSERVED-ENTRY       OCCURS 13 TIMES.
015500         10  WS-OB-STARTED-SW    PIC X(01).
015600         10  WS-OB-ENDED-SW      PIC X(01).
015700         10  WS-OB-READ-COUNT    PIC 9(07).
