003600*                   CURRENT-DATE, SO A BACK-DATED CATCH-UP RUN
003700*                   STAMPS ITSELF WITH THE BUSINESS DAY BEING
003800*                   PROCESSED, NOT THE WALL-CLOCK DAY.
003810* 2026-10-15  DLBS  AN ACCOUNT NUMBER WHOSE BASE FALLS INSIDE ONE
003820*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
003830*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR THE
003840*                   STATUS CHANGE IS REJECTED BEFORE IT CAN BE
003850*                   APPLIED OR CARRIED FORWARD. A LEGACY NUMBER
003860*                   OUTSIDE EVERY RANGE STANDS.
003900*--------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
010100     05  WS-AW-INPUT-VALUE       PIC X(12).
010200     05  WS-AW-RESULT            PIC X(16).
010300
010307*--------------------------------------------------------------
010314* SHARED ACCT-CHECK CALL PARAMETER
010321*--------------------------------------------------------------
010328 01  WS-ACCT-CHECK-PARM.
010335     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'STATUS-MAINT'.
010342     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
010349     05  WS-AC-MASTER-KEY.
010356         10  WS-AC-COMPANY-CODE  PIC X(03).
010363         10  WS-AC-ACCOUNT-NUMBER
010370                                 PIC X(10).
010377     05  WS-AC-RESULT            PIC X(01).
010384         88  WS-AC-CHECK-FAILED          VALUE 'N'.
010390
010400 01  WS-COUNTERS.
010500     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
010600     05  WS-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
017200             'DATE FOR ' ST-ACCOUNT-NUMBER
017300         GO TO 3000-APPLY-STATUS-CHANGE-NEXT
017400     END-IF
017410     MOVE ST-COMPANY-CODE TO WS-AC-COMPANY-CODE
017420     MOVE ST-ACCOUNT-NUMBER TO WS-AC-ACCOUNT-NUMBER
017430     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
017440     IF WS-AC-CHECK-FAILED
017450         ADD 1 TO WS-REJECTED-COUNT
017460         DISPLAY 'STATUS-MAINT: REJECTED - BAD CHECK DIGIT '
017470             'FOR ' ST-ACCOUNT-NUMBER
017480         GO TO 3000-APPLY-STATUS-CHANGE-NEXT
017490     END-IF
017500     IF ST-EFFECTIVE-DATE > WS-RUN-DATE
017600         ADD 1 TO WS-PENDING-COUNT
017700         WRITE CARRY-RECORD FROM STATUS-TRAN-RECORD
