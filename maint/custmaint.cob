002400*                   KEEPS ITS OWN REFERENCE RECORD FOR A
002500*                   SHARED ACCOUNT NUMBER. CUSTTRAN IMAGES
002600*                   LEAD WITH THE COMPANY CODE.
002610* 2026-10-15  DLBS  AN ACCOUNT NUMBER WHOSE BASE FALLS INSIDE ONE
002620*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
002630*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR THE
002640*                   TRANSACTION IS REJECTED 'CHKD' - A MIS-KEYED
002650*                   NUMBER IS CAUGHT AS SUCH INSTEAD OF LANDING ON
002660*                   THE WRONG ACCOUNT. A DELETE NEEDS ONLY THE KEY
002670*                   AND IS NOT CHECKED. A LEGACY NUMBER OUTSIDE
002680*                   EVERY RANGE STANDS.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
008200     COPY CUSTREC.
008300
008400 01  WS-REJECT-REASON            PIC X(04).
008407
008414*--------------------------------------------------------------
008421* SHARED ACCT-CHECK CALL PARAMETER
008428*--------------------------------------------------------------
008435 01  WS-ACCT-CHECK-PARM.
008442     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'CUST-MAINT'.
008449     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
008456     05  WS-AC-MASTER-KEY.
008463         10  WS-AC-COMPANY-CODE  PIC X(03).
008470         10  WS-AC-ACCOUNT-NUMBER
008477                                 PIC X(10).
008484     05  WS-AC-RESULT            PIC X(01).
008491         88  WS-AC-CHECK-FAILED          VALUE 'N'.
008500
008600 01  WS-COUNTERS.
008700     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
022300     IF CT-DELETE-ACTION
022400         GO TO 2200-EDIT-TRANSACTION-EXIT
022500     END-IF
022510     MOVE CU-MASTER-KEY OF WS-CUSTOMER-RECORD
022520         TO WS-AC-MASTER-KEY
022530     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
022540     IF WS-AC-CHECK-FAILED
022550         MOVE 'CHKD' TO WS-REJECT-REASON
022560         GO TO 2200-EDIT-TRANSACTION-EXIT
022570     END-IF
022600     IF CU-CUSTOMER-NAME OF WS-CUSTOMER-RECORD = SPACES OR
022700        CU-SHORT-NAME OF WS-CUSTOMER-RECORD = SPACES
022800         MOVE 'NAME' TO WS-REJECT-REASON
