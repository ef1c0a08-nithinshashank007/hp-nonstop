002300*                   PARAGRAPH BODY - IT SAT IN THE EXIT
002400*                   PARAGRAPH BEHIND A FILE-STATUS TEST THAT
002500*                   NEVER PASSED AFTER THE AT END READ.
002510* 2026-10-15  DLBS  THE ARCQPM CARD GAINED THE REQUESTING OPERATOR
002520*                   AFTER THE INPUT-VALUE FILTER (COLUMNS 45-52).
002530*                   A RETRIEVAL WITHOUT ONE - NO CARD INCLUDED -
002540*                   IS REFUSED WITH RC=8; EVERY OTHER IS WRITTEN
002550*                   TO THE CUSTOMER-DATA ACCESS LOG (TYPE AR, THE
002560*                   INPUT-VALUE FILTER AS THE ACCOUNT) THROUGH THE
002570*                   SHARED ACCESS-LOG SUBPROGRAM.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
006100     05  QP-PROGRAM-ID           PIC X(12).
006200     05  QP-FILL-3               PIC X(01).
006300     05  QP-INPUT-VALUE          PIC X(12).
006330     05  QP-FILL-4               PIC X(01).
006360     05  QP-OPERATOR-ID          PIC X(08).
006400
006500 FD  REPORT-FILE
006600     LABEL RECORDS ARE STANDARD.
007900 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
008000 01  WS-FILTER-PROGRAM           PIC X(12) VALUE SPACES.
008100 01  WS-FILTER-VALUE             PIC X(12) VALUE SPACES.
008150 01  WS-INQUIRY-OPERATOR         PIC X(08) VALUE SPACES.
008200 01  WS-RECORD-DATE              PIC 9(08).
008300 01  WS-SEARCH-SOURCE            PIC X(04) VALUE 'ARCH'.
008400
012900     05  TL-READ-COUNT           PIC ZZZZZZ9.
013000     05  FILLER                  PIC X(07) VALUE '  HITS '.
013100     05  TL-HIT-COUNT            PIC ZZZZZZ9.
013108
013116*--------------------------------------------------------------
013124* SHARED ACCESS-LOG CALL PARAMETER
013132*--------------------------------------------------------------
013140 01  WS-ACCESS-PARM.
013148     05  WS-AX-FUNCTION          PIC X(01).
013156     05  WS-AX-OPERATOR-ID       PIC X(08).
013164     05  WS-AX-PROGRAM-ID        PIC X(12) VALUE 'ARCH-INQUIRY'.
013172     05  WS-AX-COMPANY-CODE      PIC X(03).
013180     05  WS-AX-ACCOUNT-NUMBER    PIC X(10).
013188     05  WS-AX-INQUIRY-TYPE      PIC X(02).
013200
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE
013600         THRU 1000-INITIALIZE-EXIT
013620     IF WS-INQUIRY-OPERATOR = SPACES
013640         MOVE 8 TO RETURN-CODE
013660         STOP RUN
013680     END-IF
013700     PERFORM 2000-SEARCH-ARCHIVE
013800         THRU 2000-SEARCH-ARCHIVE-EXIT
013900     PERFORM 3000-SEARCH-LIVE-LOG
014000         THRU 3000-SEARCH-LIVE-LOG-EXIT
014100     PERFORM 8000-PRINT-TOTALS
014200         THRU 8000-PRINT-TOTALS-EXIT
014230     MOVE 'C' TO WS-AX-FUNCTION
014260     CALL 'ACCESS-LOG' USING WS-ACCESS-PARM
014300     CLOSE REPORT-FILE
014400     STOP RUN.
014500
014600 1000-INITIALIZE.
014700     PERFORM 1100-READ-INQUIRY-PARM
014800         THRU 1100-READ-INQUIRY-PARM-EXIT
014808     IF WS-INQUIRY-OPERATOR = SPACES
014816         DISPLAY 'ARCH-INQUIRY: NO OPERATOR ON THE PARAMETER '
014824             'CARD - RETRIEVAL REFUSED'
014832         GO TO 1000-INITIALIZE-EXIT
014840     END-IF
014848     MOVE 'W' TO WS-AX-FUNCTION
014856     MOVE WS-INQUIRY-OPERATOR TO WS-AX-OPERATOR-ID
014864     MOVE SPACES TO WS-AX-COMPANY-CODE
014872     MOVE WS-FILTER-VALUE TO WS-AX-ACCOUNT-NUMBER
014880     MOVE 'AR' TO WS-AX-INQUIRY-TYPE
014888     CALL 'ACCESS-LOG' USING WS-ACCESS-PARM
014900     OPEN OUTPUT REPORT-FILE
015000     MOVE FUNCTION CURRENT-DATE (1:8) TO PH-RUN-DATE
015100     MOVE WS-FROM-DATE TO CL-FROM-DATE
016400 1100-READ-INQUIRY-PARM.
016500     OPEN INPUT INQUIRY-PARM
016600     IF FS-INQUIRY-PARM NOT = '00'
016700         DISPLAY 'ARCH-INQUIRY: NO PARAMETER CARD'
016900         GO TO 1100-READ-INQUIRY-PARM-EXIT
017000     END-IF
017100     READ INQUIRY-PARM
018000             END-IF
018100             MOVE QP-PROGRAM-ID TO WS-FILTER-PROGRAM
018200             MOVE QP-INPUT-VALUE TO WS-FILTER-VALUE
018250             MOVE QP-OPERATOR-ID TO WS-INQUIRY-OPERATOR
018300     END-READ
018400     CLOSE INQUIRY-PARM.
018500 1100-READ-INQUIRY-PARM-EXIT.
