002600*                   REVOKED OPERATOR COMES OFF THE TABLE
002700*                   ENTIRELY - OPERTAB CARRIES NO STATUS BYTE
002800*                   AND MENU-DRIVER TREATS PRESENCE AS ACCESS.
002810* 2026-10-15  DLBS  OPERTAB CARRIES THE OPERATOR'S HOME BRANCH
002820*                   (OP-HOME-BRANCH, RECORD NOW 22 BYTES) FOR
002830*                   ACCESS-RPT'S OUT-OF-BRANCH CHECK. THE OPERTRAN
002840*                   CARD GAINED A TRAILING BRANCH - REQUIRED ON AN
002850*                   ADD (REASON BRCH), BLANK ON A CHANGE KEEPS THE
002860*                   BRANCH ON FILE. THE REGISTER SHOWS IT.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005300     05  OP-ACCESS-CODE          PIC X(06).
005400     05  OP-FILL-2               PIC X(01).
005500     05  OP-AUTH-LEVEL           PIC 9(01).
005530     05  OP-FILL-3               PIC X(01).
005560     05  OP-HOME-BRANCH          PIC X(04).
005600
005700 FD  OPER-TRAN-FILE
005800     LABEL RECORDS ARE STANDARD.
006700     05  OR-ACCESS-CODE          PIC X(06).
006800     05  OR-FILL-3               PIC X(01).
006900     05  OR-AUTH-LEVEL           PIC X(01).
006930     05  OR-FILL-4               PIC X(01).
006960     05  OR-HOME-BRANCH          PIC X(04).
007000
007100 FD  OPER-NEW-FILE
007200     LABEL RECORDS ARE STANDARD.
007600     05  ON-ACCESS-CODE          PIC X(06).
007700     05  ON-FILL-2               PIC X(01).
007800     05  ON-AUTH-LEVEL           PIC 9(01).
007830     05  ON-FILL-3               PIC X(01).
007860     05  ON-HOME-BRANCH          PIC X(04).
007900
008000 FD  REGISTER-FILE
008100     LABEL RECORDS ARE STANDARD.
011100         10  WS-OT-OPERATOR-ID   PIC X(08).
011200         10  WS-OT-ACCESS-CODE   PIC X(06).
011300         10  WS-OT-AUTH-LEVEL    PIC 9(01).
011350         10  WS-OT-HOME-BRANCH   PIC X(04).
011400         10  WS-OT-REVOKED-SW    PIC X(01).
011500
011600 01  WS-COUNTERS.
013700         VALUE 'OPER-MAINT  OPERATOR REGISTER     '.
013800     05  RH-RUN-DATE             PIC X(08).
013900 01  WS-REGISTER-COLUMNS.
014000     05  FILLER                  PIC X(43)
014100         VALUE 'ACT OPERATOR LVL BRCH DISPOSITION   REASON'.
014200 01  WS-REGISTER-DETAIL.
014300     05  RD-ACTION-CODE          PIC X(01).
014400     05  FILLER                  PIC X(03) VALUE SPACES.
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  RD-AUTH-LEVEL           PIC X(01).
014800     05  FILLER                  PIC X(03) VALUE SPACES.
014830     05  RD-HOME-BRANCH          PIC X(04).
014860     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  RD-DISPOSITION          PIC X(08).
015000     05  FILLER                  PIC X(06) VALUE SPACES.
015100     05  RD-REASON-CODE          PIC X(04).
022200                     MOVE 1 TO
022300                         WS-OT-AUTH-LEVEL (WS-OPER-COUNT)
022400                 END-IF
022430                 MOVE OP-HOME-BRANCH TO
022460                     WS-OT-HOME-BRANCH (WS-OPER-COUNT)
022500                 MOVE 'N' TO WS-OT-REVOKED-SW (WS-OPER-COUNT)
022600             ELSE
022700                 DISPLAY 'OPER-MAINT: TABLE FULL - '
028700     END-IF
028800     IF OR-AUTH-LEVEL NOT NUMERIC OR OR-AUTH-LEVEL = '0'
028900         MOVE 'LEVL' TO WS-REJECT-REASON
028920         GO TO 3200-EDIT-TRANSACTION-EXIT
028940     END-IF
028960     IF OR-ADD-ACTION AND OR-HOME-BRANCH = SPACES
028980         MOVE 'BRCH' TO WS-REJECT-REASON
029000     END-IF.
029100 3200-EDIT-TRANSACTION-EXIT.
029200     EXIT.
031400     MOVE OR-OPERATOR-ID TO WS-OT-OPERATOR-ID (WS-OPER-INDEX)
031500     MOVE OR-ACCESS-CODE TO WS-OT-ACCESS-CODE (WS-OPER-INDEX)
031600     MOVE OR-AUTH-LEVEL TO WS-OT-AUTH-LEVEL (WS-OPER-INDEX)
031650     MOVE OR-HOME-BRANCH TO WS-OT-HOME-BRANCH (WS-OPER-INDEX)
031700     MOVE 'N' TO WS-OT-REVOKED-SW (WS-OPER-INDEX)
031800     ADD 1 TO WS-ADDED-COUNT
031900     PERFORM 7100-WRITE-REGISTER-APPLIED
033900     END-IF
034000     MOVE OR-ACCESS-CODE TO WS-OT-ACCESS-CODE (WS-OPER-INDEX)
034100     MOVE OR-AUTH-LEVEL TO WS-OT-AUTH-LEVEL (WS-OPER-INDEX)
034120     IF OR-HOME-BRANCH NOT = SPACES
034140         MOVE OR-HOME-BRANCH TO WS-OT-HOME-BRANCH (WS-OPER-INDEX)
034160     END-IF
034200     MOVE 'N' TO WS-OT-REVOKED-SW (WS-OPER-INDEX)
034300     ADD 1 TO WS-CHANGED-COUNT
034400     PERFORM 7100-WRITE-REGISTER-APPLIED
041700         MOVE SPACE TO ON-FILL-2
041800         MOVE WS-OT-AUTH-LEVEL (WS-OPER-INDEX)
041900             TO ON-AUTH-LEVEL
041920         MOVE SPACE TO ON-FILL-3
041940         MOVE WS-OT-HOME-BRANCH (WS-OPER-INDEX)
041960             TO ON-HOME-BRANCH
042000         WRITE OPER-NEW-RECORD
042100     END-IF
042200     ADD 1 TO WS-OPER-INDEX.
042800     MOVE OR-ACTION-CODE TO RD-ACTION-CODE
042900     MOVE OR-OPERATOR-ID TO RD-OPERATOR-ID
043000     MOVE OR-AUTH-LEVEL TO RD-AUTH-LEVEL
043050     MOVE OR-HOME-BRANCH TO RD-HOME-BRANCH
043100     MOVE 'REJECTED' TO RD-DISPOSITION
043200     MOVE WS-REJECT-REASON TO RD-REASON-CODE
043300     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
044000     MOVE OR-ACTION-CODE TO RD-ACTION-CODE
044100     MOVE OR-OPERATOR-ID TO RD-OPERATOR-ID
044200     MOVE OR-AUTH-LEVEL TO RD-AUTH-LEVEL
044250     MOVE OR-HOME-BRANCH TO RD-HOME-BRANCH
044300     MOVE 'APPLIED ' TO RD-DISPOSITION
044400     MOVE SPACES TO RD-REASON-CODE
044500     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
