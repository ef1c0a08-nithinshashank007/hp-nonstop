000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WO-APPROVE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. APPROVAL STEP FOR THE WRITE-OFFS
001100*                   DLQ-AGE PROPOSES ON DLQMSTR (SEE
001200*                   JCL/DLWOFF.JCL). WOTRAN DECISIONS ('A' APPROVE
001300*                   / 'R' DECLINE, BY COMPANY AND ACCOUNT, WITH
001400*                   THE APPROVER'S OPERATOR ID) ARE APPLIED TO THE
001500*                   PROPOSED RECORDS. THE APPROVER MUST BE ON
001600*                   OPERTAB. AN APPROVED WRITE-OFF STAGES A 'WO'
001700*                   CLASS DETAIL FOR THE FULL OVERDRAWN BALANCE TO
001800*                   RELSTAGE, SO THE NEXT DLBATCH POSTS IT THROUGH
001900*                   THE NORMAL CHAIN AND GL-EXTRACT CARRIES IT TO
002000*                   THE WRITE-OFF LEDGER LINE. ONCE IT HAS POSTED,
002100*                   DLQ-AGE CLOSES THE ACCOUNT. A DECLINED
002200*                   PROPOSAL STAYS IN THE COLLECTIONS QUEUE. EVERY
002300*                   DECISION IS AUDITED THROUGH AUDIT-WRITER AND
002400*                   LISTED ON THE WORPT REGISTER.
002420* 2026-10-15  DLBS  OPERTAB LAYOUT CARRIED TO THE 22-BYTE RECORD -
002440*                   OPER-MAINT ADDED THE OPERATOR'S HOME BRANCH,
002460*                   NOT USED HERE.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DECISION-FILE ASSIGN TO 'WOTRAN'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FS-DECISION-FILE.
003200     SELECT OPERATOR-FILE ASSIGN TO 'OPERTAB'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FS-OPERATOR-FILE.
003500     SELECT DELINQUENCY-FILE ASSIGN TO 'DLQMSTR'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS DQ-MASTER-KEY
003900         FILE STATUS IS FS-DELINQUENCY-FILE.
004000     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS BL-MASTER-KEY
004400         FILE STATUS IS FS-BALANCE-FILE.
004500     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS IR-MASTER-KEY OF MASTER-RECORD
004900         FILE STATUS IS FS-MASTER-FILE.
005000     SELECT RELEASE-FILE ASSIGN TO 'RELSTAGE'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FS-RELEASE-FILE.
005300     SELECT REGISTER-FILE ASSIGN TO 'WORPT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-REGISTER-FILE.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DECISION-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  DECISION-RECORD.
006200     05  WD-DECISION-CODE        PIC X(01).
006300         88  WD-APPROVE-DECISION         VALUE 'A'.
006400         88  WD-DECLINE-DECISION         VALUE 'R'.
006500     05  WD-FILL-1               PIC X(01).
006600     05  WD-COMPANY-CODE         PIC X(03).
006700     05  WD-FILL-2               PIC X(01).
006800     05  WD-ACCOUNT-NUMBER       PIC X(10).
006900     05  WD-FILL-3               PIC X(01).
007000     05  WD-APPROVER-ID          PIC X(08).
007100
007200 FD  OPERATOR-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  OPERATOR-RECORD.
007500     05  OP-OPERATOR-ID          PIC X(08).
007600     05  OP-FILL-1               PIC X(01).
007700     05  OP-ACCESS-CODE          PIC X(06).
007800     05  OP-FILL-2               PIC X(01).
007900     05  OP-AUTH-LEVEL           PIC 9(01).
007930     05  OP-FILL-3               PIC X(01).
007960     05  OP-HOME-BRANCH          PIC X(04).
008000
008100 FD  DELINQUENCY-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  DELINQUENCY-RECORD.
008400     COPY DLQREC.
008500
008600 FD  BALANCE-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  BALANCE-RECORD.
008900     COPY BALREC.
009000
009100 FD  MASTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  MASTER-RECORD.
009400     COPY INPTREC.
009500
009600 FD  RELEASE-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  RELEASE-RECORD              PIC X(80).
009900
010000 FD  REGISTER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  REGISTER-RECORD             PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500 01  FS-DECISION-FILE            PIC X(02) VALUE '00'.
010600 01  FS-OPERATOR-FILE            PIC X(02) VALUE '00'.
010700 01  FS-DELINQUENCY-FILE         PIC X(02) VALUE '00'.
010800 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
010900 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
011000 01  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
011100 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
011200 01  WS-SWITCHES.
011300     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
011400         88  END-OF-FILE                    VALUE 'Y'.
011500     05  WS-OPER-EOF-SWITCH      PIC X(01) VALUE 'N'.
011600         88  WS-OPERATOR-EOF             VALUE 'Y'.
011700     05  WS-DEC-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011800         88  WS-DECISION-FILE-OPEN           VALUE 'Y'.
011900     05  WS-DLQ-OPEN-SWITCH      PIC X(01) VALUE 'N'.
012000         88  WS-DELINQUENCY-FILE-OPEN        VALUE 'Y'.
012100     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
012200         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
012300     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
012400         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
012500     05  WS-RELEASE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
012600         88  WS-RELEASE-FILE-OPEN            VALUE 'Y'.
012700     05  WS-OPER-FOUND-SWITCH    PIC X(01).
012800         88  WS-APPROVER-ON-TABLE        VALUE 'Y'.
012900
013000 01  WS-RUN-DATE                 PIC 9(08).
013100
013200*--------------------------------------------------------------
013300* OPERATOR TABLE FROM OPERTAB - THE APPROVER MUST BE ON IT.
013400*--------------------------------------------------------------
013500 01  WS-OPER-LIMIT               PIC 9(03) COMP VALUE 100.
013600 01  WS-OPER-COUNT               PIC 9(03) COMP VALUE ZERO.
013700 01  WS-OPER-INDEX               PIC 9(03) COMP.
013800 01  WS-OPER-TABLE.
013900     05  WS-OT-OPERATOR-ID       PIC X(08) OCCURS 100 TIMES.
014000
014100*--------------------------------------------------------------
014200* THE WRITE-OFF IS THE WHOLE OVERDRAWN BALANCE, AS A POSITIVE
014300* (DEBIT-SIDE) DETAIL THAT BRINGS THE NET BALANCE BACK TO ZERO.
014400* IT MUST FIT THE DETAIL'S AMOUNT FIELD.
014500*--------------------------------------------------------------
014600 01  WS-WRITEOFF-AMOUNT          PIC S9(09)V99 COMP-3.
014700 01  WS-DETAIL-LIMIT             PIC S9(09)V99 COMP-3
014800                                     VALUE 9999999.99.
014900
015000 01  WS-COUNTERS.
015100     05  WS-DECISION-COUNT       PIC 9(07) COMP VALUE ZERO.
015200     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
015300     05  WS-DECLINED-COUNT       PIC 9(07) COMP VALUE ZERO.
015400     05  WS-INVALID-COUNT        PIC 9(07) COMP VALUE ZERO.
015500 01  WS-STAGED-TOTAL             PIC S9(11)V99 COMP-3
015600                                     VALUE ZERO.
015700 01  WS-EDIT-AMOUNT              PIC -(11)9.99.
015800
015900 01  WS-LEDGER-RECORD.
016000     COPY INPTREC.
016100
016200*--------------------------------------------------------------
016300* SHARED AUDIT-WRITER CALL PARAMETER
016400*--------------------------------------------------------------
016500 01  WS-AUDIT-PARM.
016600     05  WS-AW-FUNCTION          PIC X(01).
016700     05  WS-AW-PROGRAM-ID        PIC X(12) VALUE 'WO-APPROVE'.
016800     05  WS-AW-INPUT-VALUE       PIC X(12).
016900     05  WS-AW-RESULT            PIC X(16).
017000
017100*--------------------------------------------------------------
017200* SHARED CARRY-LOG CALL PARAMETER
017300*--------------------------------------------------------------
017400 01  WS-CARRY-PARM.
017500     05  WS-CL-PROGRAM-ID        PIC X(12) VALUE 'WO-APPROVE'.
017600     05  WS-CL-FILE-NAME         PIC X(08).
017700     05  WS-CL-MOVE-TYPE         PIC X(01).
017800     05  WS-CL-COUNT             PIC 9(07).
017900
018000*--------------------------------------------------------------
018100* DECISION REGISTER LINES - THE DISPOSITION IS STAGED OR
018200* DECLINED, OR THE REASON A DECISION WAS NOT APPLIED.
018300*--------------------------------------------------------------
018400 01  WS-REGISTER-HEADING.
018500     05  FILLER                  PIC X(34)
018600         VALUE 'WO-APPROVE  WRITE-OFF DECISIONS   '.
018700     05  RH-RUN-DATE             PIC X(08).
018800 01  WS-REGISTER-COLUMNS.
018900     05  FILLER                  PIC X(39) VALUE
019000         'DEC CO  ACCOUNT    DISPOSITION APPROVER'.
019100     05  FILLER                  PIC X(21) VALUE
019200         '   DAYS        AMOUNT'.
019300 01  WS-REGISTER-DETAIL.
019400     05  RD-DECISION-CODE        PIC X(01).
019500     05  FILLER                  PIC X(03) VALUE SPACES.
019600     05  RD-COMPANY-CODE         PIC X(03).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  RD-ACCOUNT-NUMBER       PIC X(10).
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  RD-DISPOSITION          PIC X(08).
020100     05  FILLER                  PIC X(04) VALUE SPACES.
020200     05  RD-APPROVER-ID          PIC X(08).
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  RD-DAYS-OVERDRAWN       PIC ZZZZ9.
020500     05  FILLER                  PIC X(01) VALUE SPACE.
020600     05  RD-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
020700
020800 PROCEDURE DIVISION.
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE
021100         THRU 1000-INITIALIZE-EXIT
021200     PERFORM 3000-WORK-ONE-DECISION
021300         THRU 3000-WORK-ONE-DECISION-EXIT
021400         UNTIL END-OF-FILE
021500     MOVE 'C' TO WS-AW-FUNCTION
021600     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM
021700     PERFORM 7500-LOG-CARRY-MOVEMENTS
021800         THRU 7500-LOG-CARRY-MOVEMENTS-EXIT
021900     PERFORM 8000-SUMMARIZE
022000         THRU 8000-SUMMARIZE-EXIT
022100     PERFORM 9999-TERMINATE
022200         THRU 9999-TERMINATE-EXIT
022300     STOP RUN.
022400
022500*--------------------------------------------------------------
022600* DLQMSTR, BALMSTR, INPTMSTR AND RELSTAGE ARE ALL NEEDED TO
022700* STAGE A WRITE-OFF SAFELY - ANY ONE MISSING STOPS THE RUN.
022800*--------------------------------------------------------------
022900 1000-INITIALIZE.
023000     CALL 'PROC-DATE' USING WS-RUN-DATE
023100     PERFORM 1200-LOAD-OPERATORS
023200         THRU 1200-LOAD-OPERATORS-EXIT
023300     OPEN OUTPUT REGISTER-FILE
023400     MOVE WS-RUN-DATE TO RH-RUN-DATE
023500     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
023600     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
023700     OPEN I-O DELINQUENCY-FILE
023800     IF FS-DELINQUENCY-FILE NOT = '00' AND '05'
023900         DISPLAY 'WO-APPROVE: DLQMSTR OPEN FAILED, STATUS='
024000             FS-DELINQUENCY-FILE
024100         MOVE 8 TO RETURN-CODE
024200         MOVE 'Y' TO EOF-SWITCH
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF
024500     MOVE 'Y' TO WS-DLQ-OPEN-SWITCH
024600     OPEN INPUT BALANCE-FILE
024700     IF FS-BALANCE-FILE NOT = '00' AND '05'
024800         DISPLAY 'WO-APPROVE: BALMSTR OPEN FAILED, STATUS='
024900             FS-BALANCE-FILE
025000         MOVE 8 TO RETURN-CODE
025100         MOVE 'Y' TO EOF-SWITCH
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF
025400     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
025500     OPEN INPUT MASTER-FILE
025600     IF FS-MASTER-FILE NOT = '00' AND '05'
025700         DISPLAY 'WO-APPROVE: INPTMSTR OPEN FAILED, STATUS='
025800             FS-MASTER-FILE
025900         MOVE 8 TO RETURN-CODE
026000         MOVE 'Y' TO EOF-SWITCH
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF
026300     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
026400     OPEN EXTEND RELEASE-FILE
026500     IF FS-RELEASE-FILE = '35'
026600         OPEN OUTPUT RELEASE-FILE
026700     END-IF
026800     IF FS-RELEASE-FILE NOT = '00'
026900         DISPLAY 'WO-APPROVE: RELSTAGE OPEN FAILED, STATUS='
027000             FS-RELEASE-FILE
027100         MOVE 8 TO RETURN-CODE
027200         MOVE 'Y' TO EOF-SWITCH
027300         GO TO 1000-INITIALIZE-EXIT
027400     END-IF
027500     MOVE 'Y' TO WS-RELEASE-OPEN-SWITCH
027600     OPEN INPUT DECISION-FILE
027700     IF FS-DECISION-FILE NOT = '00'
027800         DISPLAY 'WO-APPROVE: NO DECISION FILE - NOTHING TO WORK'
027900         MOVE 'Y' TO EOF-SWITCH
028000         GO TO 1000-INITIALIZE-EXIT
028100     END-IF
028200     MOVE 'Y' TO WS-DEC-OPEN-SWITCH.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500
028600 1200-LOAD-OPERATORS.
028700     OPEN INPUT OPERATOR-FILE
028800     IF FS-OPERATOR-FILE NOT = '00'
028900         DISPLAY 'WO-APPROVE: NO OPERATOR TABLE - EVERY '
029000             'DECISION WILL FAIL THE APPROVER CHECK'
029100         GO TO 1200-LOAD-OPERATORS-EXIT
029200     END-IF
029300     PERFORM 1250-LOAD-ONE-OPERATOR
029400         THRU 1250-LOAD-ONE-OPERATOR-EXIT
029500         UNTIL WS-OPERATOR-EOF
029600     CLOSE OPERATOR-FILE.
029700 1200-LOAD-OPERATORS-EXIT.
029800     EXIT.
029900
030000 1250-LOAD-ONE-OPERATOR.
030100     READ OPERATOR-FILE
030200         AT END
030300             MOVE 'Y' TO WS-OPER-EOF-SWITCH
030400             GO TO 1250-LOAD-ONE-OPERATOR-EXIT
030500     END-READ
030600     IF WS-OPER-COUNT < WS-OPER-LIMIT
030700         ADD 1 TO WS-OPER-COUNT
030800         MOVE OP-OPERATOR-ID TO
030900             WS-OT-OPERATOR-ID (WS-OPER-COUNT)
031000     ELSE
031100         DISPLAY 'WO-APPROVE: OPERATOR TABLE FULL - '
031200             OP-OPERATOR-ID ' DROPPED'
031300     END-IF.
031400 1250-LOAD-ONE-OPERATOR-EXIT.
031500     EXIT.
031600
031700*--------------------------------------------------------------
031800* A DECISION APPLIES ONLY TO A RECORD DLQ-AGE HAS PROPOSED AND
031900* NOBODY HAS YET DECIDED, AND ONLY FROM A KNOWN OPERATOR. ANY
032000* OTHER DECISION IS LISTED AND LEAVES DLQMSTR AS IT WAS.
032100*--------------------------------------------------------------
032200 3000-WORK-ONE-DECISION.
032300     READ DECISION-FILE
032400         AT END
032500             MOVE 'Y' TO EOF-SWITCH
032600             GO TO 3000-WORK-ONE-DECISION-EXIT
032700     END-READ
032800     ADD 1 TO WS-DECISION-COUNT
032900     MOVE WD-DECISION-CODE TO RD-DECISION-CODE
033000     MOVE WD-COMPANY-CODE TO RD-COMPANY-CODE
033100     MOVE WD-ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
033200     MOVE WD-APPROVER-ID TO RD-APPROVER-ID
033300     MOVE ZERO TO RD-DAYS-OVERDRAWN
033400     MOVE ZERO TO RD-AMOUNT
033500     IF NOT WD-APPROVE-DECISION AND NOT WD-DECLINE-DECISION
033600         MOVE 'BADCODE ' TO RD-DISPOSITION
033700         GO TO 3900-INVALID-DECISION
033800     END-IF
033900     MOVE WD-COMPANY-CODE TO DQ-COMPANY-CODE
034000     MOVE WD-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER
034100     READ DELINQUENCY-FILE
034200         INVALID KEY
034300             MOVE 'NOTPROP ' TO RD-DISPOSITION
034400             GO TO 3900-INVALID-DECISION
034500     END-READ
034600     MOVE DQ-DAYS-OVERDRAWN TO RD-DAYS-OVERDRAWN
034700     MOVE DQ-OVERDRAWN-AMOUNT TO RD-AMOUNT
034800     IF NOT DQ-WRITEOFF-PROPOSED
034900         MOVE 'NOTPROP ' TO RD-DISPOSITION
035000         GO TO 3900-INVALID-DECISION
035100     END-IF
035200     PERFORM 5100-CHECK-APPROVER
035300         THRU 5100-CHECK-APPROVER-EXIT
035400     IF NOT WS-APPROVER-ON-TABLE
035500         MOVE 'INVAPPR ' TO RD-DISPOSITION
035600         GO TO 3900-INVALID-DECISION
035700     END-IF
035800     IF WD-DECLINE-DECISION
035900         PERFORM 4000-DECLINE-WRITEOFF
036000             THRU 4000-DECLINE-WRITEOFF-EXIT
036100     ELSE
036200         PERFORM 5000-APPROVE-WRITEOFF
036300             THRU 5000-APPROVE-WRITEOFF-EXIT
036400     END-IF
036500     GO TO 3000-WORK-ONE-DECISION-EXIT.
036600 3900-INVALID-DECISION.
036700     ADD 1 TO WS-INVALID-COUNT
036800     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
036900     DISPLAY 'WO-APPROVE: *** ' RD-DISPOSITION ' DECISION FOR '
037000         WD-COMPANY-CODE ' ' WD-ACCOUNT-NUMBER
037100         ' NOT APPLIED ***'.
037200 3000-WORK-ONE-DECISION-EXIT.
037300     EXIT.
037400
037500 4000-DECLINE-WRITEOFF.
037600     MOVE 'D' TO DQ-WRITEOFF-STATUS
037700     MOVE WS-RUN-DATE TO DQ-DECISION-DATE
037800     MOVE WD-APPROVER-ID TO DQ-APPROVER-ID
037900     REWRITE DELINQUENCY-RECORD
038000     ADD 1 TO WS-DECLINED-COUNT
038100     MOVE 'DECLINED' TO RD-DISPOSITION
038200     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
038300     MOVE 'W' TO WS-AW-FUNCTION
038400     MOVE DQ-ACCOUNT-NUMBER TO WS-AW-INPUT-VALUE
038500     MOVE SPACES TO WS-AW-RESULT
038600     STRING 'WODECL ' DELIMITED BY SIZE
038700         WD-APPROVER-ID DELIMITED BY SIZE
038800         INTO WS-AW-RESULT
038900     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM.
039000 4000-DECLINE-WRITEOFF-EXIT.
039100     EXIT.
039200
039300*--------------------------------------------------------------
039400* THE BALANCE IS RE-READ - THE WRITE-OFF IS WHAT THE ACCOUNT
039500* OWES NOW, NOT WHAT IT OWED WHEN PROPOSED. AN ACCOUNT THAT HAS
039600* CURED SINCE, IS ALREADY CLOSED, OR IS HELD (FILE-DEMO WOULD
039700* ONLY SUSPEND THE DETAIL) IS NOT STAGED AND STAYS PROPOSED.
039800*--------------------------------------------------------------
039900 5000-APPROVE-WRITEOFF.
040000     MOVE DQ-MASTER-KEY TO BL-MASTER-KEY
040100     READ BALANCE-FILE
040200         INVALID KEY
040300             MOVE 'NOBAL   ' TO RD-DISPOSITION
040400             GO TO 5900-NOT-STAGED
040500     END-READ
040600     IF BL-NET-BALANCE NOT < ZERO
040700         MOVE 'CURED   ' TO RD-DISPOSITION
040800         GO TO 5900-NOT-STAGED
040900     END-IF
041000     COMPUTE WS-WRITEOFF-AMOUNT = ZERO - BL-NET-BALANCE
041100     MOVE WS-WRITEOFF-AMOUNT TO RD-AMOUNT
041200     IF WS-WRITEOFF-AMOUNT > WS-DETAIL-LIMIT
041300         MOVE 'SIZE    ' TO RD-DISPOSITION
041400         GO TO 5900-NOT-STAGED
041500     END-IF
041600     MOVE DQ-MASTER-KEY TO IR-MASTER-KEY OF MASTER-RECORD
041700     READ MASTER-FILE
041800         INVALID KEY
041900             MOVE 'NOMASTER' TO RD-DISPOSITION
042000             GO TO 5900-NOT-STAGED
042100     END-READ
042200     IF IR-STATUS-CODE OF MASTER-RECORD = 'CL'
042300         MOVE 'CLOSED  ' TO RD-DISPOSITION
042400         GO TO 5900-NOT-STAGED
042500     END-IF
042600     IF IR-STATUS-CODE OF MASTER-RECORD = 'HD'
042700         MOVE 'HELD    ' TO RD-DISPOSITION
042800         GO TO 5900-NOT-STAGED
042900     END-IF
043000     MOVE SPACES TO WS-LEDGER-RECORD
043100     MOVE 'D' TO IR-RECORD-TYPE OF WS-LEDGER-RECORD
043200     MOVE DQ-MASTER-KEY TO IR-MASTER-KEY OF WS-LEDGER-RECORD
043300     MOVE WS-RUN-DATE TO IR-TRANS-DATE OF WS-LEDGER-RECORD
043400     MOVE WS-WRITEOFF-AMOUNT TO IR-AMOUNT OF WS-LEDGER-RECORD
043500     MOVE IR-STATUS-CODE OF MASTER-RECORD TO
043600         IR-STATUS-CODE OF WS-LEDGER-RECORD
043700     MOVE IR-BRANCH-CODE OF MASTER-RECORD TO
043800         IR-BRANCH-CODE OF WS-LEDGER-RECORD
043900     MOVE 'WO' TO IR-TRANS-CLASS OF WS-LEDGER-RECORD
044000     MOVE WD-APPROVER-ID TO
044100         IR-REQUEST-OPERATOR OF WS-LEDGER-RECORD
044200     WRITE RELEASE-RECORD FROM WS-LEDGER-RECORD
044300     MOVE 'A' TO DQ-WRITEOFF-STATUS
044400     MOVE WS-RUN-DATE TO DQ-DECISION-DATE
044500     MOVE WD-APPROVER-ID TO DQ-APPROVER-ID
044600     MOVE WS-WRITEOFF-AMOUNT TO DQ-WRITEOFF-AMOUNT
044700     REWRITE DELINQUENCY-RECORD
044800     ADD 1 TO WS-STAGED-COUNT
044900     ADD WS-WRITEOFF-AMOUNT TO WS-STAGED-TOTAL
045000     MOVE 'STAGED  ' TO RD-DISPOSITION
045100     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
045200     MOVE 'W' TO WS-AW-FUNCTION
045300     MOVE DQ-ACCOUNT-NUMBER TO WS-AW-INPUT-VALUE
045400     MOVE SPACES TO WS-AW-RESULT
045500     STRING 'WROFF ' DELIMITED BY SIZE
045600         WD-APPROVER-ID DELIMITED BY SIZE
045700         INTO WS-AW-RESULT
045800     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM
045900     GO TO 5000-APPROVE-WRITEOFF-EXIT.
046000 5900-NOT-STAGED.
046100     ADD 1 TO WS-INVALID-COUNT
046200     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
046300     DISPLAY 'WO-APPROVE: *** WRITE-OFF FOR ' DQ-COMPANY-CODE ' '
046400         DQ-ACCOUNT-NUMBER ' NOT STAGED - ' RD-DISPOSITION ' ***'.
046500 5000-APPROVE-WRITEOFF-EXIT.
046600     EXIT.
046700
046800 5100-CHECK-APPROVER.
046900     MOVE 'N' TO WS-OPER-FOUND-SWITCH
047000     MOVE 1 TO WS-OPER-INDEX
047100     PERFORM 5150-SCAN-ONE-OPERATOR
047200         THRU 5150-SCAN-ONE-OPERATOR-EXIT
047300         UNTIL WS-APPROVER-ON-TABLE OR
047400             WS-OPER-INDEX > WS-OPER-COUNT.
047500 5100-CHECK-APPROVER-EXIT.
047600     EXIT.
047700
047800 5150-SCAN-ONE-OPERATOR.
047900     IF WS-OT-OPERATOR-ID (WS-OPER-INDEX) = WD-APPROVER-ID
048000         MOVE 'Y' TO WS-OPER-FOUND-SWITCH
048100     ELSE
048200         ADD 1 TO WS-OPER-INDEX
048300     END-IF.
048400 5150-SCAN-ONE-OPERATOR-EXIT.
048500     EXIT.
048600
048700*--------------------------------------------------------------
048800* CARRY-FILE MOVEMENT FOR CARRY-RECON - STAGED WRITE-OFFS ARE
048900* ADDITIONS TO RELSTAGE.
049000*--------------------------------------------------------------
049100 7500-LOG-CARRY-MOVEMENTS.
049200     IF WS-STAGED-COUNT = ZERO
049300         GO TO 7500-LOG-CARRY-MOVEMENTS-EXIT
049400     END-IF
049500     MOVE 'RELSTAGE' TO WS-CL-FILE-NAME
049600     MOVE 'A' TO WS-CL-MOVE-TYPE
049700     MOVE WS-STAGED-COUNT TO WS-CL-COUNT
049800     CALL 'CARRY-LOG' USING WS-CARRY-PARM.
049900 7500-LOG-CARRY-MOVEMENTS-EXIT.
050000     EXIT.
050100
050200*--------------------------------------------------------------
050300* RETURN-CODE IS SET HERE, AFTER THE LAST SUBPROGRAM CALL - A
050400* CALL / RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
050500* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
050600*--------------------------------------------------------------
050700 8000-SUMMARIZE.
050800     DISPLAY 'WO-APPROVE: DECISIONS READ...... '
050900         WS-DECISION-COUNT
051000     MOVE WS-STAGED-TOTAL TO WS-EDIT-AMOUNT
051100     DISPLAY 'WO-APPROVE: WRITE-OFFS STAGED... ' WS-STAGED-COUNT
051200     DISPLAY 'WO-APPROVE: AMOUNT STAGED....... ' WS-EDIT-AMOUNT
051300     DISPLAY 'WO-APPROVE: DECLINED............ ' WS-DECLINED-COUNT
051400     DISPLAY 'WO-APPROVE: NOT APPLIED......... ' WS-INVALID-COUNT
051500     IF NOT WS-RELEASE-FILE-OPEN
051600         MOVE 8 TO RETURN-CODE
051700     END-IF
051800     IF WS-INVALID-COUNT > 0 AND RETURN-CODE < 4
051900         MOVE 4 TO RETURN-CODE
052000     END-IF.
052100 8000-SUMMARIZE-EXIT.
052200     EXIT.
052300
052400 9999-TERMINATE.
052500     IF WS-DECISION-FILE-OPEN
052600         CLOSE DECISION-FILE
052700     END-IF
052800     IF WS-DELINQUENCY-FILE-OPEN
052900         CLOSE DELINQUENCY-FILE
053000     END-IF
053100     IF WS-BALANCE-FILE-OPEN
053200         CLOSE BALANCE-FILE
053300     END-IF
053400     IF WS-MASTER-FILE-OPEN
053500         CLOSE MASTER-FILE
053600     END-IF
053700     IF WS-RELEASE-FILE-OPEN
053800         CLOSE RELEASE-FILE
053900     END-IF
054000     CLOSE REGISTER-FILE.
054100 9999-TERMINATE-EXIT.
054200     EXIT.
