000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STOP-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE STOP-PAYMENT REGISTER (STOPPAY), IN
001200*                   THE FHOLD-MAINT MOLD. READS ADD/CHANGE/DELETE
001300*                   TRANSACTIONS FROM STOPTRAN, APPLIES THEM WITH
001400*                   INVALID KEY HANDLING, PRINTS A CHANGE REGISTER
001500*                   (STOPRPT), AND WRITES EVERY APPLIED CHANGE TO
001600*                   THE SHARED AUDIT TRAIL THROUGH AUDIT-WRITER.
001700*                   EDITS KEEP A STOP FOR AN ACCOUNT NOT ON
001800*                   INPTMSTR, AN UNKNOWN STOP TYPE, A MISSING
001900*                   REFERENCE OR AMOUNT, A BAD AMOUNT-STOP DATE
002000*                   RANGE, AN EXPIRY ALREADY PAST, AN UNKNOWN FEE
002100*                   FLAG, OR A CHANGE WITH NO OPERATOR OFF THE
002200*                   REGISTER.
002210* 2026-10-15  DLBS  AN ACCOUNT NUMBER WHOSE BASE FALLS INSIDE ONE
002220*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
002230*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR THE
002240*                   TRANSACTION IS REJECTED 'CHKD' - A MIS-KEYED
002250*                   NUMBER IS CAUGHT AS SUCH INSTEAD OF LANDING ON
002260*                   THE WRONG ACCOUNT. A DELETE NEEDS ONLY THE KEY
002270*                   AND IS NOT CHECKED. A LEGACY NUMBER OUTSIDE
002280*                   EVERY RANGE STANDS.
002285* 2026-10-15  DLBS  AN INITIALIZATION FAILURE NOW ENDS RC=8 - THE
002290*                   CODE IS SET AFTER THE CLOSING AUDIT-WRITER
002295*                   CALL, WHICH WAS CLEARING IT.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT STOP-FILE ASSIGN TO 'STOPPAY'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS SR-STOP-KEY OF STOP-RECORD
003100         FILE STATUS IS FS-STOP-FILE.
003200     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS IR-MASTER-KEY
003600         FILE STATUS IS FS-MASTER-FILE.
003700     SELECT ST-TRAN-FILE ASSIGN TO 'STOPTRAN'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-ST-TRAN-FILE.
004000     SELECT REGISTER-FILE ASSIGN TO 'STOPRPT'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-REGISTER-FILE.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STOP-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  STOP-RECORD.
004900     COPY STOPREC.
005000
005100 FD  MASTER-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  MASTER-RECORD.
005400     COPY INPTREC.
005500
005600*--------------------------------------------------------------
005700* AN AMOUNT STOP CARRIES ITS AMOUNT, 9(9)V99 WITH NO DECIMAL
005800* POINT, IN THE FIRST ELEVEN BYTES OF THE STOP VALUE.
005900*--------------------------------------------------------------
006000 FD  ST-TRAN-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  ST-TRAN-RECORD.
006300     05  ST-ACTION-CODE          PIC X(01).
006400         88  ST-ADD-ACTION               VALUE 'A'.
006500         88  ST-CHANGE-ACTION            VALUE 'C'.
006600         88  ST-DELETE-ACTION            VALUE 'D'.
006700     05  ST-FILL-1               PIC X(01).
006800     05  ST-COMPANY-CODE         PIC X(03).
006900     05  ST-FILL-2               PIC X(01).
007000     05  ST-ACCOUNT-NUMBER       PIC X(10).
007100     05  ST-FILL-3               PIC X(01).
007200     05  ST-STOP-TYPE            PIC X(01).
007300     05  ST-FILL-4               PIC X(01).
007400     05  ST-STOP-VALUE           PIC X(13).
007500     05  ST-AMOUNT-VALUE         REDEFINES ST-STOP-VALUE.
007600         10  ST-STOP-AMOUNT      PIC 9(09)V99.
007700         10  FILLER              PIC X(02).
007800     05  ST-FILL-5               PIC X(01).
007900     05  ST-FROM-DATE            PIC 9(08).
008000     05  ST-FILL-6               PIC X(01).
008100     05  ST-TO-DATE              PIC 9(08).
008200     05  ST-FILL-7               PIC X(01).
008300     05  ST-EXPIRY-DATE          PIC 9(08).
008400     05  ST-FILL-8               PIC X(01).
008500     05  ST-FEE-FLAG             PIC X(01).
008600     05  ST-FILL-9               PIC X(01).
008700     05  ST-OPERATOR-ID          PIC X(08).
008800
008900 FD  REGISTER-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  REGISTER-RECORD             PIC X(80).
009200
009300 WORKING-STORAGE SECTION.
009400 01  FS-STOP-FILE                PIC X(02) VALUE '00'.
009500 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
009600 01  FS-ST-TRAN-FILE             PIC X(02) VALUE '00'.
009700 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
009800 01  WS-SWITCHES.
009900     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
010000         88  END-OF-FILE                    VALUE 'Y'.
010100     05  WS-STOP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010200         88  WS-STOP-FILE-OPEN               VALUE 'Y'.
010300     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
010400         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
010500     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010600         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
010630     05  WS-RUN-FAIL-SWITCH      PIC X(01) VALUE 'N'.
010660         88  WS-RUN-FAILED               VALUE 'Y'.
010700
010800 01  WS-RUN-DATE                 PIC 9(08).
010900
011000*--------------------------------------------------------------
011100* WORKING COPY OF THE STOP - THE TRANSACTION IS LANDED HERE SO
011200* ITS FIELDS CAN BE EDITED BEFORE THE REGISTER IS TOUCHED, AS
011300* FHOLD-MAINT STAGES ITS HOLD.
011400*--------------------------------------------------------------
011500 01  WS-STOP-RECORD.
011600     COPY STOPREC.
011700
011800 01  WS-REJECT-REASON            PIC X(04).
011807
011814*--------------------------------------------------------------
011821* SHARED ACCT-CHECK CALL PARAMETER
011828*--------------------------------------------------------------
011835 01  WS-ACCT-CHECK-PARM.
011842     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'STOP-MAINT'.
011849     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
011856     05  WS-AC-MASTER-KEY.
011863         10  WS-AC-COMPANY-CODE  PIC X(03).
011870         10  WS-AC-ACCOUNT-NUMBER
011877                                 PIC X(10).
011884     05  WS-AC-RESULT            PIC X(01).
011891         88  WS-AC-CHECK-FAILED          VALUE 'N'.
011900
012000 01  WS-COUNTERS.
012100     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
012200     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
012300     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
012400     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
012500     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
012600
012700*--------------------------------------------------------------
012800* SHARED AUDIT-WRITER CALL PARAMETER
012900*--------------------------------------------------------------
013000 01  WS-AUDIT-PARM.
013100     05  WS-AW-FUNCTION          PIC X(01).
013200     05  WS-AW-PROGRAM-ID        PIC X(12) VALUE 'STOP-MAINT'.
013300     05  WS-AW-INPUT-VALUE       PIC X(12).
013400     05  WS-AW-RESULT            PIC X(16).
013500
013600*--------------------------------------------------------------
013700* CHANGE REGISTER LINES - A CHANGE SHOWS THE STOP AS IT STANDS
013800* AFTER THE CHANGE, A DELETE THE STOP IT CANCELLED.
013900*--------------------------------------------------------------
014000 01  WS-REGISTER-HEADING.
014100     05  FILLER                  PIC X(34)
014200         VALUE 'STOP-MAINT CHANGE REGISTER        '.
014300     05  RH-RUN-DATE             PIC X(08).
014400 01  WS-REGISTER-COLUMNS.
014500     05  FILLER                  PIC X(43)
014600         VALUE 'AC CO  ACCOUNT    T STOP VALUE    FROM     '.
014700     05  FILLER                  PIC X(37)
014800         VALUE 'TO       EXPIRY   F OPERATOR DISP    '.
014900 01  WS-REGISTER-DETAIL.
015000     05  RD-ACTION-CODE          PIC X(01).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  RD-COMPANY-CODE         PIC X(03).
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  RD-ACCOUNT-NUMBER       PIC X(10).
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  RD-STOP-TYPE            PIC X(01).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  RD-STOP-VALUE           PIC X(13).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  RD-FROM-DATE            PIC X(08).
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  RD-TO-DATE              PIC X(08).
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  RD-EXPIRY-DATE          PIC X(08).
016500     05  FILLER                  PIC X(01) VALUE SPACE.
016600     05  RD-FEE-FLAG             PIC X(01).
016700     05  FILLER                  PIC X(01) VALUE SPACE.
016800     05  RD-OPERATOR-ID          PIC X(08).
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  RD-DISPOSITION          PIC X(03).
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  RD-REJECT-CODE          PIC X(04).
017300 01  WS-REGISTER-TOTAL.
017400     05  FILLER                  PIC X(24)
017500         VALUE 'TOTAL TRANSACTIONS READ '.
017600     05  RT-TRAN-COUNT           PIC 9(07).
017700
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE
018100         THRU 1000-INITIALIZE-EXIT
018200     PERFORM 2000-APPLY-TRANSACTION
018300         THRU 2000-APPLY-TRANSACTION-EXIT
018400         UNTIL END-OF-FILE
018500     MOVE 'C' TO WS-AW-FUNCTION
018600     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM
018700     PERFORM 8000-SUMMARIZE
018800         THRU 8000-SUMMARIZE-EXIT
018810*--------------------------------------------------------------
018820* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
018830* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
018840* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
018850*--------------------------------------------------------------
018860     IF WS-RUN-FAILED
018870         MOVE 8 TO RETURN-CODE
018880     END-IF
018900     PERFORM 9999-TERMINATE
019000         THRU 9999-TERMINATE-EXIT
019100     STOP RUN.
019200
019300 1000-INITIALIZE.
019400     CALL 'PROC-DATE' USING WS-RUN-DATE
019500     OPEN I-O STOP-FILE
019600     IF FS-STOP-FILE = '35'
019700         OPEN OUTPUT STOP-FILE
019800         IF FS-STOP-FILE = '00'
019900             CLOSE STOP-FILE
020000             OPEN I-O STOP-FILE
020100         END-IF
020200     END-IF
020300     IF FS-STOP-FILE NOT = '00' AND '05'
020400         DISPLAY 'STOP-MAINT: REGISTER OPEN FAILED, STATUS='
020500             FS-STOP-FILE
020600         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
020700         MOVE 'Y' TO EOF-SWITCH
020800         GO TO 1000-INITIALIZE-EXIT
020900     END-IF
021000     MOVE 'Y' TO WS-STOP-OPEN-SWITCH
021100     OPEN INPUT MASTER-FILE
021200     IF FS-MASTER-FILE NOT = '00' AND '05'
021300         DISPLAY 'STOP-MAINT: INPTMSTR OPEN FAILED, STATUS='
021400             FS-MASTER-FILE
021500         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
021600         MOVE 'Y' TO EOF-SWITCH
021700         GO TO 1000-INITIALIZE-EXIT
021800     END-IF
021900     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
022000     OPEN INPUT ST-TRAN-FILE
022100     IF FS-ST-TRAN-FILE NOT = '00'
022200         DISPLAY 'STOP-MAINT: NO MAINTENANCE TRANSACTIONS - '
022300             'NOTHING TO APPLY'
022400         MOVE 'Y' TO EOF-SWITCH
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF
022700     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
022800     OPEN OUTPUT REGISTER-FILE
022900     MOVE WS-RUN-DATE TO RH-RUN-DATE
023000     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
023100     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
023200     PERFORM 2100-READ-TRANSACTION
023300         THRU 2100-READ-TRANSACTION-EXIT.
023400 1000-INITIALIZE-EXIT.
023500     EXIT.
023600
023700*--------------------------------------------------------------
023800* AN AMOUNT STOP'S VALUE IS REBUILT FROM THE AMOUNT SO THE KEY
023900* NEVER CARRIES WHATEVER TRAILED IT ON THE TRANSACTION, AND A
024000* REFERENCE STOP CARRIES NO DATE RANGE. A BLANK FEE FLAG ON AN
024100* ADD MEANS THE STOP FEE IS DUE.
024200*--------------------------------------------------------------
024300 2000-APPLY-TRANSACTION.
024400     ADD 1 TO WS-TRAN-COUNT
024500     MOVE SPACES TO WS-REJECT-REASON
024600     MOVE SPACES TO WS-STOP-RECORD
024700     MOVE ST-COMPANY-CODE TO SR-COMPANY-CODE OF WS-STOP-RECORD
024800     MOVE ST-ACCOUNT-NUMBER TO
024900         SR-ACCOUNT-NUMBER OF WS-STOP-RECORD
025000     MOVE ST-STOP-TYPE TO SR-STOP-TYPE OF WS-STOP-RECORD
025100     MOVE ST-STOP-VALUE TO SR-STOP-VALUE OF WS-STOP-RECORD
025200     IF ST-STOP-TYPE = 'A' AND ST-STOP-AMOUNT NUMERIC
025300         MOVE SPACES TO SR-STOP-VALUE OF WS-STOP-RECORD
025400         MOVE ST-STOP-AMOUNT TO SR-STOP-AMOUNT OF WS-STOP-RECORD
025500     END-IF
025600     MOVE ZERO TO SR-FROM-DATE OF WS-STOP-RECORD
025700     MOVE ZERO TO SR-TO-DATE OF WS-STOP-RECORD
025800     IF ST-STOP-TYPE = 'A'
025900         MOVE ST-FROM-DATE TO SR-FROM-DATE OF WS-STOP-RECORD
026000         MOVE ST-TO-DATE TO SR-TO-DATE OF WS-STOP-RECORD
026100     END-IF
026200     MOVE WS-RUN-DATE TO SR-PLACED-DATE OF WS-STOP-RECORD
026300     MOVE ST-EXPIRY-DATE TO SR-EXPIRY-DATE OF WS-STOP-RECORD
026400     MOVE ST-OPERATOR-ID TO SR-PLACED-BY OF WS-STOP-RECORD
026500     MOVE ST-FEE-FLAG TO SR-FEE-FLAG OF WS-STOP-RECORD
026600     IF ST-FEE-FLAG = SPACE
026700         MOVE 'Y' TO SR-FEE-FLAG OF WS-STOP-RECORD
026800     END-IF
026900     MOVE ZERO TO SR-FEE-DATE OF WS-STOP-RECORD
027000     MOVE WS-RUN-DATE TO SR-CHANGED-DATE OF WS-STOP-RECORD
027100     MOVE ST-OPERATOR-ID TO SR-CHANGED-BY OF WS-STOP-RECORD
027200     PERFORM 2200-EDIT-TRANSACTION
027300         THRU 2200-EDIT-TRANSACTION-EXIT
027400     IF WS-REJECT-REASON NOT = SPACES
027500         PERFORM 7000-WRITE-REGISTER-REJECT
027600             THRU 7000-WRITE-REGISTER-REJECT-EXIT
027700         GO TO 2000-APPLY-TRANSACTION-NEXT
027800     END-IF
027900     IF ST-ADD-ACTION
028000         PERFORM 3000-ADD-STOP
028100             THRU 3000-ADD-STOP-EXIT
028200     ELSE
028300         IF ST-CHANGE-ACTION
028400             PERFORM 4000-CHANGE-STOP
028500                 THRU 4000-CHANGE-STOP-EXIT
028600         ELSE
028700             PERFORM 5000-DELETE-STOP
028800                 THRU 5000-DELETE-STOP-EXIT
028900         END-IF
029000     END-IF.
029100 2000-APPLY-TRANSACTION-NEXT.
029200     PERFORM 2100-READ-TRANSACTION
029300         THRU 2100-READ-TRANSACTION-EXIT.
029400 2000-APPLY-TRANSACTION-EXIT.
029500     EXIT.
029600
029700 2100-READ-TRANSACTION.
029800     READ ST-TRAN-FILE
029900         AT END
030000             MOVE 'Y' TO EOF-SWITCH
030100     END-READ.
030200 2100-READ-TRANSACTION-EXIT.
030300     EXIT.
030400
030500*--------------------------------------------------------------
030600* STOP EDITS - EVERY TRANSACTION NEEDS THE FULL KEY (A NON-BLANK
030700* REFERENCE, OR A NON-ZERO AMOUNT) AND THE OPERATOR. AN ADD OR
030800* CHANGE ALSO NEEDS THE ACCOUNT ON INPTMSTR UNDER ITS COMPANY,
030900* FOR AN AMOUNT STOP A FROM/TO RANGE IN ORDER, AN EXPIRY NOT
031000* ALREADY PAST, AND A FEE FLAG OF Y OR N; A DELETE NEEDS ONLY
031100* THE KEY, SO A STOP ON A CLOSED-OUT ACCOUNT CAN STILL BE
031200* CANCELLED.
031300*--------------------------------------------------------------
031400 2200-EDIT-TRANSACTION.
031500     IF NOT ST-ADD-ACTION AND
031600        NOT ST-CHANGE-ACTION AND
031700        NOT ST-DELETE-ACTION
031800         MOVE 'ACTN' TO WS-REJECT-REASON
031900         GO TO 2200-EDIT-TRANSACTION-EXIT
032000     END-IF
032100     IF ST-COMPANY-CODE = SPACES
032200         MOVE 'COMP' TO WS-REJECT-REASON
032300         GO TO 2200-EDIT-TRANSACTION-EXIT
032400     END-IF
032500     IF NOT SR-VALID-TYPE OF WS-STOP-RECORD
032600         MOVE 'TYPE' TO WS-REJECT-REASON
032700         GO TO 2200-EDIT-TRANSACTION-EXIT
032800     END-IF
032900     IF SR-REFERENCE-STOP OF WS-STOP-RECORD AND
033000        (ST-STOP-VALUE = SPACES OR ST-STOP-VALUE = ZEROS)
033100         MOVE 'VALU' TO WS-REJECT-REASON
033200         GO TO 2200-EDIT-TRANSACTION-EXIT
033300     END-IF
033400     IF SR-AMOUNT-STOP OF WS-STOP-RECORD AND
033500        (NOT ST-STOP-AMOUNT NUMERIC OR ST-STOP-AMOUNT = ZERO)
033600         MOVE 'VALU' TO WS-REJECT-REASON
033700         GO TO 2200-EDIT-TRANSACTION-EXIT
033800     END-IF
033900     IF ST-OPERATOR-ID = SPACES
034000         MOVE 'OPER' TO WS-REJECT-REASON
034100         GO TO 2200-EDIT-TRANSACTION-EXIT
034200     END-IF
034300     IF ST-DELETE-ACTION
034400         GO TO 2200-EDIT-TRANSACTION-EXIT
034500     END-IF
034510     MOVE SR-MASTER-KEY OF WS-STOP-RECORD
034520         TO WS-AC-MASTER-KEY
034530     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
034540     IF WS-AC-CHECK-FAILED
034550         MOVE 'CHKD' TO WS-REJECT-REASON
034560         GO TO 2200-EDIT-TRANSACTION-EXIT
034570     END-IF
034600     MOVE SR-MASTER-KEY OF WS-STOP-RECORD TO IR-MASTER-KEY
034700     READ MASTER-FILE
034800         INVALID KEY
034900             MOVE 'ACCT' TO WS-REJECT-REASON
035000     END-READ
035100     IF WS-REJECT-REASON NOT = SPACES
035200         GO TO 2200-EDIT-TRANSACTION-EXIT
035300     END-IF
035400     IF SR-AMOUNT-STOP OF WS-STOP-RECORD AND
035500        (NOT ST-FROM-DATE NUMERIC OR
035600         NOT ST-TO-DATE NUMERIC OR
035700         ST-FROM-DATE = ZERO OR
035800         ST-FROM-DATE > ST-TO-DATE)
035900         MOVE 'DATE' TO WS-REJECT-REASON
036000         GO TO 2200-EDIT-TRANSACTION-EXIT
036100     END-IF
036200     IF NOT ST-EXPIRY-DATE NUMERIC OR
036300        ST-EXPIRY-DATE < WS-RUN-DATE
036400         MOVE 'EXPD' TO WS-REJECT-REASON
036500         GO TO 2200-EDIT-TRANSACTION-EXIT
036600     END-IF
036700     IF ST-FEE-FLAG NOT = SPACE AND 'Y' AND 'N'
036800         MOVE 'FEE ' TO WS-REJECT-REASON
036900     END-IF.
037000 2200-EDIT-TRANSACTION-EXIT.
037100     EXIT.
037200
037300 3000-ADD-STOP.
037400     MOVE WS-STOP-RECORD TO STOP-RECORD
037500     WRITE STOP-RECORD
037600         INVALID KEY
037700             MOVE 'DUP ' TO WS-REJECT-REASON
037800             PERFORM 7000-WRITE-REGISTER-REJECT
037900                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
038000         NOT INVALID KEY
038100             ADD 1 TO WS-ADD-COUNT
038200             PERFORM 7100-WRITE-REGISTER-APPLIED
038300                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
038400     END-WRITE.
038500 3000-ADD-STOP-EXIT.
038600     EXIT.
038700
038800*--------------------------------------------------------------
038900* A CHANGE READS THE STOP FIRST SO THE ORIGINAL PLACED DATE AND
039000* PLACING OPERATOR SURVIVE - ONLY THE DATE RANGE, EXPIRY, AND
039100* FEE FLAG CHANGE, AND THE CHANGING OPERATOR IS KEPT AS THE LAST
039200* CHANGE. A FEE ALREADY CHARGED OR WAIVED STAYS THAT WAY, AND A
039300* BLANK FEE FLAG LEAVES THE FLAG AS IT WAS.
039400*--------------------------------------------------------------
039500 4000-CHANGE-STOP.
039600     PERFORM 6000-READ-OLD-STOP
039700         THRU 6000-READ-OLD-STOP-EXIT
039800     IF WS-REJECT-REASON NOT = SPACES
039900         GO TO 4000-CHANGE-STOP-EXIT
040000     END-IF
040100     MOVE SR-PLACED-DATE OF STOP-RECORD
040200         TO SR-PLACED-DATE OF WS-STOP-RECORD
040300     MOVE SR-PLACED-BY OF STOP-RECORD
040400         TO SR-PLACED-BY OF WS-STOP-RECORD
040500     MOVE SR-FEE-DATE OF STOP-RECORD
040600         TO SR-FEE-DATE OF WS-STOP-RECORD
040700     IF SR-FEE-CHARGED OF STOP-RECORD OR
040800        SR-FEE-WAIVED OF STOP-RECORD OR
040900        ST-FEE-FLAG = SPACE
041000         MOVE SR-FEE-FLAG OF STOP-RECORD
041100             TO SR-FEE-FLAG OF WS-STOP-RECORD
041200     END-IF
041300     MOVE WS-STOP-RECORD TO STOP-RECORD
041400     REWRITE STOP-RECORD
041500         INVALID KEY
041600             MOVE 'NOTF' TO WS-REJECT-REASON
041700             PERFORM 7000-WRITE-REGISTER-REJECT
041800                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
041900         NOT INVALID KEY
042000             ADD 1 TO WS-CHANGE-COUNT
042100             PERFORM 7100-WRITE-REGISTER-APPLIED
042200                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
042300     END-REWRITE.
042400 4000-CHANGE-STOP-EXIT.
042500     EXIT.
042600
042700*--------------------------------------------------------------
042800* A DELETE (THE CUSTOMER CANCELLING THE STOP) READS THE STOP
042900* FIRST SO THE REGISTER SHOWS THE RANGE, EXPIRY, AND FEE FLAG
043000* THAT WERE CANCELLED.
043100*--------------------------------------------------------------
043200 5000-DELETE-STOP.
043300     PERFORM 6000-READ-OLD-STOP
043400         THRU 6000-READ-OLD-STOP-EXIT
043500     IF WS-REJECT-REASON NOT = SPACES
043600         GO TO 5000-DELETE-STOP-EXIT
043700     END-IF
043800     MOVE SR-FROM-DATE OF STOP-RECORD
043900         TO SR-FROM-DATE OF WS-STOP-RECORD
044000     MOVE SR-TO-DATE OF STOP-RECORD
044100         TO SR-TO-DATE OF WS-STOP-RECORD
044200     MOVE SR-EXPIRY-DATE OF STOP-RECORD
044300         TO SR-EXPIRY-DATE OF WS-STOP-RECORD
044400     MOVE SR-FEE-FLAG OF STOP-RECORD
044500         TO SR-FEE-FLAG OF WS-STOP-RECORD
044600     DELETE STOP-FILE
044700         INVALID KEY
044800             MOVE 'NOTF' TO WS-REJECT-REASON
044900             PERFORM 7000-WRITE-REGISTER-REJECT
045000                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
045100         NOT INVALID KEY
045200             ADD 1 TO WS-DELETE-COUNT
045300             PERFORM 7100-WRITE-REGISTER-APPLIED
045400                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
045500     END-DELETE.
045600 5000-DELETE-STOP-EXIT.
045700     EXIT.
045800
045900 6000-READ-OLD-STOP.
046000     MOVE SR-STOP-KEY OF WS-STOP-RECORD
046100         TO SR-STOP-KEY OF STOP-RECORD
046200     READ STOP-FILE
046300         INVALID KEY
046400             MOVE 'NOTF' TO WS-REJECT-REASON
046500             PERFORM 7000-WRITE-REGISTER-REJECT
046600                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
046700     END-READ.
046800 6000-READ-OLD-STOP-EXIT.
046900     EXIT.
047000
047100 7000-WRITE-REGISTER-REJECT.
047200     ADD 1 TO WS-REJECTED-COUNT
047300     PERFORM 7200-FORMAT-REGISTER-KEY
047400         THRU 7200-FORMAT-REGISTER-KEY-EXIT
047500     MOVE 'REJ' TO RD-DISPOSITION
047600     MOVE WS-REJECT-REASON TO RD-REJECT-CODE
047700     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
047800     DISPLAY 'STOP-MAINT: REJECTED TRANSACTION, REASON='
047900         WS-REJECT-REASON.
048000 7000-WRITE-REGISTER-REJECT-EXIT.
048100     EXIT.
048200
048300 7100-WRITE-REGISTER-APPLIED.
048400     PERFORM 7200-FORMAT-REGISTER-KEY
048500         THRU 7200-FORMAT-REGISTER-KEY-EXIT
048600     MOVE 'APP' TO RD-DISPOSITION
048700     MOVE SPACES TO RD-REJECT-CODE
048800     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
048900     PERFORM 8100-WRITE-AUDIT-RECORD
049000         THRU 8100-WRITE-AUDIT-RECORD-EXIT.
049100 7100-WRITE-REGISTER-APPLIED-EXIT.
049200     EXIT.
049300
049400 7200-FORMAT-REGISTER-KEY.
049500     MOVE ST-ACTION-CODE TO RD-ACTION-CODE
049600     MOVE SR-COMPANY-CODE OF WS-STOP-RECORD TO RD-COMPANY-CODE
049700     MOVE SR-ACCOUNT-NUMBER OF WS-STOP-RECORD
049800         TO RD-ACCOUNT-NUMBER
049900     MOVE SR-STOP-TYPE OF WS-STOP-RECORD TO RD-STOP-TYPE
050000     MOVE SR-STOP-VALUE OF WS-STOP-RECORD TO RD-STOP-VALUE
050100     MOVE SR-FROM-DATE OF WS-STOP-RECORD TO RD-FROM-DATE
050200     MOVE SR-TO-DATE OF WS-STOP-RECORD TO RD-TO-DATE
050300     MOVE SR-EXPIRY-DATE OF WS-STOP-RECORD TO RD-EXPIRY-DATE
050400     MOVE SR-FEE-FLAG OF WS-STOP-RECORD TO RD-FEE-FLAG
050500     MOVE ST-OPERATOR-ID TO RD-OPERATOR-ID.
050600 7200-FORMAT-REGISTER-KEY-EXIT.
050700     EXIT.
050800
050900 8000-SUMMARIZE.
051000     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
051100     IF WS-TRAN-FILE-OPEN
051200         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
051300     END-IF
051400     DISPLAY 'STOP-MAINT: TRANSACTIONS READ... ' WS-TRAN-COUNT
051500     DISPLAY 'STOP-MAINT: STOPS ADDED......... ' WS-ADD-COUNT
051600     DISPLAY 'STOP-MAINT: STOPS CHANGED....... '
051700         WS-CHANGE-COUNT
051800     DISPLAY 'STOP-MAINT: STOPS CANCELLED..... '
051900         WS-DELETE-COUNT
052000     DISPLAY 'STOP-MAINT: REJECTED............ '
052100         WS-REJECTED-COUNT
052200     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
052300         MOVE 4 TO RETURN-CODE
052400     END-IF.
052500 8000-SUMMARIZE-EXIT.
052600     EXIT.
052700
052800*--------------------------------------------------------------
052900* EVERY APPLIED CHANGE GOES TO THE SHARED AUDIT TRAIL - THE
053000* INPUT VALUE IS THE ACCOUNT, THE RESULT CARRIES THE ACTION,
053100* THE STOP TYPE, AND THE START OF THE STOP VALUE. THE OPERATOR
053200* IS ON STOPRPT.
053300*--------------------------------------------------------------
053400 8100-WRITE-AUDIT-RECORD.
053500     MOVE 'W' TO WS-AW-FUNCTION
053600     MOVE SR-ACCOUNT-NUMBER OF WS-STOP-RECORD TO WS-AW-INPUT-VALUE
053700     MOVE SPACES TO WS-AW-RESULT
053800     STRING ST-ACTION-CODE DELIMITED BY SIZE
053900         ' ' DELIMITED BY SIZE
054000         SR-STOP-TYPE OF WS-STOP-RECORD DELIMITED BY SIZE
054100         ' ' DELIMITED BY SIZE
054200         SR-STOP-VALUE OF WS-STOP-RECORD DELIMITED BY SIZE
054300         INTO WS-AW-RESULT
054400     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM.
054500 8100-WRITE-AUDIT-RECORD-EXIT.
054600     EXIT.
054700
054800 9999-TERMINATE.
054900     IF WS-STOP-FILE-OPEN
055000         CLOSE STOP-FILE
055100     END-IF
055200     IF WS-MASTER-FILE-OPEN
055300         CLOSE MASTER-FILE
055400     END-IF
055500     IF WS-TRAN-FILE-OPEN
055600         CLOSE ST-TRAN-FILE
055700         CLOSE REGISTER-FILE
055800     END-IF.
055900 9999-TERMINATE-EXIT.
056000     EXIT.
