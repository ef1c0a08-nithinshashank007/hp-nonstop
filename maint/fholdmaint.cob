000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FHOLD-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE FUNDS-HOLD MASTER (FNDHOLD), IN THE
001200*                   LIMIT-MAINT MOLD. READS PLACE/AMEND/RELEASE
001300*                   TRANSACTIONS FROM FHTRAN, APPLIES THEM WITH
001400*                   INVALID KEY HANDLING, PRINTS A CHANGE REGISTER
001500*                   (FHRPT), AND WRITES EVERY APPLIED CHANGE TO
001600*                   THE SHARED AUDIT TRAIL THROUGH AUDIT-WRITER.
001700*                   EDITS KEEP A HOLD FOR AN ACCOUNT NOT ON
001800*                   INPTMSTR, A ZERO AMOUNT, AN UNKNOWN REASON, AN
001900*                   EXPIRY ALREADY PAST, OR A CHANGE WITH NO
002000*                   OPERATOR OFF THE MASTER.
002010* 2026-10-15  DLBS  AN ACCOUNT NUMBER WHOSE BASE FALLS INSIDE ONE
002020*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
002030*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR THE
002040*                   TRANSACTION IS REJECTED 'CHKD' - A MIS-KEYED
002050*                   NUMBER IS CAUGHT AS SUCH INSTEAD OF LANDING ON
002060*                   THE WRONG ACCOUNT. A DELETE NEEDS ONLY THE KEY
002070*                   AND IS NOT CHECKED. A LEGACY NUMBER OUTSIDE
002080*                   EVERY RANGE STANDS.
002085* 2026-10-15  DLBS  AN INITIALIZATION FAILURE NOW ENDS RC=8 - THE
002090*                   CODE IS SET AFTER THE CLOSING AUDIT-WRITER
002095*                   CALL, WHICH WAS CLEARING IT.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT HOLD-FILE ASSIGN TO 'FNDHOLD'
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS FH-HOLD-KEY OF HOLD-RECORD
002900         FILE STATUS IS FS-HOLD-FILE.
003000     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS IR-MASTER-KEY
003400         FILE STATUS IS FS-MASTER-FILE.
003500     SELECT FH-TRAN-FILE ASSIGN TO 'FHTRAN'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-FH-TRAN-FILE.
003800     SELECT REGISTER-FILE ASSIGN TO 'FHRPT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-REGISTER-FILE.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  HOLD-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  HOLD-RECORD.
004700     COPY FHOLDREC.
004800
004900 FD  MASTER-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  MASTER-RECORD.
005200     COPY INPTREC.
005300
005400 FD  FH-TRAN-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  FH-TRAN-RECORD.
005700     05  FT-ACTION-CODE          PIC X(01).
005800         88  FT-PLACE-ACTION             VALUE 'P'.
005900         88  FT-AMEND-ACTION             VALUE 'A'.
006000         88  FT-RELEASE-ACTION           VALUE 'R'.
006100     05  FT-FILL-1               PIC X(01).
006200     05  FT-COMPANY-CODE         PIC X(03).
006300     05  FT-FILL-2               PIC X(01).
006400     05  FT-ACCOUNT-NUMBER       PIC X(10).
006500     05  FT-FILL-3               PIC X(01).
006600     05  FT-HOLD-ID              PIC X(08).
006700     05  FT-FILL-4               PIC X(01).
006800     05  FT-HOLD-AMOUNT          PIC 9(09)V99.
006900     05  FT-FILL-5               PIC X(01).
007000     05  FT-REASON-CODE          PIC X(02).
007100     05  FT-FILL-6               PIC X(01).
007200     05  FT-EXPIRY-DATE          PIC 9(08).
007300     05  FT-FILL-7               PIC X(01).
007400     05  FT-OPERATOR-ID          PIC X(08).
007500
007600 FD  REGISTER-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  REGISTER-RECORD             PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100 01  FS-HOLD-FILE                PIC X(02) VALUE '00'.
008200 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
008300 01  FS-FH-TRAN-FILE             PIC X(02) VALUE '00'.
008400 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
008500 01  WS-SWITCHES.
008600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
008700         88  END-OF-FILE                    VALUE 'Y'.
008800     05  WS-HOLD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008900         88  WS-HOLD-FILE-OPEN               VALUE 'Y'.
009000     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
009100         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
009200     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009300         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
009330     05  WS-RUN-FAIL-SWITCH      PIC X(01) VALUE 'N'.
009360         88  WS-RUN-FAILED               VALUE 'Y'.
009400
009500 01  WS-RUN-DATE                 PIC 9(08).
009600
009700*--------------------------------------------------------------
009800* WORKING COPY OF THE HOLD - THE TRANSACTION IS LANDED HERE SO
009900* ITS FIELDS CAN BE EDITED BEFORE THE MASTER IS TOUCHED, AS
010000* LIMIT-MAINT STAGES ITS LIMIT ENTRY.
010100*--------------------------------------------------------------
010200 01  WS-HOLD-RECORD.
010300     COPY FHOLDREC.
010400
010500 01  WS-REJECT-REASON            PIC X(04).
010507
010514*--------------------------------------------------------------
010521* SHARED ACCT-CHECK CALL PARAMETER
010528*--------------------------------------------------------------
010535 01  WS-ACCT-CHECK-PARM.
010542     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'FHOLD-MAINT'.
010549     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
010556     05  WS-AC-MASTER-KEY.
010563         10  WS-AC-COMPANY-CODE  PIC X(03).
010570         10  WS-AC-ACCOUNT-NUMBER
010577                                 PIC X(10).
010584     05  WS-AC-RESULT            PIC X(01).
010591         88  WS-AC-CHECK-FAILED          VALUE 'N'.
010600
010700 01  WS-COUNTERS.
010800     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
010900     05  WS-PLACE-COUNT          PIC 9(07) COMP VALUE ZERO.
011000     05  WS-AMEND-COUNT          PIC 9(07) COMP VALUE ZERO.
011100     05  WS-RELEASE-COUNT        PIC 9(07) COMP VALUE ZERO.
011200     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
011300
011400*--------------------------------------------------------------
011500* SHARED AUDIT-WRITER CALL PARAMETER
011600*--------------------------------------------------------------
011700 01  WS-AUDIT-PARM.
011800     05  WS-AW-FUNCTION          PIC X(01).
011900     05  WS-AW-PROGRAM-ID        PIC X(12) VALUE 'FHOLD-MAINT'.
012000     05  WS-AW-INPUT-VALUE       PIC X(12).
012100     05  WS-AW-RESULT            PIC X(16).
012200
012300*--------------------------------------------------------------
012400* CHANGE REGISTER LINES - AN AMEND SHOWS THE HOLD AS IT STANDS
012500* AFTER THE CHANGE, A RELEASE THE HOLD IT REMOVED.
012600*--------------------------------------------------------------
012700 01  WS-REGISTER-HEADING.
012800     05  FILLER                  PIC X(34)
012900         VALUE 'FHOLD-MAINT CHANGE REGISTER       '.
013000     05  RH-RUN-DATE             PIC X(08).
013100 01  WS-REGISTER-COLUMNS.
013200     05  FILLER                  PIC X(45)
013300         VALUE 'ACT CO  ACCOUNT    HOLD ID          AMOUNT RS'.
013400     05  FILLER                  PIC X(25)
013500         VALUE ' EXPIRY   OPERATOR DISP  '.
013600 01  WS-REGISTER-DETAIL.
013700     05  RD-ACTION-CODE          PIC X(01).
013800     05  FILLER                  PIC X(03) VALUE SPACES.
013900     05  RD-COMPANY-CODE         PIC X(03).
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  RD-ACCOUNT-NUMBER       PIC X(10).
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  RD-HOLD-ID              PIC X(08).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  RD-HOLD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  RD-REASON-CODE          PIC X(02).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  RD-EXPIRY-DATE          PIC X(08).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  RD-OPERATOR-ID          PIC X(08).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  RD-DISPOSITION          PIC X(03).
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  RD-REJECT-CODE          PIC X(04).
015600 01  WS-REGISTER-TOTAL.
015700     05  FILLER                  PIC X(24)
015800         VALUE 'TOTAL TRANSACTIONS READ '.
015900     05  RT-TRAN-COUNT           PIC 9(07).
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-INITIALIZE-EXIT
016500     PERFORM 2000-APPLY-TRANSACTION
016600         THRU 2000-APPLY-TRANSACTION-EXIT
016700         UNTIL END-OF-FILE
016800     MOVE 'C' TO WS-AW-FUNCTION
016900     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM
017000     PERFORM 8000-SUMMARIZE
017100         THRU 8000-SUMMARIZE-EXIT
017110*--------------------------------------------------------------
017120* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
017130* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
017140* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
017150*--------------------------------------------------------------
017160     IF WS-RUN-FAILED
017170         MOVE 8 TO RETURN-CODE
017180     END-IF
017200     PERFORM 9999-TERMINATE
017300         THRU 9999-TERMINATE-EXIT
017400     STOP RUN.
017500
017600 1000-INITIALIZE.
017700     CALL 'PROC-DATE' USING WS-RUN-DATE
017800     OPEN I-O HOLD-FILE
017900     IF FS-HOLD-FILE = '35'
018000         OPEN OUTPUT HOLD-FILE
018100         IF FS-HOLD-FILE = '00'
018200             CLOSE HOLD-FILE
018300             OPEN I-O HOLD-FILE
018400         END-IF
018500     END-IF
018600     IF FS-HOLD-FILE NOT = '00' AND '05'
018700         DISPLAY 'FHOLD-MAINT: MASTER OPEN FAILED, STATUS='
018800             FS-HOLD-FILE
018900         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
019000         MOVE 'Y' TO EOF-SWITCH
019100         GO TO 1000-INITIALIZE-EXIT
019200     END-IF
019300     MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
019400     OPEN INPUT MASTER-FILE
019500     IF FS-MASTER-FILE NOT = '00' AND '05'
019600         DISPLAY 'FHOLD-MAINT: INPTMSTR OPEN FAILED, STATUS='
019700             FS-MASTER-FILE
019800         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
019900         MOVE 'Y' TO EOF-SWITCH
020000         GO TO 1000-INITIALIZE-EXIT
020100     END-IF
020200     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
020300     OPEN INPUT FH-TRAN-FILE
020400     IF FS-FH-TRAN-FILE NOT = '00'
020500         DISPLAY 'FHOLD-MAINT: NO MAINTENANCE TRANSACTIONS - '
020600             'NOTHING TO APPLY'
020700         MOVE 'Y' TO EOF-SWITCH
020800         GO TO 1000-INITIALIZE-EXIT
020900     END-IF
021000     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
021100     OPEN OUTPUT REGISTER-FILE
021200     MOVE WS-RUN-DATE TO RH-RUN-DATE
021300     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
021400     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
021500     PERFORM 2100-READ-TRANSACTION
021600         THRU 2100-READ-TRANSACTION-EXIT.
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900
022000 2000-APPLY-TRANSACTION.
022100     ADD 1 TO WS-TRAN-COUNT
022200     MOVE SPACES TO WS-REJECT-REASON
022300     MOVE SPACES TO WS-HOLD-RECORD
022400     MOVE FT-COMPANY-CODE TO FH-COMPANY-CODE OF WS-HOLD-RECORD
022500     MOVE FT-ACCOUNT-NUMBER TO
022600         FH-ACCOUNT-NUMBER OF WS-HOLD-RECORD
022700     MOVE FT-HOLD-ID TO FH-HOLD-ID OF WS-HOLD-RECORD
022800     MOVE ZERO TO FH-HOLD-AMOUNT OF WS-HOLD-RECORD
022900     IF FT-HOLD-AMOUNT NUMERIC
023000         MOVE FT-HOLD-AMOUNT
023100             TO FH-HOLD-AMOUNT OF WS-HOLD-RECORD
023200     END-IF
023300     MOVE FT-REASON-CODE TO FH-REASON-CODE OF WS-HOLD-RECORD
023400     MOVE WS-RUN-DATE TO FH-PLACED-DATE OF WS-HOLD-RECORD
023500     MOVE FT-EXPIRY-DATE TO FH-EXPIRY-DATE OF WS-HOLD-RECORD
023600     MOVE FT-OPERATOR-ID TO FH-PLACED-BY OF WS-HOLD-RECORD
023700     MOVE WS-RUN-DATE TO FH-CHANGED-DATE OF WS-HOLD-RECORD
023800     MOVE FT-OPERATOR-ID TO FH-CHANGED-BY OF WS-HOLD-RECORD
023900     PERFORM 2200-EDIT-TRANSACTION
024000         THRU 2200-EDIT-TRANSACTION-EXIT
024100     IF WS-REJECT-REASON NOT = SPACES
024200         PERFORM 7000-WRITE-REGISTER-REJECT
024300             THRU 7000-WRITE-REGISTER-REJECT-EXIT
024400         GO TO 2000-APPLY-TRANSACTION-NEXT
024500     END-IF
024600     IF FT-PLACE-ACTION
024700         PERFORM 3000-PLACE-HOLD
024800             THRU 3000-PLACE-HOLD-EXIT
024900     ELSE
025000         IF FT-AMEND-ACTION
025100             PERFORM 4000-AMEND-HOLD
025200                 THRU 4000-AMEND-HOLD-EXIT
025300         ELSE
025400             PERFORM 5000-RELEASE-HOLD
025500                 THRU 5000-RELEASE-HOLD-EXIT
025600         END-IF
025700     END-IF.
025800 2000-APPLY-TRANSACTION-NEXT.
025900     PERFORM 2100-READ-TRANSACTION
026000         THRU 2100-READ-TRANSACTION-EXIT.
026100 2000-APPLY-TRANSACTION-EXIT.
026200     EXIT.
026300
026400 2100-READ-TRANSACTION.
026500     READ FH-TRAN-FILE
026600         AT END
026700             MOVE 'Y' TO EOF-SWITCH
026800     END-READ.
026900 2100-READ-TRANSACTION-EXIT.
027000     EXIT.
027100
027200*--------------------------------------------------------------
027300* HOLD EDITS - EVERY TRANSACTION NEEDS THE FULL KEY AND THE
027400* OPERATOR. A PLACE OR AMEND ALSO NEEDS THE ACCOUNT ON INPTMSTR
027500* UNDER ITS COMPANY, A NON-ZERO AMOUNT, A KNOWN REASON, AND AN
027600* EXPIRY NOT ALREADY PAST; A RELEASE NEEDS ONLY THE KEY, SO A
027700* HOLD ON A CLOSED-OUT ACCOUNT CAN STILL BE LIFTED.
027800*--------------------------------------------------------------
027900 2200-EDIT-TRANSACTION.
028000     IF NOT FT-PLACE-ACTION AND
028100        NOT FT-AMEND-ACTION AND
028200        NOT FT-RELEASE-ACTION
028300         MOVE 'ACTN' TO WS-REJECT-REASON
028400         GO TO 2200-EDIT-TRANSACTION-EXIT
028500     END-IF
028600     IF FT-COMPANY-CODE = SPACES
028700         MOVE 'COMP' TO WS-REJECT-REASON
028800         GO TO 2200-EDIT-TRANSACTION-EXIT
028900     END-IF
029000     IF FT-HOLD-ID = SPACES
029100         MOVE 'HLID' TO WS-REJECT-REASON
029200         GO TO 2200-EDIT-TRANSACTION-EXIT
029300     END-IF
029400     IF FT-OPERATOR-ID = SPACES
029500         MOVE 'OPER' TO WS-REJECT-REASON
029600         GO TO 2200-EDIT-TRANSACTION-EXIT
029700     END-IF
029800     IF FT-RELEASE-ACTION
029900         GO TO 2200-EDIT-TRANSACTION-EXIT
030000     END-IF
030010     MOVE FH-MASTER-KEY OF WS-HOLD-RECORD
030020         TO WS-AC-MASTER-KEY
030030     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
030040     IF WS-AC-CHECK-FAILED
030050         MOVE 'CHKD' TO WS-REJECT-REASON
030060         GO TO 2200-EDIT-TRANSACTION-EXIT
030070     END-IF
030100     MOVE FH-MASTER-KEY OF WS-HOLD-RECORD TO IR-MASTER-KEY
030200     READ MASTER-FILE
030300         INVALID KEY
030400             MOVE 'ACCT' TO WS-REJECT-REASON
030500     END-READ
030600     IF WS-REJECT-REASON NOT = SPACES
030700         GO TO 2200-EDIT-TRANSACTION-EXIT
030800     END-IF
030900     IF NOT FT-HOLD-AMOUNT NUMERIC OR FT-HOLD-AMOUNT = ZERO
031000         MOVE 'AMNT' TO WS-REJECT-REASON
031100         GO TO 2200-EDIT-TRANSACTION-EXIT
031200     END-IF
031300     IF NOT FH-VALID-REASON OF WS-HOLD-RECORD
031400         MOVE 'RESN' TO WS-REJECT-REASON
031500         GO TO 2200-EDIT-TRANSACTION-EXIT
031600     END-IF
031700     IF NOT FT-EXPIRY-DATE NUMERIC OR
031800        FT-EXPIRY-DATE < WS-RUN-DATE
031900         MOVE 'EXPD' TO WS-REJECT-REASON
032000     END-IF.
032100 2200-EDIT-TRANSACTION-EXIT.
032200     EXIT.
032300
032400 3000-PLACE-HOLD.
032500     MOVE WS-HOLD-RECORD TO HOLD-RECORD
032600     WRITE HOLD-RECORD
032700         INVALID KEY
032800             MOVE 'DUP ' TO WS-REJECT-REASON
032900             PERFORM 7000-WRITE-REGISTER-REJECT
033000                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
033100         NOT INVALID KEY
033200             ADD 1 TO WS-PLACE-COUNT
033300             PERFORM 7100-WRITE-REGISTER-APPLIED
033400                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
033500     END-WRITE.
033600 3000-PLACE-HOLD-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------
034000* AN AMEND READS THE HOLD FIRST SO THE ORIGINAL PLACED DATE AND
034100* PLACING OPERATOR SURVIVE - ONLY THE AMOUNT, REASON, AND EXPIRY
034200* CHANGE, AND THE AMENDING OPERATOR IS KEPT AS THE LAST CHANGE.
034300*--------------------------------------------------------------
034400 4000-AMEND-HOLD.
034500     PERFORM 6000-READ-OLD-HOLD
034600         THRU 6000-READ-OLD-HOLD-EXIT
034700     IF WS-REJECT-REASON NOT = SPACES
034800         GO TO 4000-AMEND-HOLD-EXIT
034900     END-IF
035000     MOVE FH-PLACED-DATE OF HOLD-RECORD
035100         TO FH-PLACED-DATE OF WS-HOLD-RECORD
035200     MOVE FH-PLACED-BY OF HOLD-RECORD
035300         TO FH-PLACED-BY OF WS-HOLD-RECORD
035400     MOVE WS-HOLD-RECORD TO HOLD-RECORD
035500     REWRITE HOLD-RECORD
035600         INVALID KEY
035700             MOVE 'NOTF' TO WS-REJECT-REASON
035800             PERFORM 7000-WRITE-REGISTER-REJECT
035900                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
036000         NOT INVALID KEY
036100             ADD 1 TO WS-AMEND-COUNT
036200             PERFORM 7100-WRITE-REGISTER-APPLIED
036300                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
036400     END-REWRITE.
036500 4000-AMEND-HOLD-EXIT.
036600     EXIT.
036700
036800*--------------------------------------------------------------
036900* A RELEASE READS THE HOLD FIRST SO THE REGISTER AND THE AUDIT
037000* TRAIL SHOW THE AMOUNT AND REASON THAT WERE LIFTED.
037100*--------------------------------------------------------------
037200 5000-RELEASE-HOLD.
037300     PERFORM 6000-READ-OLD-HOLD
037400         THRU 6000-READ-OLD-HOLD-EXIT
037500     IF WS-REJECT-REASON NOT = SPACES
037600         GO TO 5000-RELEASE-HOLD-EXIT
037700     END-IF
037800     MOVE FH-HOLD-AMOUNT OF HOLD-RECORD
037900         TO FH-HOLD-AMOUNT OF WS-HOLD-RECORD
038000     MOVE FH-REASON-CODE OF HOLD-RECORD
038100         TO FH-REASON-CODE OF WS-HOLD-RECORD
038200     MOVE FH-EXPIRY-DATE OF HOLD-RECORD
038300         TO FH-EXPIRY-DATE OF WS-HOLD-RECORD
038400     DELETE HOLD-FILE
038500         INVALID KEY
038600             MOVE 'NOTF' TO WS-REJECT-REASON
038700             PERFORM 7000-WRITE-REGISTER-REJECT
038800                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
038900         NOT INVALID KEY
039000             ADD 1 TO WS-RELEASE-COUNT
039100             PERFORM 7100-WRITE-REGISTER-APPLIED
039200                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
039300     END-DELETE.
039400 5000-RELEASE-HOLD-EXIT.
039500     EXIT.
039600
039700 6000-READ-OLD-HOLD.
039800     MOVE FH-HOLD-KEY OF WS-HOLD-RECORD
039900         TO FH-HOLD-KEY OF HOLD-RECORD
040000     READ HOLD-FILE
040100         INVALID KEY
040200             MOVE 'NOTF' TO WS-REJECT-REASON
040300             PERFORM 7000-WRITE-REGISTER-REJECT
040400                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
040500     END-READ.
040600 6000-READ-OLD-HOLD-EXIT.
040700     EXIT.
040800
040900 7000-WRITE-REGISTER-REJECT.
041000     ADD 1 TO WS-REJECTED-COUNT
041100     PERFORM 7200-FORMAT-REGISTER-KEY
041200         THRU 7200-FORMAT-REGISTER-KEY-EXIT
041300     MOVE 'REJ' TO RD-DISPOSITION
041400     MOVE WS-REJECT-REASON TO RD-REJECT-CODE
041500     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
041600     DISPLAY 'FHOLD-MAINT: REJECTED TRANSACTION, REASON='
041700         WS-REJECT-REASON.
041800 7000-WRITE-REGISTER-REJECT-EXIT.
041900     EXIT.
042000
042100 7100-WRITE-REGISTER-APPLIED.
042200     PERFORM 7200-FORMAT-REGISTER-KEY
042300         THRU 7200-FORMAT-REGISTER-KEY-EXIT
042400     MOVE 'APP' TO RD-DISPOSITION
042500     MOVE SPACES TO RD-REJECT-CODE
042600     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
042700     PERFORM 8100-WRITE-AUDIT-RECORD
042800         THRU 8100-WRITE-AUDIT-RECORD-EXIT.
042900 7100-WRITE-REGISTER-APPLIED-EXIT.
043000     EXIT.
043100
043200 7200-FORMAT-REGISTER-KEY.
043300     MOVE FT-ACTION-CODE TO RD-ACTION-CODE
043400     MOVE FH-COMPANY-CODE OF WS-HOLD-RECORD TO RD-COMPANY-CODE
043500     MOVE FH-ACCOUNT-NUMBER OF WS-HOLD-RECORD
043600         TO RD-ACCOUNT-NUMBER
043700     MOVE FH-HOLD-ID OF WS-HOLD-RECORD TO RD-HOLD-ID
043800     MOVE FH-HOLD-AMOUNT OF WS-HOLD-RECORD TO RD-HOLD-AMOUNT
043900     MOVE FH-REASON-CODE OF WS-HOLD-RECORD TO RD-REASON-CODE
044000     MOVE FH-EXPIRY-DATE OF WS-HOLD-RECORD TO RD-EXPIRY-DATE
044100     MOVE FT-OPERATOR-ID TO RD-OPERATOR-ID.
044200 7200-FORMAT-REGISTER-KEY-EXIT.
044300     EXIT.
044400
044500 8000-SUMMARIZE.
044600     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
044700     IF WS-TRAN-FILE-OPEN
044800         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
044900     END-IF
045000     DISPLAY 'FHOLD-MAINT: TRANSACTIONS READ... ' WS-TRAN-COUNT
045100     DISPLAY 'FHOLD-MAINT: HOLDS PLACED........ ' WS-PLACE-COUNT
045200     DISPLAY 'FHOLD-MAINT: HOLDS AMENDED....... '
045300         WS-AMEND-COUNT
045400     DISPLAY 'FHOLD-MAINT: HOLDS RELEASED...... '
045500         WS-RELEASE-COUNT
045600     DISPLAY 'FHOLD-MAINT: REJECTED............ '
045700         WS-REJECTED-COUNT
045800     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
045900         MOVE 4 TO RETURN-CODE
046000     END-IF.
046100 8000-SUMMARIZE-EXIT.
046200     EXIT.
046300
046400*--------------------------------------------------------------
046500* EVERY APPLIED CHANGE GOES TO THE SHARED AUDIT TRAIL - THE
046600* INPUT VALUE IS THE ACCOUNT, THE RESULT CARRIES THE ACTION,
046700* THE HOLD ID, AND THE REASON CODE. THE OPERATOR IS ON FHRPT.
046800*--------------------------------------------------------------
046900 8100-WRITE-AUDIT-RECORD.
047000     MOVE 'W' TO WS-AW-FUNCTION
047100     MOVE FH-ACCOUNT-NUMBER OF WS-HOLD-RECORD TO WS-AW-INPUT-VALUE
047200     MOVE SPACES TO WS-AW-RESULT
047300     STRING FT-ACTION-CODE DELIMITED BY SIZE
047400         ' ' DELIMITED BY SIZE
047500         FH-HOLD-ID OF WS-HOLD-RECORD DELIMITED BY SIZE
047600         ' ' DELIMITED BY SIZE
047700         FH-REASON-CODE OF WS-HOLD-RECORD DELIMITED BY SIZE
047800         INTO WS-AW-RESULT
047900     CALL 'AUDIT-WRITER' USING WS-AUDIT-PARM.
048000 8100-WRITE-AUDIT-RECORD-EXIT.
048100     EXIT.
048200
048300 9999-TERMINATE.
048400     IF WS-HOLD-FILE-OPEN
048500         CLOSE HOLD-FILE
048600     END-IF
048700     IF WS-MASTER-FILE-OPEN
048800         CLOSE MASTER-FILE
048900     END-IF
049000     IF WS-TRAN-FILE-OPEN
049100         CLOSE FH-TRAN-FILE
049200         CLOSE REGISTER-FILE
049300     END-IF.
049400 9999-TERMINATE-EXIT.
049500     EXIT.
