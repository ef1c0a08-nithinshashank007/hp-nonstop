000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROD-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE PRODUCT MASTER (PRODMSTR), IN THE
001200*                   LIMIT-MAINT MOLD. READS ADD/CHANGE/DELETE
001300*                   TRANSACTIONS FROM PRODTRAN, APPLIES THEM WITH
001400*                   INVALID KEY HANDLING, AND PRINTS A CHANGE
001500*                   REGISTER (PRODRPT) - A CHANGED PRODUCT PRINTS
001600*                   ITS NEW RULES WITH THE OLD ONES BENEATH. EDITS
001700*                   KEEP A PRODUCT WITH NO DESCRIPTION, AN UNKNOWN
001800*                   INTEREST BASIS, OVERDRAFT FLAG OR STATEMENT
001900*                   FREQUENCY, OR A NON-NUMERIC RATE, BALANCE,
002000*                   PERIOD OR THRESHOLD OFF THE MASTER. A PRODUCT
002100*                   STILL NAMED BY ANY INPTMSTR ACCOUNT OF ITS
002200*                   COMPANY CANNOT BE DELETED.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PRODUCT-FILE ASSIGN TO 'PRODMSTR'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS PD-PRODUCT-KEY OF PRODUCT-RECORD
003100         FILE STATUS IS FS-PRODUCT-FILE.
003200     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS IR-MASTER-KEY
003600         FILE STATUS IS FS-MASTER-FILE.
003700     SELECT PROD-TRAN-FILE ASSIGN TO 'PRODTRAN'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-PROD-TRAN-FILE.
004000     SELECT REGISTER-FILE ASSIGN TO 'PRODRPT'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-REGISTER-FILE.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PRODUCT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  PRODUCT-RECORD.
004900     COPY PRODREC.
005000
005100 FD  MASTER-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  MASTER-RECORD.
005400     COPY INPTREC.
005500
005600 FD  PROD-TRAN-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  PROD-TRAN-RECORD.
005900     05  PT-ACTION-CODE          PIC X(01).
006000         88  PT-ADD-ACTION               VALUE 'A'.
006100         88  PT-CHANGE-ACTION            VALUE 'C'.
006200         88  PT-DELETE-ACTION            VALUE 'D'.
006300     05  PT-FILL-1               PIC X(01).
006400     05  PT-COMPANY-CODE         PIC X(03).
006500     05  PT-FILL-2               PIC X(01).
006600     05  PT-PRODUCT-CODE         PIC X(04).
006700     05  PT-FILL-3               PIC X(01).
006800     05  PT-DESCRIPTION          PIC X(30).
006900     05  PT-FILL-4               PIC X(01).
007000     05  PT-INTEREST-BASIS       PIC X(01).
007100     05  PT-FILL-5               PIC X(01).
007200     05  PT-ANNUAL-RATE          PIC 9(02)V9(04).
007300     05  PT-FILL-6               PIC X(01).
007400     05  PT-OVERDRAFT-ALLOWED    PIC X(01).
007500     05  PT-FILL-7               PIC X(01).
007600     05  PT-MINIMUM-BALANCE      PIC 9(07)V99.
007700     05  PT-FILL-8               PIC X(01).
007800     05  PT-DORMANCY-MONTHS      PIC 9(03).
007900     05  PT-FILL-9               PIC X(01).
008000     05  PT-STATEMENT-FREQUENCY  PIC X(01).
008100     05  PT-FILL-10              PIC X(01).
008200     05  PT-MOVEMENT-THRESHOLD   PIC 9(09)V99.
008300
008400 FD  REGISTER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  REGISTER-RECORD             PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 01  FS-PRODUCT-FILE             PIC X(02) VALUE '00'.
009000 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
009100 01  FS-PROD-TRAN-FILE           PIC X(02) VALUE '00'.
009200 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
009300 01  WS-SWITCHES.
009400     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
009500         88  END-OF-FILE                    VALUE 'Y'.
009600     05  WS-PRODUCT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
009700         88  WS-PRODUCT-FILE-OPEN            VALUE 'Y'.
009800     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
009900         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
010000     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010100         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
010200     05  WS-SCAN-DONE-SWITCH     PIC X(01).
010300         88  WS-SCAN-DONE                    VALUE 'Y'.
010400     05  WS-IN-USE-SWITCH        PIC X(01).
010500         88  WS-PRODUCT-IN-USE               VALUE 'Y'.
010600
010700 01  WS-RUN-DATE                 PIC 9(08).
010800
010900*--------------------------------------------------------------
011000* WORKING COPY OF THE PRODUCT ENTRY - THE TRANSACTION IS LANDED
011100* HERE SO ITS FIELDS CAN BE EDITED BEFORE THE MASTER IS
011200* TOUCHED, AS LIMIT-MAINT STAGES ITS LIMIT ENTRY.
011300*--------------------------------------------------------------
011400 01  WS-PRODUCT-RECORD.
011500     COPY PRODREC.
011600
011700*--------------------------------------------------------------
011800* THE ENTRY AS IT STOOD BEFORE A CHANGE OR DELETE, FOR THE
011900* REGISTER.
012000*--------------------------------------------------------------
012100 01  WS-OLD-PRODUCT-RECORD.
012200     COPY PRODREC.
012300
012400 01  WS-REJECT-REASON            PIC X(04).
012500
012600 01  WS-COUNTERS.
012700     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
012800     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
012900     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
013000     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
013100     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
013200
013300*--------------------------------------------------------------
013400* CHANGE REGISTER LINES - ONE LINE PER TRANSACTION WITH THE
013500* PRODUCT'S RULES AS APPLIED (OR AS SUBMITTED, ON A REJECT); A
013600* CHANGE ADDS A 'WAS' LINE WITH THE RULES IT REPLACED.
013700*--------------------------------------------------------------
013800 01  WS-REGISTER-HEADING.
013900     05  FILLER                  PIC X(34)
014000         VALUE 'PROD-MAINT  CHANGE REGISTER       '.
014100     05  RH-RUN-DATE             PIC X(08).
014200 01  WS-REGISTER-COLUMNS.
014300     05  FILLER                  PIC X(40)
014400         VALUE 'ACT CO  PROD DESCRIPTION    B    RATE O '.
014500     05  FILLER                  PIC X(39)
014600         VALUE ' MINIMUM BAL DRM F MOVE THRESH DSP RSN '.
014700 01  WS-REGISTER-DETAIL.
014800     05  RD-ACTION-CODE          PIC X(01).
014900     05  FILLER                  PIC X(03) VALUE SPACES.
015000     05  RD-COMPANY-CODE         PIC X(03).
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  RD-PRODUCT-CODE         PIC X(04).
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  RD-DESCRIPTION          PIC X(14).
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  RD-INTEREST-BASIS       PIC X(01).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  RD-ANNUAL-RATE          PIC Z9.9999.
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  RD-OVERDRAFT-ALLOWED    PIC X(01).
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  RD-MINIMUM-BALANCE      PIC Z,ZZZ,ZZ9.99.
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  RD-DORMANCY-MONTHS      PIC ZZ9.
016500     05  FILLER                  PIC X(01) VALUE SPACE.
016600     05  RD-STATEMENT-FREQUENCY  PIC X(01).
016700     05  FILLER                  PIC X(01) VALUE SPACE.
016800     05  RD-MOVEMENT-THRESHOLD   PIC ZZZ,ZZZ,ZZ9.
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  RD-DISPOSITION          PIC X(03).
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  RD-REASON-CODE          PIC X(04).
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
018500     PERFORM 8000-SUMMARIZE
018600         THRU 8000-SUMMARIZE-EXIT
018700     PERFORM 9999-TERMINATE
018800         THRU 9999-TERMINATE-EXIT
018900     STOP RUN.
019000
019100 1000-INITIALIZE.
019200     CALL 'PROC-DATE' USING WS-RUN-DATE
019300     OPEN I-O PRODUCT-FILE
019400     IF FS-PRODUCT-FILE = '35'
019500         OPEN OUTPUT PRODUCT-FILE
019600         IF FS-PRODUCT-FILE = '00'
019700             CLOSE PRODUCT-FILE
019800             OPEN I-O PRODUCT-FILE
019900         END-IF
020000     END-IF
020100     IF FS-PRODUCT-FILE NOT = '00' AND '05'
020200         DISPLAY 'PROD-MAINT: MASTER OPEN FAILED, STATUS='
020300             FS-PRODUCT-FILE
020400         MOVE 8 TO RETURN-CODE
020500         MOVE 'Y' TO EOF-SWITCH
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF
020800     MOVE 'Y' TO WS-PRODUCT-OPEN-SWITCH
020900     OPEN INPUT MASTER-FILE
021000     IF FS-MASTER-FILE NOT = '00' AND '05'
021100         DISPLAY 'PROD-MAINT: INPTMSTR OPEN FAILED, STATUS='
021200             FS-MASTER-FILE
021300         MOVE 8 TO RETURN-CODE
021400         MOVE 'Y' TO EOF-SWITCH
021500         GO TO 1000-INITIALIZE-EXIT
021600     END-IF
021700     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
021800     OPEN INPUT PROD-TRAN-FILE
021900     IF FS-PROD-TRAN-FILE NOT = '00'
022000         DISPLAY 'PROD-MAINT: NO MAINTENANCE TRANSACTIONS - '
022100             'NOTHING TO APPLY'
022200         MOVE 'Y' TO EOF-SWITCH
022300         GO TO 1000-INITIALIZE-EXIT
022400     END-IF
022500     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
022600     OPEN OUTPUT REGISTER-FILE
022700     MOVE WS-RUN-DATE TO RH-RUN-DATE
022800     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
022900     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
023000     PERFORM 2100-READ-TRANSACTION
023100         THRU 2100-READ-TRANSACTION-EXIT.
023200 1000-INITIALIZE-EXIT.
023300     EXIT.
023400
023500 2000-APPLY-TRANSACTION.
023600     ADD 1 TO WS-TRAN-COUNT
023700     MOVE SPACES TO WS-REJECT-REASON
023800     MOVE SPACES TO WS-PRODUCT-RECORD
023900     MOVE PT-COMPANY-CODE TO PD-COMPANY-CODE OF WS-PRODUCT-RECORD
024000     MOVE PT-PRODUCT-CODE TO PD-PRODUCT-CODE OF WS-PRODUCT-RECORD
024100     MOVE PT-DESCRIPTION TO PD-DESCRIPTION OF WS-PRODUCT-RECORD
024200     MOVE PT-INTEREST-BASIS TO
024300         PD-INTEREST-BASIS OF WS-PRODUCT-RECORD
024400     MOVE ZERO TO PD-ANNUAL-RATE OF WS-PRODUCT-RECORD
024500     IF PT-ANNUAL-RATE NUMERIC
024600         MOVE PT-ANNUAL-RATE TO
024700             PD-ANNUAL-RATE OF WS-PRODUCT-RECORD
024800     END-IF
024900     MOVE PT-OVERDRAFT-ALLOWED TO
025000         PD-OVERDRAFT-ALLOWED OF WS-PRODUCT-RECORD
025100     MOVE ZERO TO PD-MINIMUM-BALANCE OF WS-PRODUCT-RECORD
025200     IF PT-MINIMUM-BALANCE NUMERIC
025300         MOVE PT-MINIMUM-BALANCE TO
025400             PD-MINIMUM-BALANCE OF WS-PRODUCT-RECORD
025500     END-IF
025600     MOVE ZERO TO PD-DORMANCY-MONTHS OF WS-PRODUCT-RECORD
025700     IF PT-DORMANCY-MONTHS NUMERIC
025800         MOVE PT-DORMANCY-MONTHS TO
025900             PD-DORMANCY-MONTHS OF WS-PRODUCT-RECORD
026000     END-IF
026100     MOVE PT-STATEMENT-FREQUENCY TO
026200         PD-STATEMENT-FREQUENCY OF WS-PRODUCT-RECORD
026300     MOVE ZERO TO PD-MOVEMENT-THRESHOLD OF WS-PRODUCT-RECORD
026400     IF PT-MOVEMENT-THRESHOLD NUMERIC
026500         MOVE PT-MOVEMENT-THRESHOLD TO
026600             PD-MOVEMENT-THRESHOLD OF WS-PRODUCT-RECORD
026700     END-IF
026800     MOVE WS-RUN-DATE TO PD-CHANGED-DATE OF WS-PRODUCT-RECORD
026900     PERFORM 2200-EDIT-TRANSACTION
027000         THRU 2200-EDIT-TRANSACTION-EXIT
027100     IF WS-REJECT-REASON NOT = SPACES
027200         PERFORM 7000-WRITE-REGISTER-REJECT
027300             THRU 7000-WRITE-REGISTER-REJECT-EXIT
027400         GO TO 2000-APPLY-TRANSACTION-NEXT
027500     END-IF
027600     IF PT-ADD-ACTION
027700         PERFORM 3000-ADD-PRODUCT-ENTRY
027800             THRU 3000-ADD-PRODUCT-ENTRY-EXIT
027900     ELSE
028000         IF PT-CHANGE-ACTION
028100             PERFORM 4000-CHANGE-PRODUCT-ENTRY
028200                 THRU 4000-CHANGE-PRODUCT-ENTRY-EXIT
028300         ELSE
028400             PERFORM 5000-DELETE-PRODUCT-ENTRY
028500                 THRU 5000-DELETE-PRODUCT-ENTRY-EXIT
028600         END-IF
028700     END-IF.
028800 2000-APPLY-TRANSACTION-NEXT.
028900     PERFORM 2100-READ-TRANSACTION
029000         THRU 2100-READ-TRANSACTION-EXIT.
029100 2000-APPLY-TRANSACTION-EXIT.
029200     EXIT.
029300
029400 2100-READ-TRANSACTION.
029500     READ PROD-TRAN-FILE
029600         AT END
029700             MOVE 'Y' TO EOF-SWITCH
029800     END-READ.
029900 2100-READ-TRANSACTION-EXIT.
030000     EXIT.
030100
030200*--------------------------------------------------------------
030300* ENTRY EDITS - A DELETE NEEDS ONLY THE KEY. AN ADD OR CHANGE
030400* NEEDS EVERY RULE: A DESCRIPTION, A KNOWN INTEREST BASIS (AN
030500* INTEREST-BEARING BASIS NEEDS A NUMERIC RATE; 'N' CARRIES A
030600* ZERO RATE), Y OR N FOR OVERDRAFT, A NUMERIC MINIMUM BALANCE,
030700* DORMANCY PERIOD AND MOVEMENT THRESHOLD, AND A KNOWN STATEMENT
030800* FREQUENCY.
030900*--------------------------------------------------------------
031000 2200-EDIT-TRANSACTION.
031100     IF NOT PT-ADD-ACTION AND
031200        NOT PT-CHANGE-ACTION AND
031300        NOT PT-DELETE-ACTION
031400         MOVE 'ACTN' TO WS-REJECT-REASON
031500         GO TO 2200-EDIT-TRANSACTION-EXIT
031600     END-IF
031700     IF PT-COMPANY-CODE = SPACES
031800         MOVE 'COMP' TO WS-REJECT-REASON
031900         GO TO 2200-EDIT-TRANSACTION-EXIT
032000     END-IF
032100     IF PT-PRODUCT-CODE = SPACES
032200         MOVE 'PROD' TO WS-REJECT-REASON
032300         GO TO 2200-EDIT-TRANSACTION-EXIT
032400     END-IF
032500     IF PT-DELETE-ACTION
032600         GO TO 2200-EDIT-TRANSACTION-EXIT
032700     END-IF
032800     IF PT-DESCRIPTION = SPACES
032900         MOVE 'DESC' TO WS-REJECT-REASON
033000         GO TO 2200-EDIT-TRANSACTION-EXIT
033100     END-IF
033200     IF NOT PD-NO-INTEREST OF WS-PRODUCT-RECORD AND
033300        NOT PD-ACTUAL-365 OF WS-PRODUCT-RECORD AND
033400        NOT PD-ACTUAL-360 OF WS-PRODUCT-RECORD
033500         MOVE 'BASE' TO WS-REJECT-REASON
033600         GO TO 2200-EDIT-TRANSACTION-EXIT
033700     END-IF
033800     IF PD-NO-INTEREST OF WS-PRODUCT-RECORD
033900         MOVE ZERO TO PD-ANNUAL-RATE OF WS-PRODUCT-RECORD
034000     ELSE
034100         IF NOT PT-ANNUAL-RATE NUMERIC
034200             MOVE 'RATE' TO WS-REJECT-REASON
034300             GO TO 2200-EDIT-TRANSACTION-EXIT
034400         END-IF
034500     END-IF
034600     IF PT-OVERDRAFT-ALLOWED NOT = 'Y' AND 'N'
034700         MOVE 'OVDR' TO WS-REJECT-REASON
034800         GO TO 2200-EDIT-TRANSACTION-EXIT
034900     END-IF
035000     IF NOT PT-MINIMUM-BALANCE NUMERIC
035100         MOVE 'MINB' TO WS-REJECT-REASON
035200         GO TO 2200-EDIT-TRANSACTION-EXIT
035300     END-IF
035400     IF NOT PT-DORMANCY-MONTHS NUMERIC
035500         MOVE 'DORM' TO WS-REJECT-REASON
035600         GO TO 2200-EDIT-TRANSACTION-EXIT
035700     END-IF
035800     IF NOT PD-STATEMENT-MONTHLY OF WS-PRODUCT-RECORD AND
035900        NOT PD-STATEMENT-QUARTERLY OF WS-PRODUCT-RECORD AND
036000        NOT PD-STATEMENT-ANNUAL OF WS-PRODUCT-RECORD AND
036100        NOT PD-STATEMENT-NONE OF WS-PRODUCT-RECORD
036200         MOVE 'FREQ' TO WS-REJECT-REASON
036300         GO TO 2200-EDIT-TRANSACTION-EXIT
036400     END-IF
036500     IF NOT PT-MOVEMENT-THRESHOLD NUMERIC
036600         MOVE 'THRS' TO WS-REJECT-REASON
036700     END-IF.
036800 2200-EDIT-TRANSACTION-EXIT.
036900     EXIT.
037000
037100 3000-ADD-PRODUCT-ENTRY.
037200     MOVE WS-PRODUCT-RECORD TO PRODUCT-RECORD
037300     WRITE PRODUCT-RECORD
037400         INVALID KEY
037500             MOVE 'DUP ' TO WS-REJECT-REASON
037600             PERFORM 7000-WRITE-REGISTER-REJECT
037700                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
037800         NOT INVALID KEY
037900             ADD 1 TO WS-ADD-COUNT
038000             PERFORM 7100-WRITE-REGISTER-APPLIED
038100                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
038200     END-WRITE.
038300 3000-ADD-PRODUCT-ENTRY-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------
038700* A CHANGE OR DELETE READS THE ENTRY FIRST SO THE REGISTER CAN
038800* SHOW THE RULES IT REPLACED.
038900*--------------------------------------------------------------
039000 4000-CHANGE-PRODUCT-ENTRY.
039100     PERFORM 6000-READ-OLD-ENTRY
039200         THRU 6000-READ-OLD-ENTRY-EXIT
039300     IF WS-REJECT-REASON NOT = SPACES
039400         GO TO 4000-CHANGE-PRODUCT-ENTRY-EXIT
039500     END-IF
039600     MOVE WS-PRODUCT-RECORD TO PRODUCT-RECORD
039700     REWRITE PRODUCT-RECORD
039800         INVALID KEY
039900             MOVE 'NOTF' TO WS-REJECT-REASON
040000             PERFORM 7000-WRITE-REGISTER-REJECT
040100                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
040200         NOT INVALID KEY
040300             ADD 1 TO WS-CHANGE-COUNT
040400             PERFORM 7100-WRITE-REGISTER-APPLIED
040500                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
040600             PERFORM 7300-WRITE-REGISTER-OLD
040700                 THRU 7300-WRITE-REGISTER-OLD-EXIT
040800     END-REWRITE.
040900 4000-CHANGE-PRODUCT-ENTRY-EXIT.
041000     EXIT.
041100
041200*--------------------------------------------------------------
041300* A PRODUCT AN ACCOUNT STILL NAMES STAYS ON FILE - DELETING IT
041400* WOULD QUIETLY DROP THOSE ACCOUNTS BACK TO THE ACCOUNT-RANGE
041500* RULES. THE DELETED ENTRY'S RULES PRINT ON THE REGISTER.
041600*--------------------------------------------------------------
041700 5000-DELETE-PRODUCT-ENTRY.
041800     PERFORM 6000-READ-OLD-ENTRY
041900         THRU 6000-READ-OLD-ENTRY-EXIT
042000     IF WS-REJECT-REASON NOT = SPACES
042100         GO TO 5000-DELETE-PRODUCT-ENTRY-EXIT
042200     END-IF
042300     MOVE WS-OLD-PRODUCT-RECORD TO WS-PRODUCT-RECORD
042400     PERFORM 5100-CHECK-PRODUCT-IN-USE
042500         THRU 5100-CHECK-PRODUCT-IN-USE-EXIT
042600     IF WS-PRODUCT-IN-USE
042700         MOVE 'INUS' TO WS-REJECT-REASON
042800         PERFORM 7000-WRITE-REGISTER-REJECT
042900             THRU 7000-WRITE-REGISTER-REJECT-EXIT
043000         GO TO 5000-DELETE-PRODUCT-ENTRY-EXIT
043100     END-IF
043200     DELETE PRODUCT-FILE
043300         INVALID KEY
043400             MOVE 'NOTF' TO WS-REJECT-REASON
043500             PERFORM 7000-WRITE-REGISTER-REJECT
043600                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
043700         NOT INVALID KEY
043800             ADD 1 TO WS-DELETE-COUNT
043900             PERFORM 7100-WRITE-REGISTER-APPLIED
044000                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
044100     END-DELETE.
044200 5000-DELETE-PRODUCT-ENTRY-EXIT.
044300     EXIT.
044400
044500*--------------------------------------------------------------
044600* THE COMPANY'S ACCOUNTS SIT TOGETHER ON INPTMSTR - START AT ITS
044700* LOWEST ACCOUNT AND READ FORWARD UNTIL THE COMPANY CHANGES OR
044800* AN ACCOUNT NAMING THE PRODUCT TURNS UP.
044900*--------------------------------------------------------------
045000 5100-CHECK-PRODUCT-IN-USE.
045100     MOVE 'N' TO WS-IN-USE-SWITCH
045200     MOVE 'N' TO WS-SCAN-DONE-SWITCH
045300     MOVE PD-COMPANY-CODE OF WS-PRODUCT-RECORD TO IR-COMPANY-CODE
045400     MOVE LOW-VALUES TO IR-ACCOUNT-NUMBER
045500     START MASTER-FILE
045600         KEY IS NOT LESS THAN IR-MASTER-KEY
045700         INVALID KEY
045800             MOVE 'Y' TO WS-SCAN-DONE-SWITCH
045900     END-START
046000     PERFORM 5150-CHECK-ONE-ACCOUNT
046100         THRU 5150-CHECK-ONE-ACCOUNT-EXIT
046200         UNTIL WS-SCAN-DONE.
046300 5100-CHECK-PRODUCT-IN-USE-EXIT.
046400     EXIT.
046500
046600 5150-CHECK-ONE-ACCOUNT.
046700     READ MASTER-FILE NEXT RECORD
046800         AT END
046900             MOVE 'Y' TO WS-SCAN-DONE-SWITCH
047000             GO TO 5150-CHECK-ONE-ACCOUNT-EXIT
047100     END-READ
047200     IF IR-COMPANY-CODE NOT = PD-COMPANY-CODE OF WS-PRODUCT-RECORD
047300         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
047400         GO TO 5150-CHECK-ONE-ACCOUNT-EXIT
047500     END-IF
047600     IF IR-PRODUCT-CODE = PD-PRODUCT-CODE OF WS-PRODUCT-RECORD
047700         MOVE 'Y' TO WS-IN-USE-SWITCH
047800         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
047900     END-IF.
048000 5150-CHECK-ONE-ACCOUNT-EXIT.
048100     EXIT.
048200
048300 6000-READ-OLD-ENTRY.
048400     MOVE PD-PRODUCT-KEY OF WS-PRODUCT-RECORD
048500         TO PD-PRODUCT-KEY OF PRODUCT-RECORD
048600     READ PRODUCT-FILE
048700         INVALID KEY
048800             MOVE 'NOTF' TO WS-REJECT-REASON
048900             PERFORM 7000-WRITE-REGISTER-REJECT
049000                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
049100         NOT INVALID KEY
049200             MOVE PRODUCT-RECORD TO WS-OLD-PRODUCT-RECORD
049300     END-READ.
049400 6000-READ-OLD-ENTRY-EXIT.
049500     EXIT.
049600
049700 7000-WRITE-REGISTER-REJECT.
049800     ADD 1 TO WS-REJECTED-COUNT
049900     PERFORM 7200-FORMAT-REGISTER-LINE
050000         THRU 7200-FORMAT-REGISTER-LINE-EXIT
050100     MOVE 'REJ' TO RD-DISPOSITION
050200     MOVE WS-REJECT-REASON TO RD-REASON-CODE
050300     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
050400     DISPLAY 'PROD-MAINT: REJECTED TRANSACTION, REASON='
050500         WS-REJECT-REASON.
050600 7000-WRITE-REGISTER-REJECT-EXIT.
050700     EXIT.
050800
050900 7100-WRITE-REGISTER-APPLIED.
051000     PERFORM 7200-FORMAT-REGISTER-LINE
051100         THRU 7200-FORMAT-REGISTER-LINE-EXIT
051200     MOVE 'APP' TO RD-DISPOSITION
051300     MOVE SPACES TO RD-REASON-CODE
051400     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
051500 7100-WRITE-REGISTER-APPLIED-EXIT.
051600     EXIT.
051700
051800 7200-FORMAT-REGISTER-LINE.
051900     MOVE PT-ACTION-CODE TO RD-ACTION-CODE
052000     MOVE PD-COMPANY-CODE OF WS-PRODUCT-RECORD TO RD-COMPANY-CODE
052100     MOVE PD-PRODUCT-CODE OF WS-PRODUCT-RECORD TO RD-PRODUCT-CODE
052200     MOVE PD-DESCRIPTION OF WS-PRODUCT-RECORD TO RD-DESCRIPTION
052300     MOVE PD-INTEREST-BASIS OF WS-PRODUCT-RECORD
052400         TO RD-INTEREST-BASIS
052500     MOVE PD-ANNUAL-RATE OF WS-PRODUCT-RECORD TO RD-ANNUAL-RATE
052600     MOVE PD-OVERDRAFT-ALLOWED OF WS-PRODUCT-RECORD
052700         TO RD-OVERDRAFT-ALLOWED
052800     MOVE PD-MINIMUM-BALANCE OF WS-PRODUCT-RECORD
052900         TO RD-MINIMUM-BALANCE
053000     MOVE PD-DORMANCY-MONTHS OF WS-PRODUCT-RECORD
053100         TO RD-DORMANCY-MONTHS
053200     MOVE PD-STATEMENT-FREQUENCY OF WS-PRODUCT-RECORD
053300         TO RD-STATEMENT-FREQUENCY
053400     MOVE PD-MOVEMENT-THRESHOLD OF WS-PRODUCT-RECORD
053500         TO RD-MOVEMENT-THRESHOLD.
053600 7200-FORMAT-REGISTER-LINE-EXIT.
053700     EXIT.
053800
053900 7300-WRITE-REGISTER-OLD.
054000     MOVE WS-OLD-PRODUCT-RECORD TO WS-PRODUCT-RECORD
054100     PERFORM 7200-FORMAT-REGISTER-LINE
054200         THRU 7200-FORMAT-REGISTER-LINE-EXIT
054300     MOVE SPACE TO RD-ACTION-CODE
054400     MOVE 'WAS' TO RD-DISPOSITION
054500     MOVE SPACES TO RD-REASON-CODE
054600     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
054700 7300-WRITE-REGISTER-OLD-EXIT.
054800     EXIT.
054900
055000 8000-SUMMARIZE.
055100     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
055200     IF WS-TRAN-FILE-OPEN
055300         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
055400     END-IF
055500     DISPLAY 'PROD-MAINT: TRANSACTIONS READ... ' WS-TRAN-COUNT
055600     DISPLAY 'PROD-MAINT: ADDS APPLIED........ ' WS-ADD-COUNT
055700     DISPLAY 'PROD-MAINT: CHANGES APPLIED..... '
055800         WS-CHANGE-COUNT
055900     DISPLAY 'PROD-MAINT: DELETES APPLIED..... '
056000         WS-DELETE-COUNT
056100     DISPLAY 'PROD-MAINT: REJECTED............ '
056200         WS-REJECTED-COUNT
056300     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
056400         MOVE 4 TO RETURN-CODE
056500     END-IF.
056600 8000-SUMMARIZE-EXIT.
056700     EXIT.
056800
056900 9999-TERMINATE.
057000     IF WS-PRODUCT-FILE-OPEN
057100         CLOSE PRODUCT-FILE
057200     END-IF
057300     IF WS-MASTER-FILE-OPEN
057400         CLOSE MASTER-FILE
057500     END-IF
057600     IF WS-TRAN-FILE-OPEN
057700         CLOSE PROD-TRAN-FILE
057800         CLOSE REGISTER-FILE
057900     END-IF.
058000 9999-TERMINATE-EXIT.
058100     EXIT.
