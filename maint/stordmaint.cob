000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STORD-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE STANDING-ORDER MASTER (STORDR), IN
001200*                   THE LIMIT-MAINT MOLD. READS ADD/CHANGE/DELETE
001300*                   TRANSACTIONS FROM SOTRAN, APPLIES THEM WITH
001400*                   INVALID KEY HANDLING, AND PRINTS A CHANGE
001500*                   REGISTER (SORPT) - A CHANGE SHOWS THE ORDER AS
001600*                   IT STOOD ON A 'WAS' LINE AHEAD OF THE APPLIED
001700*                   LINE. AN ADD STARTS THE SCHEDULE AT THE FIRST
001800*                   DATE; A CHANGE REPLACES THE TO ACCOUNT, AMOUNT
001900*                   AND END DATE BUT KEEPS THE SCHEDULE, SO A NEW
002000*                   FREQUENCY OR FIRST DATE IS A DELETE AND ADD.
002100*                   EDITS KEEP AN ORDER OFF THE MASTER WHEN EITHER
002200*                   ACCOUNT IS NOT ON INPTMSTR OR IS CLOSED, THE
002300*                   TWO ACCOUNTS ARE THE SAME, THE AMOUNT IS ZERO,
002400*                   THE FREQUENCY IS UNKNOWN, THE FIRST DATE IS
002500*                   PAST OR THE END DATE BEFORE IT, OR NO OPERATOR
002600*                   IS NAMED.
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
003000 FILE-CONTROL.
003100     SELECT ORDER-FILE ASSIGN TO 'STORDR'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS SO-ORDER-KEY OF ORDER-RECORD
003500         FILE STATUS IS FS-ORDER-FILE.
003600     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS IR-MASTER-KEY
004000         FILE STATUS IS FS-MASTER-FILE.
004100     SELECT SO-TRAN-FILE ASSIGN TO 'SOTRAN'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-SO-TRAN-FILE.
004400     SELECT REGISTER-FILE ASSIGN TO 'SORPT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-REGISTER-FILE.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ORDER-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  ORDER-RECORD.
005300     COPY STORDREC.
005400
005500 FD  MASTER-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  MASTER-RECORD.
005800     COPY INPTREC.
005900
006000 FD  SO-TRAN-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  SO-TRAN-RECORD.
006300     05  ST-ACTION-CODE          PIC X(01).
006400         88  ST-ADD-ACTION               VALUE 'A'.
006500         88  ST-CHANGE-ACTION            VALUE 'C'.
006600         88  ST-DELETE-ACTION            VALUE 'D'.
006700     05  ST-FILL-1               PIC X(01).
006800     05  ST-COMPANY-CODE         PIC X(03).
006900     05  ST-FILL-2               PIC X(01).
007000     05  ST-ACCOUNT-NUMBER       PIC X(10).
007100     05  ST-FILL-3               PIC X(01).
007200     05  ST-ORDER-ID             PIC X(04).
007300     05  ST-FILL-4               PIC X(01).
007400     05  ST-TO-COMPANY-CODE      PIC X(03).
007500     05  ST-FILL-5               PIC X(01).
007600     05  ST-TO-ACCOUNT-NUMBER    PIC X(10).
007700     05  ST-FILL-6               PIC X(01).
007800     05  ST-AMOUNT               PIC 9(07)V99.
007900     05  ST-FILL-7               PIC X(01).
008000     05  ST-FREQUENCY            PIC X(01).
008100     05  ST-FILL-8               PIC X(01).
008200     05  ST-FIRST-DATE           PIC 9(08).
008300     05  ST-FILL-9               PIC X(01).
008400     05  ST-END-DATE             PIC 9(08).
008500     05  ST-FILL-10              PIC X(01).
008600     05  ST-OPERATOR-ID          PIC X(08).
008700
008800 FD  REGISTER-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  REGISTER-RECORD             PIC X(80).
009100
009200 WORKING-STORAGE SECTION.
009300 01  FS-ORDER-FILE               PIC X(02) VALUE '00'.
009400 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
009500 01  FS-SO-TRAN-FILE             PIC X(02) VALUE '00'.
009600 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
009700 01  WS-SWITCHES.
009800     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
009900         88  END-OF-FILE                    VALUE 'Y'.
010000     05  WS-ORDER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010100         88  WS-ORDER-FILE-OPEN              VALUE 'Y'.
010200     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
010300         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
010400     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010500         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
010600
010700 01  WS-RUN-DATE                 PIC 9(08).
010800
010900*--------------------------------------------------------------
011000* WORKING COPY OF THE ORDER - THE TRANSACTION IS LANDED HERE SO
011100* ITS FIELDS CAN BE EDITED BEFORE THE MASTER IS TOUCHED, AS
011200* LIMIT-MAINT STAGES ITS LIMIT ENTRY.
011300*--------------------------------------------------------------
011400 01  WS-ORDER-RECORD.
011500     COPY STORDREC.
011600
011700 01  WS-REJECT-REASON            PIC X(04).
011707
011714*--------------------------------------------------------------
011721* SHARED ACCT-CHECK CALL PARAMETER
011728*--------------------------------------------------------------
011735 01  WS-ACCT-CHECK-PARM.
011742     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'STORD-MAINT'.
011749     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
011756     05  WS-AC-MASTER-KEY.
011763         10  WS-AC-COMPANY-CODE  PIC X(03).
011770         10  WS-AC-ACCOUNT-NUMBER
011777                                 PIC X(10).
011784     05  WS-AC-RESULT            PIC X(01).
011791         88  WS-AC-CHECK-FAILED          VALUE 'N'.
011800
011900 01  WS-COUNTERS.
012000     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
012100     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
012200     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
012300     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
012400     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
012500
012600*--------------------------------------------------------------
012700* CHANGE REGISTER LINES - THE NEXT DUE DATE IS THE SCHEDULED
012800* DATE BEFORE ANY BUSINESS-DAY ROLL.
012900*--------------------------------------------------------------
013000 01  WS-REGISTER-HEADING.
013100     05  FILLER                  PIC X(34)
013200         VALUE 'STORD-MAINT CHANGE REGISTER       '.
013300     05  RH-RUN-DATE             PIC X(08).
013400 01  WS-REGISTER-COLUMNS.
013500     05  FILLER                  PIC X(44)
013600         VALUE 'ACT CO  ACCOUNT    ORDR TO  ACCOUNT         '.
013700     05  FILLER                  PIC X(36)
013800         VALUE ' AMOUNT F NEXT DUE END DATE DSP RSN'.
013900 01  WS-REGISTER-DETAIL.
014000     05  RD-ACTION-CODE          PIC X(01).
014100     05  FILLER                  PIC X(03) VALUE SPACES.
014200     05  RD-COMPANY-CODE         PIC X(03).
014300     05  FILLER                  PIC X(01) VALUE SPACE.
014400     05  RD-ACCOUNT-NUMBER       PIC X(10).
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  RD-ORDER-ID             PIC X(04).
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  RD-TO-COMPANY-CODE      PIC X(03).
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  RD-TO-ACCOUNT-NUMBER    PIC X(10).
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  RD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  RD-FREQUENCY            PIC X(01).
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  RD-NEXT-DUE-DATE        PIC X(08).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  RD-END-DATE             PIC X(08).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  RD-DISPOSITION          PIC X(03).
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  RD-REASON-CODE          PIC X(04).
016300 01  WS-REGISTER-TOTAL.
016400     05  FILLER                  PIC X(24)
016500         VALUE 'TOTAL TRANSACTIONS READ '.
016600     05  RT-TRAN-COUNT           PIC 9(07).
016700
016800 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE
017100         THRU 1000-INITIALIZE-EXIT
017200     PERFORM 2000-APPLY-TRANSACTION
017300         THRU 2000-APPLY-TRANSACTION-EXIT
017400         UNTIL END-OF-FILE
017500     PERFORM 8000-SUMMARIZE
017600         THRU 8000-SUMMARIZE-EXIT
017700     PERFORM 9999-TERMINATE
017800         THRU 9999-TERMINATE-EXIT
017900     STOP RUN.
018000
018100 1000-INITIALIZE.
018200     CALL 'PROC-DATE' USING WS-RUN-DATE
018300     OPEN I-O ORDER-FILE
018400     IF FS-ORDER-FILE = '35'
018500         OPEN OUTPUT ORDER-FILE
018600         IF FS-ORDER-FILE = '00'
018700             CLOSE ORDER-FILE
018800             OPEN I-O ORDER-FILE
018900         END-IF
019000     END-IF
019100     IF FS-ORDER-FILE NOT = '00' AND '05'
019200         DISPLAY 'STORD-MAINT: MASTER OPEN FAILED, STATUS='
019300             FS-ORDER-FILE
019400         MOVE 8 TO RETURN-CODE
019500         MOVE 'Y' TO EOF-SWITCH
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF
019800     MOVE 'Y' TO WS-ORDER-OPEN-SWITCH
019900     OPEN INPUT MASTER-FILE
020000     IF FS-MASTER-FILE NOT = '00' AND '05'
020100         DISPLAY 'STORD-MAINT: INPTMSTR OPEN FAILED, STATUS='
020200             FS-MASTER-FILE
020300         MOVE 8 TO RETURN-CODE
020400         MOVE 'Y' TO EOF-SWITCH
020500         GO TO 1000-INITIALIZE-EXIT
020600     END-IF
020700     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
020800     OPEN INPUT SO-TRAN-FILE
020900     IF FS-SO-TRAN-FILE NOT = '00'
021000         DISPLAY 'STORD-MAINT: NO MAINTENANCE TRANSACTIONS - '
021100             'NOTHING TO APPLY'
021200         MOVE 'Y' TO EOF-SWITCH
021300         GO TO 1000-INITIALIZE-EXIT
021400     END-IF
021500     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
021600     OPEN OUTPUT REGISTER-FILE
021700     MOVE WS-RUN-DATE TO RH-RUN-DATE
021800     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
021900     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
022000     PERFORM 2100-READ-TRANSACTION
022100         THRU 2100-READ-TRANSACTION-EXIT.
022200 1000-INITIALIZE-EXIT.
022300     EXIT.
022400
022500 2000-APPLY-TRANSACTION.
022600     ADD 1 TO WS-TRAN-COUNT
022700     MOVE SPACES TO WS-REJECT-REASON
022800     MOVE SPACES TO WS-ORDER-RECORD
022900     MOVE ST-COMPANY-CODE TO SO-COMPANY-CODE OF WS-ORDER-RECORD
023000     MOVE ST-ACCOUNT-NUMBER TO
023100         SO-ACCOUNT-NUMBER OF WS-ORDER-RECORD
023200     MOVE ST-ORDER-ID TO SO-ORDER-ID OF WS-ORDER-RECORD
023300     MOVE ST-TO-COMPANY-CODE TO
023400         SO-TO-COMPANY-CODE OF WS-ORDER-RECORD
023500     MOVE ST-TO-ACCOUNT-NUMBER TO
023600         SO-TO-ACCOUNT-NUMBER OF WS-ORDER-RECORD
023700     MOVE ZERO TO SO-AMOUNT OF WS-ORDER-RECORD
023800     IF ST-AMOUNT NUMERIC
023900         MOVE ST-AMOUNT TO SO-AMOUNT OF WS-ORDER-RECORD
024000     END-IF
024100     MOVE ST-FREQUENCY TO SO-FREQUENCY OF WS-ORDER-RECORD
024200     MOVE ZERO TO SO-FIRST-DATE OF WS-ORDER-RECORD
024300     IF ST-FIRST-DATE NUMERIC
024400         MOVE ST-FIRST-DATE TO SO-FIRST-DATE OF WS-ORDER-RECORD
024500     END-IF
024600     MOVE 99999999 TO SO-END-DATE OF WS-ORDER-RECORD
024700     IF ST-END-DATE NUMERIC AND ST-END-DATE NOT = ZERO
024800         MOVE ST-END-DATE TO SO-END-DATE OF WS-ORDER-RECORD
024900     END-IF
025000     MOVE SO-FIRST-DATE OF WS-ORDER-RECORD
025100         TO SO-NEXT-DUE-DATE OF WS-ORDER-RECORD
025200     MOVE ZERO TO SO-RETRY-COUNT OF WS-ORDER-RECORD
025300     MOVE ZERO TO SO-LAST-RUN-DATE OF WS-ORDER-RECORD
025400     MOVE 'A' TO SO-ORDER-STATUS OF WS-ORDER-RECORD
025500     MOVE ZERO TO SO-PAID-COUNT OF WS-ORDER-RECORD
025600     MOVE ZERO TO SO-FAILED-COUNT OF WS-ORDER-RECORD
025700     MOVE ST-OPERATOR-ID TO SO-SET-UP-BY OF WS-ORDER-RECORD
025800     MOVE WS-RUN-DATE TO SO-CHANGED-DATE OF WS-ORDER-RECORD
025900     PERFORM 2200-EDIT-TRANSACTION
026000         THRU 2200-EDIT-TRANSACTION-EXIT
026100     IF WS-REJECT-REASON NOT = SPACES
026200         PERFORM 7000-WRITE-REGISTER-REJECT
026300             THRU 7000-WRITE-REGISTER-REJECT-EXIT
026400         GO TO 2000-APPLY-TRANSACTION-NEXT
026500     END-IF
026600     IF ST-ADD-ACTION
026700         PERFORM 3000-ADD-ORDER
026800             THRU 3000-ADD-ORDER-EXIT
026900     ELSE
027000         IF ST-CHANGE-ACTION
027100             PERFORM 4000-CHANGE-ORDER
027200                 THRU 4000-CHANGE-ORDER-EXIT
027300         ELSE
027400             PERFORM 5000-DELETE-ORDER
027500                 THRU 5000-DELETE-ORDER-EXIT
027600         END-IF
027700     END-IF.
027800 2000-APPLY-TRANSACTION-NEXT.
027900     PERFORM 2100-READ-TRANSACTION
028000         THRU 2100-READ-TRANSACTION-EXIT.
028100 2000-APPLY-TRANSACTION-EXIT.
028200     EXIT.
028300
028400 2100-READ-TRANSACTION.
028500     READ SO-TRAN-FILE
028600         AT END
028700             MOVE 'Y' TO EOF-SWITCH
028800     END-READ.
028900 2100-READ-TRANSACTION-EXIT.
029000     EXIT.
029100
029200*--------------------------------------------------------------
029300* ORDER EDITS - A DELETE NEEDS ONLY THE KEY. AN ADD OR CHANGE
029400* NEEDS BOTH ACCOUNTS ON INPTMSTR AND NOT CLOSED, TWO DIFFERENT
029500* ACCOUNTS, A NON-ZERO AMOUNT, AN END DATE NOT BEFORE THE FIRST
029600* DATE, AND THE OPERATOR. AN ADD ALSO NEEDS A KNOWN FREQUENCY
029700* AND A FIRST DATE NOT ALREADY PAST; A CHANGE KEEPS THE ORDER'S
029800* OWN SCHEDULE, SO 4000 TAKES THOSE FROM THE MASTER.
029900*--------------------------------------------------------------
030000 2200-EDIT-TRANSACTION.
030100     IF NOT ST-ADD-ACTION AND
030200        NOT ST-CHANGE-ACTION AND
030300        NOT ST-DELETE-ACTION
030400         MOVE 'ACTN' TO WS-REJECT-REASON
030500         GO TO 2200-EDIT-TRANSACTION-EXIT
030600     END-IF
030700     IF ST-COMPANY-CODE = SPACES
030800         MOVE 'COMP' TO WS-REJECT-REASON
030900         GO TO 2200-EDIT-TRANSACTION-EXIT
031000     END-IF
031100     IF ST-ORDER-ID = SPACES
031200         MOVE 'ORDR' TO WS-REJECT-REASON
031300         GO TO 2200-EDIT-TRANSACTION-EXIT
031400     END-IF
031500     IF ST-DELETE-ACTION
031600         GO TO 2200-EDIT-TRANSACTION-EXIT
031700     END-IF
031710     MOVE SO-MASTER-KEY OF WS-ORDER-RECORD
031720         TO WS-AC-MASTER-KEY
031730     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
031740     IF WS-AC-CHECK-FAILED
031750         MOVE 'CHKD' TO WS-REJECT-REASON
031760         GO TO 2200-EDIT-TRANSACTION-EXIT
031770     END-IF
031800     MOVE SO-MASTER-KEY OF WS-ORDER-RECORD TO IR-MASTER-KEY
031900     READ MASTER-FILE
032000         INVALID KEY
032100             MOVE 'ACCT' TO WS-REJECT-REASON
032200     END-READ
032300     IF WS-REJECT-REASON = SPACES AND IR-STATUS-CODE = 'CL'
032400         MOVE 'CLSD' TO WS-REJECT-REASON
032500     END-IF
032600     IF WS-REJECT-REASON NOT = SPACES
032700         GO TO 2200-EDIT-TRANSACTION-EXIT
032800     END-IF
032900     IF SO-TO-MASTER-KEY OF WS-ORDER-RECORD =
033000            SO-MASTER-KEY OF WS-ORDER-RECORD
033100         MOVE 'SAME' TO WS-REJECT-REASON
033200         GO TO 2200-EDIT-TRANSACTION-EXIT
033300     END-IF
033310     MOVE SO-TO-MASTER-KEY OF WS-ORDER-RECORD
033320         TO WS-AC-MASTER-KEY
033330     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
033340     IF WS-AC-CHECK-FAILED
033350         MOVE 'CHKD' TO WS-REJECT-REASON
033360         GO TO 2200-EDIT-TRANSACTION-EXIT
033370     END-IF
033400     MOVE SO-TO-MASTER-KEY OF WS-ORDER-RECORD TO IR-MASTER-KEY
033500     READ MASTER-FILE
033600         INVALID KEY
033700             MOVE 'TOAC' TO WS-REJECT-REASON
033800     END-READ
033900     IF WS-REJECT-REASON = SPACES AND IR-STATUS-CODE = 'CL'
034000         MOVE 'TOAC' TO WS-REJECT-REASON
034100     END-IF
034200     IF WS-REJECT-REASON NOT = SPACES
034300         GO TO 2200-EDIT-TRANSACTION-EXIT
034400     END-IF
034500     IF SO-AMOUNT OF WS-ORDER-RECORD = ZERO
034600         MOVE 'AMNT' TO WS-REJECT-REASON
034700         GO TO 2200-EDIT-TRANSACTION-EXIT
034800     END-IF
034900     IF ST-OPERATOR-ID = SPACES
035000         MOVE 'OPER' TO WS-REJECT-REASON
035100         GO TO 2200-EDIT-TRANSACTION-EXIT
035200     END-IF
035300     IF ST-CHANGE-ACTION
035400         GO TO 2200-EDIT-TRANSACTION-EXIT
035500     END-IF
035600     IF NOT SO-VALID-FREQUENCY OF WS-ORDER-RECORD
035700         MOVE 'FREQ' TO WS-REJECT-REASON
035800         GO TO 2200-EDIT-TRANSACTION-EXIT
035900     END-IF
036000     IF SO-FIRST-DATE OF WS-ORDER-RECORD < WS-RUN-DATE
036100         MOVE 'FRST' TO WS-REJECT-REASON
036200         GO TO 2200-EDIT-TRANSACTION-EXIT
036300     END-IF
036400     IF SO-END-DATE OF WS-ORDER-RECORD <
036500            SO-FIRST-DATE OF WS-ORDER-RECORD
036600         MOVE 'ENDD' TO WS-REJECT-REASON
036700     END-IF.
036800 2200-EDIT-TRANSACTION-EXIT.
036900     EXIT.
037000
037100 3000-ADD-ORDER.
037200     MOVE WS-ORDER-RECORD TO ORDER-RECORD
037300     WRITE ORDER-RECORD
037400         INVALID KEY
037500             MOVE 'DUP ' TO WS-REJECT-REASON
037600             PERFORM 7000-WRITE-REGISTER-REJECT
037700                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
037800         NOT INVALID KEY
037900             ADD 1 TO WS-ADD-COUNT
038000             PERFORM 7100-WRITE-REGISTER-APPLIED
038100                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
038200     END-WRITE.
038300 3000-ADD-ORDER-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------
038700* A CHANGE OR DELETE READS THE ORDER FIRST SO THE REGISTER CAN
038800* SHOW WHAT IT REPLACED. A CHANGE CARRIES THE SCHEDULE, RETRY
038900* STATE AND COUNTS OVER FROM THE MASTER; AN ORDER THAT HAD ENDED
039000* IS REOPENED WHEN THE NEW END DATE REACHES ITS NEXT DUE DATE.
039100*--------------------------------------------------------------
039200 4000-CHANGE-ORDER.
039300     PERFORM 6000-READ-OLD-ORDER
039400         THRU 6000-READ-OLD-ORDER-EXIT
039500     IF WS-REJECT-REASON NOT = SPACES
039600         GO TO 4000-CHANGE-ORDER-EXIT
039700     END-IF
039800     IF SO-END-DATE OF WS-ORDER-RECORD <
039900            SO-FIRST-DATE OF ORDER-RECORD
040000         MOVE 'ENDD' TO WS-REJECT-REASON
040100         PERFORM 7000-WRITE-REGISTER-REJECT
040200             THRU 7000-WRITE-REGISTER-REJECT-EXIT
040300         GO TO 4000-CHANGE-ORDER-EXIT
040400     END-IF
040500     MOVE SO-FREQUENCY OF ORDER-RECORD
040600         TO SO-FREQUENCY OF WS-ORDER-RECORD
040700     MOVE SO-FIRST-DATE OF ORDER-RECORD
040800         TO SO-FIRST-DATE OF WS-ORDER-RECORD
040900     MOVE SO-NEXT-DUE-DATE OF ORDER-RECORD
041000         TO SO-NEXT-DUE-DATE OF WS-ORDER-RECORD
041100     MOVE SO-RETRY-COUNT OF ORDER-RECORD
041200         TO SO-RETRY-COUNT OF WS-ORDER-RECORD
041300     MOVE SO-LAST-RUN-DATE OF ORDER-RECORD
041400         TO SO-LAST-RUN-DATE OF WS-ORDER-RECORD
041500     MOVE SO-PAID-COUNT OF ORDER-RECORD
041600         TO SO-PAID-COUNT OF WS-ORDER-RECORD
041700     MOVE SO-FAILED-COUNT OF ORDER-RECORD
041800         TO SO-FAILED-COUNT OF WS-ORDER-RECORD
041900     MOVE SO-ORDER-STATUS OF ORDER-RECORD
042000         TO SO-ORDER-STATUS OF WS-ORDER-RECORD
042100     IF SO-NEXT-DUE-DATE OF WS-ORDER-RECORD NOT >
042200            SO-END-DATE OF WS-ORDER-RECORD
042300         MOVE 'A' TO SO-ORDER-STATUS OF WS-ORDER-RECORD
042400     END-IF
042500     MOVE 'C' TO RD-ACTION-CODE
042600     PERFORM 7300-FORMAT-ORDER-LINE
042700         THRU 7300-FORMAT-ORDER-LINE-EXIT
042800     MOVE 'WAS' TO RD-DISPOSITION
042900     MOVE SPACES TO RD-REASON-CODE
043000     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
043100     MOVE WS-ORDER-RECORD TO ORDER-RECORD
043200     REWRITE ORDER-RECORD
043300         INVALID KEY
043400             MOVE 'NOTF' TO WS-REJECT-REASON
043500             PERFORM 7000-WRITE-REGISTER-REJECT
043600                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
043700         NOT INVALID KEY
043800             ADD 1 TO WS-CHANGE-COUNT
043900             PERFORM 7100-WRITE-REGISTER-APPLIED
044000                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
044100     END-REWRITE.
044200 4000-CHANGE-ORDER-EXIT.
044300     EXIT.
044400
044500 5000-DELETE-ORDER.
044600     PERFORM 6000-READ-OLD-ORDER
044700         THRU 6000-READ-OLD-ORDER-EXIT
044800     IF WS-REJECT-REASON NOT = SPACES
044900         GO TO 5000-DELETE-ORDER-EXIT
045000     END-IF
045100     MOVE ORDER-RECORD TO WS-ORDER-RECORD
045200     DELETE ORDER-FILE
045300         INVALID KEY
045400             MOVE 'NOTF' TO WS-REJECT-REASON
045500             PERFORM 7000-WRITE-REGISTER-REJECT
045600                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
045700         NOT INVALID KEY
045800             ADD 1 TO WS-DELETE-COUNT
045900             PERFORM 7100-WRITE-REGISTER-APPLIED
046000                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
046100     END-DELETE.
046200 5000-DELETE-ORDER-EXIT.
046300     EXIT.
046400
046500 6000-READ-OLD-ORDER.
046600     MOVE SO-ORDER-KEY OF WS-ORDER-RECORD
046700         TO SO-ORDER-KEY OF ORDER-RECORD
046800     READ ORDER-FILE
046900         INVALID KEY
047000             MOVE 'NOTF' TO WS-REJECT-REASON
047100             PERFORM 7000-WRITE-REGISTER-REJECT
047200                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
047300     END-READ.
047400 6000-READ-OLD-ORDER-EXIT.
047500     EXIT.
047600
047700 7000-WRITE-REGISTER-REJECT.
047800     ADD 1 TO WS-REJECTED-COUNT
047900     PERFORM 7200-FORMAT-REGISTER-KEY
048000         THRU 7200-FORMAT-REGISTER-KEY-EXIT
048100     MOVE 'REJ' TO RD-DISPOSITION
048200     MOVE WS-REJECT-REASON TO RD-REASON-CODE
048300     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
048400     DISPLAY 'STORD-MAINT: REJECTED TRANSACTION, REASON='
048500         WS-REJECT-REASON.
048600 7000-WRITE-REGISTER-REJECT-EXIT.
048700     EXIT.
048800
048900 7100-WRITE-REGISTER-APPLIED.
049000     PERFORM 7200-FORMAT-REGISTER-KEY
049100         THRU 7200-FORMAT-REGISTER-KEY-EXIT
049200     MOVE 'APP' TO RD-DISPOSITION
049300     MOVE SPACES TO RD-REASON-CODE
049400     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
049500 7100-WRITE-REGISTER-APPLIED-EXIT.
049600     EXIT.
049700
049800*--------------------------------------------------------------
049900* 7200 FORMATS THE LINE FROM THE WORKING COPY (THE ORDER AS
050000* APPLIED OR AS KEYED); 7300 FORMATS IT FROM THE MASTER RECORD
050100* AS IT STOOD BEFORE A CHANGE.
050200*--------------------------------------------------------------
050300 7200-FORMAT-REGISTER-KEY.
050400     MOVE ST-ACTION-CODE TO RD-ACTION-CODE
050500     MOVE SO-COMPANY-CODE OF WS-ORDER-RECORD TO RD-COMPANY-CODE
050600     MOVE SO-ACCOUNT-NUMBER OF WS-ORDER-RECORD
050700         TO RD-ACCOUNT-NUMBER
050800     MOVE SO-ORDER-ID OF WS-ORDER-RECORD TO RD-ORDER-ID
050900     MOVE SO-TO-COMPANY-CODE OF WS-ORDER-RECORD
051000         TO RD-TO-COMPANY-CODE
051100     MOVE SO-TO-ACCOUNT-NUMBER OF WS-ORDER-RECORD
051200         TO RD-TO-ACCOUNT-NUMBER
051300     MOVE SO-AMOUNT OF WS-ORDER-RECORD TO RD-AMOUNT
051400     MOVE SO-FREQUENCY OF WS-ORDER-RECORD TO RD-FREQUENCY
051500     MOVE SO-NEXT-DUE-DATE OF WS-ORDER-RECORD TO RD-NEXT-DUE-DATE
051600     MOVE SO-END-DATE OF WS-ORDER-RECORD TO RD-END-DATE
051700     IF SO-END-DATE OF WS-ORDER-RECORD = 99999999
051800         MOVE 'OPEN' TO RD-END-DATE
051900     END-IF.
052000 7200-FORMAT-REGISTER-KEY-EXIT.
052100     EXIT.
052200
052300 7300-FORMAT-ORDER-LINE.
052400     MOVE SO-COMPANY-CODE OF ORDER-RECORD TO RD-COMPANY-CODE
052500     MOVE SO-ACCOUNT-NUMBER OF ORDER-RECORD TO RD-ACCOUNT-NUMBER
052600     MOVE SO-ORDER-ID OF ORDER-RECORD TO RD-ORDER-ID
052700     MOVE SO-TO-COMPANY-CODE OF ORDER-RECORD
052800         TO RD-TO-COMPANY-CODE
052900     MOVE SO-TO-ACCOUNT-NUMBER OF ORDER-RECORD
053000         TO RD-TO-ACCOUNT-NUMBER
053100     MOVE SO-AMOUNT OF ORDER-RECORD TO RD-AMOUNT
053200     MOVE SO-FREQUENCY OF ORDER-RECORD TO RD-FREQUENCY
053300     MOVE SO-NEXT-DUE-DATE OF ORDER-RECORD TO RD-NEXT-DUE-DATE
053400     MOVE SO-END-DATE OF ORDER-RECORD TO RD-END-DATE
053500     IF SO-END-DATE OF ORDER-RECORD = 99999999
053600         MOVE 'OPEN' TO RD-END-DATE
053700     END-IF.
053800 7300-FORMAT-ORDER-LINE-EXIT.
053900     EXIT.
054000
054100 8000-SUMMARIZE.
054200     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
054300     IF WS-TRAN-FILE-OPEN
054400         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
054500     END-IF
054600     DISPLAY 'STORD-MAINT: TRANSACTIONS READ... ' WS-TRAN-COUNT
054700     DISPLAY 'STORD-MAINT: ADDS APPLIED........ ' WS-ADD-COUNT
054800     DISPLAY 'STORD-MAINT: CHANGES APPLIED..... '
054900         WS-CHANGE-COUNT
055000     DISPLAY 'STORD-MAINT: DELETES APPLIED..... '
055100         WS-DELETE-COUNT
055200     DISPLAY 'STORD-MAINT: REJECTED............ '
055300         WS-REJECTED-COUNT
055400     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
055500         MOVE 4 TO RETURN-CODE
055600     END-IF.
055700 8000-SUMMARIZE-EXIT.
055800     EXIT.
055900
056000 9999-TERMINATE.
056100     IF WS-ORDER-FILE-OPEN
056200         CLOSE ORDER-FILE
056300     END-IF
056400     IF WS-MASTER-FILE-OPEN
056500         CLOSE MASTER-FILE
056600     END-IF
056700     IF WS-TRAN-FILE-OPEN
056800         CLOSE SO-TRAN-FILE
056900         CLOSE REGISTER-FILE
057000     END-IF.
057100 9999-TERMINATE-EXIT.
057200     EXIT.
