000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFLNK-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE CUSTOMER RELATIONSHIP FILE (CIFLINK),
001200*                   IN THE LIMIT-MAINT MOLD. READS ADD/CHANGE/
001300*                   DELETE TRANSACTIONS FROM CIFLTRAN, APPLIES
001400*                   THEM WITH INVALID KEY HANDLING, AND PRINTS A
001500*                   CHANGE REGISTER (CIFLRPT) SHOWING EACH LINK'S
001600*                   ROLE AND STATUS BEFORE AND AFTER. A LINK ADDED
001700*                   OR CHANGED HERE IS CONFIRMED - A CHANGE IS HOW
001800*                   A DRAFT LINK FROM THE CIF-LOAD NAME MATCH IS
001900*                   REVIEWED AND ACCEPTED, AND A DELETE IS HOW A
002000*                   WRONG MATCH IS DROPPED. EDITS KEEP A LINK TO A
002100*                   CUSTOMER NOT ON CIFMSTR, AN ACCOUNT NOT ON
002200*                   INPTMSTR, A ROLE OTHER THAN PRIMARY, JOINT OR
002300*                   TRUSTEE, OR AN ENTRY WITH NO ENTERED-BY ID OFF
002400*                   THE FILE.
002410* 2026-10-15  DLBS  AN ACCOUNT NUMBER WHOSE BASE FALLS INSIDE ONE
002420*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
002430*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR THE
002440*                   TRANSACTION IS REJECTED 'CHKD' - A MIS-KEYED
002450*                   NUMBER IS CAUGHT AS SUCH INSTEAD OF LANDING ON
002460*                   THE WRONG ACCOUNT. A DELETE NEEDS ONLY THE KEY
002470*                   AND IS NOT CHECKED. A LEGACY NUMBER OUTSIDE
002480*                   EVERY RANGE STANDS.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LINK-FILE ASSIGN TO 'CIFLINK'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS CL-LINK-KEY OF LINK-RECORD
003300         FILE STATUS IS FS-LINK-FILE.
003400     SELECT CUSTOMER-FILE ASSIGN TO 'CIFMSTR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CF-CUSTOMER-NUMBER
003800         FILE STATUS IS FS-CUSTOMER-FILE.
003900     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS IR-MASTER-KEY
004300         FILE STATUS IS FS-MASTER-FILE.
004400     SELECT LINK-TRAN-FILE ASSIGN TO 'CIFLTRAN'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-LINK-TRAN-FILE.
004700     SELECT REGISTER-FILE ASSIGN TO 'CIFLRPT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-REGISTER-FILE.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LINK-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  LINK-RECORD.
005600     COPY CIFLREC.
005700
005800 FD  CUSTOMER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  CUSTOMER-RECORD.
006100     COPY CIFREC.
006200
006300 FD  MASTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  MASTER-RECORD.
006600     COPY INPTREC.
006700
006800 FD  LINK-TRAN-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  LINK-TRAN-RECORD.
007100     05  LX-ACTION-CODE          PIC X(01).
007200         88  LX-ADD-ACTION               VALUE 'A'.
007300         88  LX-CHANGE-ACTION            VALUE 'C'.
007400         88  LX-DELETE-ACTION            VALUE 'D'.
007500     05  LX-FILL-1               PIC X(01).
007600     05  LX-CUSTOMER-NUMBER      PIC 9(08).
007700     05  LX-FILL-2               PIC X(01).
007800     05  LX-COMPANY-CODE         PIC X(03).
007900     05  LX-FILL-3               PIC X(01).
008000     05  LX-ACCOUNT-NUMBER       PIC X(10).
008100     05  LX-FILL-4               PIC X(01).
008200     05  LX-ROLE-CODE            PIC X(01).
008300     05  LX-FILL-5               PIC X(01).
008400     05  LX-ENTERED-BY           PIC X(08).
008500
008600 FD  REGISTER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  REGISTER-RECORD             PIC X(80).
008900
009000 WORKING-STORAGE SECTION.
009100 01  FS-LINK-FILE                PIC X(02) VALUE '00'.
009200 01  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
009300 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
009400 01  FS-LINK-TRAN-FILE           PIC X(02) VALUE '00'.
009500 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
009600 01  WS-SWITCHES.
009700     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
009800         88  END-OF-FILE                    VALUE 'Y'.
009900     05  WS-LINK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010000         88  WS-LINK-FILE-OPEN              VALUE 'Y'.
010100     05  WS-CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
010200         88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
010300     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
010400         88  WS-MASTER-FILE-OPEN            VALUE 'Y'.
010500     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010600         88  WS-TRAN-FILE-OPEN              VALUE 'Y'.
010700
010800 01  WS-RUN-DATE                 PIC 9(08).
010900
011000*--------------------------------------------------------------
011100* WORKING COPY OF THE LINK - THE TRANSACTION IS LANDED HERE SO
011200* ITS FIELDS CAN BE EDITED BEFORE THE FILE IS TOUCHED, AS
011300* LIMIT-MAINT STAGES ITS LIMIT ENTRY.
011400*--------------------------------------------------------------
011500 01  WS-LINK-RECORD.
011600     COPY CIFLREC.
011700
011800 01  WS-REJECT-REASON            PIC X(04).
011807
011814*--------------------------------------------------------------
011821* SHARED ACCT-CHECK CALL PARAMETER
011828*--------------------------------------------------------------
011835 01  WS-ACCT-CHECK-PARM.
011842     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'CIFLNK-MAINT'.
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
012400     05  WS-CONFIRMED-COUNT      PIC 9(07) COMP VALUE ZERO.
012500     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
012600     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
012700
012800*--------------------------------------------------------------
012900* CHANGE REGISTER LINES - THE OLD ROLE AND STATUS COME FROM THE
013000* LINK AS IT STOOD BEFORE THE TRANSACTION.
013100*--------------------------------------------------------------
013200 01  WS-REGISTER-HEADING.
013300     05  FILLER                  PIC X(34)
013400         VALUE 'CIFLNK-MAINT CHANGE REGISTER      '.
013500     05  RH-RUN-DATE             PIC X(08).
013600 01  WS-REGISTER-COLUMNS.
013700     05  FILLER                  PIC X(44)
013800         VALUE 'ACT CUSTOMER CO  ACCOUNT    OLD R/S    NEW R'.
013900     05  FILLER                  PIC X(17)
014000         VALUE '/S  ENTERED  DISP'.
014100 01  WS-REGISTER-DETAIL.
014200     05  RD-ACTION-CODE          PIC X(01).
014300     05  FILLER                  PIC X(03) VALUE SPACES.
014400     05  RD-CUSTOMER-NUMBER      PIC X(08).
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  RD-COMPANY-CODE         PIC X(03).
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  RD-ACCOUNT-NUMBER       PIC X(10).
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  RD-OLD-ROLE             PIC X(01).
015100     05  FILLER                  PIC X(01) VALUE '/'.
015200     05  RD-OLD-STATUS           PIC X(01).
015300     05  FILLER                  PIC X(08) VALUE SPACES.
015400     05  RD-NEW-ROLE             PIC X(01).
015500     05  FILLER                  PIC X(01) VALUE '/'.
015600     05  RD-NEW-STATUS           PIC X(01).
015700     05  FILLER                  PIC X(06) VALUE SPACES.
015800     05  RD-ENTERED-BY           PIC X(08).
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
018300     OPEN I-O LINK-FILE
018400     IF FS-LINK-FILE = '35'
018500         OPEN OUTPUT LINK-FILE
018600         IF FS-LINK-FILE = '00'
018700             CLOSE LINK-FILE
018800             OPEN I-O LINK-FILE
018900         END-IF
019000     END-IF
019100     IF FS-LINK-FILE NOT = '00' AND '05'
019200         DISPLAY 'CIFLNK-MAINT: LINK FILE OPEN FAILED, STATUS='
019300             FS-LINK-FILE
019400         MOVE 8 TO RETURN-CODE
019500         MOVE 'Y' TO EOF-SWITCH
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF
019800     MOVE 'Y' TO WS-LINK-OPEN-SWITCH
019900     OPEN INPUT CUSTOMER-FILE
020000     IF FS-CUSTOMER-FILE NOT = '00' AND '05'
020100         DISPLAY 'CIFLNK-MAINT: CIFMSTR OPEN FAILED, STATUS='
020200             FS-CUSTOMER-FILE
020300         MOVE 8 TO RETURN-CODE
020400         MOVE 'Y' TO EOF-SWITCH
020500         GO TO 1000-INITIALIZE-EXIT
020600     END-IF
020700     MOVE 'Y' TO WS-CUSTOMER-OPEN-SWITCH
020800     OPEN INPUT MASTER-FILE
020900     IF FS-MASTER-FILE NOT = '00' AND '05'
021000         DISPLAY 'CIFLNK-MAINT: INPTMSTR OPEN FAILED, STATUS='
021100             FS-MASTER-FILE
021200         MOVE 8 TO RETURN-CODE
021300         MOVE 'Y' TO EOF-SWITCH
021400         GO TO 1000-INITIALIZE-EXIT
021500     END-IF
021600     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
021700     OPEN INPUT LINK-TRAN-FILE
021800     IF FS-LINK-TRAN-FILE NOT = '00'
021900         DISPLAY 'CIFLNK-MAINT: NO MAINTENANCE TRANSACTIONS - '
022000             'NOTHING TO APPLY'
022100         MOVE 'Y' TO EOF-SWITCH
022200         GO TO 1000-INITIALIZE-EXIT
022300     END-IF
022400     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
022500     OPEN OUTPUT REGISTER-FILE
022600     MOVE WS-RUN-DATE TO RH-RUN-DATE
022700     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
022800     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
022900     PERFORM 2100-READ-TRANSACTION
023000         THRU 2100-READ-TRANSACTION-EXIT.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400 2000-APPLY-TRANSACTION.
023500     ADD 1 TO WS-TRAN-COUNT
023600     MOVE SPACES TO WS-REJECT-REASON
023700     MOVE SPACES TO WS-LINK-RECORD
023800     MOVE ZERO TO CL-CUSTOMER-NUMBER OF WS-LINK-RECORD
023900     IF LX-CUSTOMER-NUMBER NUMERIC
024000         MOVE LX-CUSTOMER-NUMBER
024100             TO CL-CUSTOMER-NUMBER OF WS-LINK-RECORD
024200     END-IF
024300     MOVE LX-COMPANY-CODE TO CL-COMPANY-CODE OF WS-LINK-RECORD
024400     MOVE LX-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER OF WS-LINK-RECORD
024500     MOVE LX-ROLE-CODE TO CL-ROLE-CODE OF WS-LINK-RECORD
024600     MOVE 'C' TO CL-LINK-STATUS OF WS-LINK-RECORD
024700     MOVE LX-ENTERED-BY TO CL-ENTERED-BY OF WS-LINK-RECORD
024800     MOVE WS-RUN-DATE TO CL-CHANGED-DATE OF WS-LINK-RECORD
024900     MOVE SPACES TO RD-OLD-ROLE
025000     MOVE SPACES TO RD-OLD-STATUS
025100     PERFORM 2200-EDIT-TRANSACTION
025200         THRU 2200-EDIT-TRANSACTION-EXIT
025300     IF WS-REJECT-REASON NOT = SPACES
025400         PERFORM 7000-WRITE-REGISTER-REJECT
025500             THRU 7000-WRITE-REGISTER-REJECT-EXIT
025600         GO TO 2000-APPLY-TRANSACTION-NEXT
025700     END-IF
025800     IF LX-ADD-ACTION
025900         PERFORM 3000-ADD-LINK
026000             THRU 3000-ADD-LINK-EXIT
026100     ELSE
026200         IF LX-CHANGE-ACTION
026300             PERFORM 4000-CHANGE-LINK
026400                 THRU 4000-CHANGE-LINK-EXIT
026500         ELSE
026600             PERFORM 5000-DELETE-LINK
026700                 THRU 5000-DELETE-LINK-EXIT
026800         END-IF
026900     END-IF.
027000 2000-APPLY-TRANSACTION-NEXT.
027100     PERFORM 2100-READ-TRANSACTION
027200         THRU 2100-READ-TRANSACTION-EXIT.
027300 2000-APPLY-TRANSACTION-EXIT.
027400     EXIT.
027500
027600 2100-READ-TRANSACTION.
027700     READ LINK-TRAN-FILE
027800         AT END
027900             MOVE 'Y' TO EOF-SWITCH
028000     END-READ.
028100 2100-READ-TRANSACTION-EXIT.
028200     EXIT.
028300
028400*--------------------------------------------------------------
028500* LINK EDITS - THE KEY NEEDS A NON-ZERO CUSTOMER NUMBER AND A
028600* COMPANY. AN ADD OR CHANGE ALSO NEEDS THE CUSTOMER ON CIFMSTR,
028700* THE ACCOUNT ON INPTMSTR UNDER ITS COMPANY, A PRIMARY, JOINT OR
028800* TRUSTEE ROLE, AND THE ENTERED-BY ID; A DELETE NEEDS ONLY THE
028900* KEY.
029000*--------------------------------------------------------------
029100 2200-EDIT-TRANSACTION.
029200     IF NOT LX-ADD-ACTION AND
029300        NOT LX-CHANGE-ACTION AND
029400        NOT LX-DELETE-ACTION
029500         MOVE 'ACTN' TO WS-REJECT-REASON
029600         GO TO 2200-EDIT-TRANSACTION-EXIT
029700     END-IF
029800     IF CL-CUSTOMER-NUMBER OF WS-LINK-RECORD = ZERO
029900         MOVE 'CUST' TO WS-REJECT-REASON
030000         GO TO 2200-EDIT-TRANSACTION-EXIT
030100     END-IF
030200     IF LX-COMPANY-CODE = SPACES
030300         MOVE 'COMP' TO WS-REJECT-REASON
030400         GO TO 2200-EDIT-TRANSACTION-EXIT
030500     END-IF
030600     IF LX-DELETE-ACTION
030700         GO TO 2200-EDIT-TRANSACTION-EXIT
030800     END-IF
030900     MOVE CL-CUSTOMER-NUMBER OF WS-LINK-RECORD
031000         TO CF-CUSTOMER-NUMBER
031100     READ CUSTOMER-FILE
031200         INVALID KEY
031300             MOVE 'CUST' TO WS-REJECT-REASON
031400     END-READ
031500     IF WS-REJECT-REASON NOT = SPACES
031600         GO TO 2200-EDIT-TRANSACTION-EXIT
031700     END-IF
031710     MOVE LX-COMPANY-CODE
031720         TO WS-AC-COMPANY-CODE
031730     MOVE LX-ACCOUNT-NUMBER
031740         TO WS-AC-ACCOUNT-NUMBER
031750     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
031760     IF WS-AC-CHECK-FAILED
031770         MOVE 'CHKD' TO WS-REJECT-REASON
031780         GO TO 2200-EDIT-TRANSACTION-EXIT
031790     END-IF
031800     MOVE LX-COMPANY-CODE TO IR-COMPANY-CODE
031900     MOVE LX-ACCOUNT-NUMBER TO IR-ACCOUNT-NUMBER
032000     READ MASTER-FILE
032100         INVALID KEY
032200             MOVE 'ACCT' TO WS-REJECT-REASON
032300     END-READ
032400     IF WS-REJECT-REASON NOT = SPACES
032500         GO TO 2200-EDIT-TRANSACTION-EXIT
032600     END-IF
032700     IF NOT CL-VALID-ROLE OF WS-LINK-RECORD
032800         MOVE 'ROLE' TO WS-REJECT-REASON
032900         GO TO 2200-EDIT-TRANSACTION-EXIT
033000     END-IF
033100     IF LX-ENTERED-BY = SPACES
033200         MOVE 'ENTR' TO WS-REJECT-REASON
033300     END-IF.
033400 2200-EDIT-TRANSACTION-EXIT.
033500     EXIT.
033600
033700 3000-ADD-LINK.
033800     MOVE WS-LINK-RECORD TO LINK-RECORD
033900     WRITE LINK-RECORD
034000         INVALID KEY
034100             MOVE 'DUP ' TO WS-REJECT-REASON
034200             PERFORM 7000-WRITE-REGISTER-REJECT
034300                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
034400         NOT INVALID KEY
034500             ADD 1 TO WS-ADD-COUNT
034600             PERFORM 7100-WRITE-REGISTER-APPLIED
034700                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
034800     END-WRITE.
034900 3000-ADD-LINK-EXIT.
035000     EXIT.
035100
035200*--------------------------------------------------------------
035300* A CHANGE OR DELETE READS THE LINK FIRST SO THE REGISTER CAN
035400* SHOW THE ROLE AND STATUS IT REPLACED. A CHANGE OF A DRAFT
035500* LINK IS ITS CONFIRMATION AND IS COUNTED AS SUCH.
035600*--------------------------------------------------------------
035700 4000-CHANGE-LINK.
035800     PERFORM 6000-READ-OLD-LINK
035900         THRU 6000-READ-OLD-LINK-EXIT
036000     IF WS-REJECT-REASON NOT = SPACES
036100         GO TO 4000-CHANGE-LINK-EXIT
036200     END-IF
036300     MOVE WS-LINK-RECORD TO LINK-RECORD
036400     REWRITE LINK-RECORD
036500         INVALID KEY
036600             MOVE 'NOTF' TO WS-REJECT-REASON
036700             PERFORM 7000-WRITE-REGISTER-REJECT
036800                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
036900         NOT INVALID KEY
037000             ADD 1 TO WS-CHANGE-COUNT
037100             IF RD-OLD-STATUS = 'D'
037200                 ADD 1 TO WS-CONFIRMED-COUNT
037300             END-IF
037400             PERFORM 7100-WRITE-REGISTER-APPLIED
037500                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
037600     END-REWRITE.
037700 4000-CHANGE-LINK-EXIT.
037800     EXIT.
037900
038000 5000-DELETE-LINK.
038100     PERFORM 6000-READ-OLD-LINK
038200         THRU 6000-READ-OLD-LINK-EXIT
038300     IF WS-REJECT-REASON NOT = SPACES
038400         GO TO 5000-DELETE-LINK-EXIT
038500     END-IF
038600     MOVE SPACES TO CL-ROLE-CODE OF WS-LINK-RECORD
038700     MOVE SPACES TO CL-LINK-STATUS OF WS-LINK-RECORD
038800     DELETE LINK-FILE
038900         INVALID KEY
039000             MOVE 'NOTF' TO WS-REJECT-REASON
039100             PERFORM 7000-WRITE-REGISTER-REJECT
039200                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
039300         NOT INVALID KEY
039400             ADD 1 TO WS-DELETE-COUNT
039500             PERFORM 7100-WRITE-REGISTER-APPLIED
039600                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
039700     END-DELETE.
039800 5000-DELETE-LINK-EXIT.
039900     EXIT.
040000
040100 6000-READ-OLD-LINK.
040200     MOVE CL-LINK-KEY OF WS-LINK-RECORD
040300         TO CL-LINK-KEY OF LINK-RECORD
040400     READ LINK-FILE
040500         INVALID KEY
040600             MOVE 'NOTF' TO WS-REJECT-REASON
040700             PERFORM 7000-WRITE-REGISTER-REJECT
040800                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
040900         NOT INVALID KEY
041000             MOVE CL-ROLE-CODE OF LINK-RECORD TO RD-OLD-ROLE
041100             MOVE CL-LINK-STATUS OF LINK-RECORD TO RD-OLD-STATUS
041200     END-READ.
041300 6000-READ-OLD-LINK-EXIT.
041400     EXIT.
041500
041600 7000-WRITE-REGISTER-REJECT.
041700     ADD 1 TO WS-REJECTED-COUNT
041800     PERFORM 7200-FORMAT-REGISTER-KEY
041900         THRU 7200-FORMAT-REGISTER-KEY-EXIT
042000     MOVE 'REJ' TO RD-DISPOSITION
042100     MOVE WS-REJECT-REASON TO RD-REASON-CODE
042200     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
042300     DISPLAY 'CIFLNK-MAINT: REJECTED TRANSACTION, REASON='
042400         WS-REJECT-REASON.
042500 7000-WRITE-REGISTER-REJECT-EXIT.
042600     EXIT.
042700
042800 7100-WRITE-REGISTER-APPLIED.
042900     PERFORM 7200-FORMAT-REGISTER-KEY
043000         THRU 7200-FORMAT-REGISTER-KEY-EXIT
043100     MOVE 'APP' TO RD-DISPOSITION
043200     MOVE SPACES TO RD-REASON-CODE
043300     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
043400 7100-WRITE-REGISTER-APPLIED-EXIT.
043500     EXIT.
043600
043700 7200-FORMAT-REGISTER-KEY.
043800     MOVE LX-ACTION-CODE TO RD-ACTION-CODE
043900     MOVE LX-CUSTOMER-NUMBER TO RD-CUSTOMER-NUMBER
044000     MOVE CL-COMPANY-CODE OF WS-LINK-RECORD TO RD-COMPANY-CODE
044100     MOVE CL-ACCOUNT-NUMBER OF WS-LINK-RECORD
044200         TO RD-ACCOUNT-NUMBER
044300     MOVE CL-ROLE-CODE OF WS-LINK-RECORD TO RD-NEW-ROLE
044400     MOVE CL-LINK-STATUS OF WS-LINK-RECORD TO RD-NEW-STATUS
044500     MOVE CL-ENTERED-BY OF WS-LINK-RECORD TO RD-ENTERED-BY.
044600 7200-FORMAT-REGISTER-KEY-EXIT.
044700     EXIT.
044800
044900 8000-SUMMARIZE.
045000     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
045100     IF WS-TRAN-FILE-OPEN
045200         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
045300     END-IF
045400     DISPLAY 'CIFLNK-MAINT: TRANSACTIONS READ.. ' WS-TRAN-COUNT
045500     DISPLAY 'CIFLNK-MAINT: ADDS APPLIED....... ' WS-ADD-COUNT
045600     DISPLAY 'CIFLNK-MAINT: CHANGES APPLIED.... '
045700         WS-CHANGE-COUNT
045800     DISPLAY 'CIFLNK-MAINT: DRAFTS CONFIRMED... '
045900         WS-CONFIRMED-COUNT
046000     DISPLAY 'CIFLNK-MAINT: DELETES APPLIED.... '
046100         WS-DELETE-COUNT
046200     DISPLAY 'CIFLNK-MAINT: REJECTED........... '
046300         WS-REJECTED-COUNT
046400     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
046500         MOVE 4 TO RETURN-CODE
046600     END-IF.
046700 8000-SUMMARIZE-EXIT.
046800     EXIT.
046900
047000 9999-TERMINATE.
047100     IF WS-LINK-FILE-OPEN
047200         CLOSE LINK-FILE
047300     END-IF
047400     IF WS-CUSTOMER-FILE-OPEN
047500         CLOSE CUSTOMER-FILE
047600     END-IF
047700     IF WS-MASTER-FILE-OPEN
047800         CLOSE MASTER-FILE
047900     END-IF
048000     IF WS-TRAN-FILE-OPEN
048100         CLOSE LINK-TRAN-FILE
048200         CLOSE REGISTER-FILE
048300     END-IF.
048400 9999-TERMINATE-EXIT.
048500     EXIT.
