000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LIMIT-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE OVERDRAFT-LIMIT MASTER (LMTMSTR), IN
001200*                   THE CTL-MAINT MOLD. READS ADD/CHANGE/DELETE
001300*                   TRANSACTIONS FROM LMTTRAN, APPLIES THEM WITH
001400*                   INVALID KEY HANDLING, AND PRINTS A CHANGE
001500*                   REGISTER (LMTRPT) SHOWING EACH ACCOUNT'S LIMIT
001600*                   AND EXPIRY BEFORE AND AFTER THE CHANGE. EDITS
001700*                   KEEP A LIMIT FOR AN ACCOUNT NOT ON INPTMSTR,
001800*                   A ZERO LIMIT, AN EXPIRY ALREADY PAST, OR AN
001900*                   ENTRY WITH NO APPROVING OFFICER OFF THE
002000*                   MASTER.
002010* 2026-10-15  DLBS  AN ACCOUNT NUMBER WHOSE BASE FALLS INSIDE ONE
002020*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
002030*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR THE
002040*                   TRANSACTION IS REJECTED 'CHKD' - A MIS-KEYED
002050*                   NUMBER IS CAUGHT AS SUCH INSTEAD OF LANDING ON
002060*                   THE WRONG ACCOUNT. A DELETE NEEDS ONLY THE KEY
002070*                   AND IS NOT CHECKED. A LEGACY NUMBER OUTSIDE
002080*                   EVERY RANGE STANDS.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT LIMIT-FILE ASSIGN TO 'LMTMSTR'
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS LM-MASTER-KEY OF LIMIT-RECORD
002900         FILE STATUS IS FS-LIMIT-FILE.
003000     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS IR-MASTER-KEY
003400         FILE STATUS IS FS-MASTER-FILE.
003500     SELECT LMT-TRAN-FILE ASSIGN TO 'LMTTRAN'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-LMT-TRAN-FILE.
003800     SELECT REGISTER-FILE ASSIGN TO 'LMTRPT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-REGISTER-FILE.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  LIMIT-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  LIMIT-RECORD.
004700     COPY LIMITREC.
004800
004900 FD  MASTER-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  MASTER-RECORD.
005200     COPY INPTREC.
005300
005400 FD  LMT-TRAN-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  LMT-TRAN-RECORD.
005700     05  LT-ACTION-CODE          PIC X(01).
005800         88  LT-ADD-ACTION               VALUE 'A'.
005900         88  LT-CHANGE-ACTION            VALUE 'C'.
006000         88  LT-DELETE-ACTION            VALUE 'D'.
006100     05  LT-FILL-1               PIC X(01).
006200     05  LT-COMPANY-CODE         PIC X(03).
006300     05  LT-FILL-2               PIC X(01).
006400     05  LT-ACCOUNT-NUMBER       PIC X(10).
006500     05  LT-FILL-3               PIC X(01).
006600     05  LT-LIMIT-AMOUNT         PIC 9(07)V99.
006700     05  LT-FILL-4               PIC X(01).
006800     05  LT-EXPIRY-DATE          PIC 9(08).
006900     05  LT-FILL-5               PIC X(01).
007000     05  LT-APPROVED-BY          PIC X(08).
007100
007200 FD  REGISTER-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  REGISTER-RECORD             PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700 01  FS-LIMIT-FILE               PIC X(02) VALUE '00'.
007800 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
007900 01  FS-LMT-TRAN-FILE            PIC X(02) VALUE '00'.
008000 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
008100 01  WS-SWITCHES.
008200     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
008300         88  END-OF-FILE                    VALUE 'Y'.
008400     05  WS-LIMIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
008500         88  WS-LIMIT-FILE-OPEN              VALUE 'Y'.
008600     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
008700         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
008800     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008900         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
009000
009100 01  WS-RUN-DATE                 PIC 9(08).
009200
009300*--------------------------------------------------------------
009400* WORKING COPY OF THE LIMIT ENTRY - THE TRANSACTION IS LANDED
009500* HERE SO ITS FIELDS CAN BE EDITED BEFORE THE MASTER IS
009600* TOUCHED, AS CTL-MAINT STAGES ITS CONTROL ENTRY.
009700*--------------------------------------------------------------
009800 01  WS-LIMIT-RECORD.
009900     COPY LIMITREC.
010000
010100 01  WS-REJECT-REASON            PIC X(04).
010107
010114*--------------------------------------------------------------
010121* SHARED ACCT-CHECK CALL PARAMETER
010128*--------------------------------------------------------------
010135 01  WS-ACCT-CHECK-PARM.
010142     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'LIMIT-MAINT'.
010149     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
010156     05  WS-AC-MASTER-KEY.
010163         10  WS-AC-COMPANY-CODE  PIC X(03).
010170         10  WS-AC-ACCOUNT-NUMBER
010177                                 PIC X(10).
010184     05  WS-AC-RESULT            PIC X(01).
010191         88  WS-AC-CHECK-FAILED          VALUE 'N'.
010200
010300 01  WS-COUNTERS.
010400     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
010500     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
010600     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
010700     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
010800     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
010900
011000*--------------------------------------------------------------
011100* CHANGE REGISTER LINES - THE OLD LIMIT AND EXPIRY COME FROM
011200* THE MASTER RECORD AS IT STOOD BEFORE THE TRANSACTION.
011300*--------------------------------------------------------------
011400 01  WS-REGISTER-HEADING.
011500     05  FILLER                  PIC X(34)
011600         VALUE 'LIMIT-MAINT CHANGE REGISTER       '.
011700     05  RH-RUN-DATE             PIC X(08).
011800 01  WS-REGISTER-COLUMNS.
011900     05  FILLER                  PIC X(44)
012000         VALUE 'ACT CO  ACCOUNT       OLD LIMIT OLD EXP     '.
012100     05  FILLER                  PIC X(35)
012200         VALUE 'NEW LIMIT NEW EXP  OFFICER  DISP   '.
012300 01  WS-REGISTER-DETAIL.
012400     05  RD-ACTION-CODE          PIC X(01).
012500     05  FILLER                  PIC X(03) VALUE SPACES.
012600     05  RD-COMPANY-CODE         PIC X(03).
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  RD-ACCOUNT-NUMBER       PIC X(10).
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  RD-OLD-LIMIT            PIC Z,ZZZ,ZZ9.99.
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  RD-OLD-EXPIRY           PIC X(08).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  RD-NEW-LIMIT            PIC Z,ZZZ,ZZ9.99.
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  RD-NEW-EXPIRY           PIC X(08).
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  RD-APPROVED-BY          PIC X(08).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  RD-DISPOSITION          PIC X(03).
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  RD-REASON-CODE          PIC X(04).
014300 01  WS-REGISTER-TOTAL.
014400     05  FILLER                  PIC X(24)
014500         VALUE 'TOTAL TRANSACTIONS READ '.
014600     05  RT-TRAN-COUNT           PIC 9(07).
014700
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE
015100         THRU 1000-INITIALIZE-EXIT
015200     PERFORM 2000-APPLY-TRANSACTION
015300         THRU 2000-APPLY-TRANSACTION-EXIT
015400         UNTIL END-OF-FILE
015500     PERFORM 8000-SUMMARIZE
015600         THRU 8000-SUMMARIZE-EXIT
015700     PERFORM 9999-TERMINATE
015800         THRU 9999-TERMINATE-EXIT
015900     STOP RUN.
016000
016100 1000-INITIALIZE.
016200     CALL 'PROC-DATE' USING WS-RUN-DATE
016300     OPEN I-O LIMIT-FILE
016400     IF FS-LIMIT-FILE = '35'
016500         OPEN OUTPUT LIMIT-FILE
016600         IF FS-LIMIT-FILE = '00'
016700             CLOSE LIMIT-FILE
016800             OPEN I-O LIMIT-FILE
016900         END-IF
017000     END-IF
017100     IF FS-LIMIT-FILE NOT = '00' AND '05'
017200         DISPLAY 'LIMIT-MAINT: MASTER OPEN FAILED, STATUS='
017300             FS-LIMIT-FILE
017400         MOVE 8 TO RETURN-CODE
017500         MOVE 'Y' TO EOF-SWITCH
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017800     MOVE 'Y' TO WS-LIMIT-OPEN-SWITCH
017900     OPEN INPUT MASTER-FILE
018000     IF FS-MASTER-FILE NOT = '00' AND '05'
018100         DISPLAY 'LIMIT-MAINT: INPTMSTR OPEN FAILED, STATUS='
018200             FS-MASTER-FILE
018300         MOVE 8 TO RETURN-CODE
018400         MOVE 'Y' TO EOF-SWITCH
018500         GO TO 1000-INITIALIZE-EXIT
018600     END-IF
018700     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
018800     OPEN INPUT LMT-TRAN-FILE
018900     IF FS-LMT-TRAN-FILE NOT = '00'
019000         DISPLAY 'LIMIT-MAINT: NO MAINTENANCE TRANSACTIONS - '
019100             'NOTHING TO APPLY'
019200         MOVE 'Y' TO EOF-SWITCH
019300         GO TO 1000-INITIALIZE-EXIT
019400     END-IF
019500     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
019600     OPEN OUTPUT REGISTER-FILE
019700     MOVE WS-RUN-DATE TO RH-RUN-DATE
019800     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
019900     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
020000     PERFORM 2100-READ-TRANSACTION
020100         THRU 2100-READ-TRANSACTION-EXIT.
020200 1000-INITIALIZE-EXIT.
020300     EXIT.
020400
020500 2000-APPLY-TRANSACTION.
020600     ADD 1 TO WS-TRAN-COUNT
020700     MOVE SPACES TO WS-REJECT-REASON
020800     MOVE SPACES TO WS-LIMIT-RECORD
020900     MOVE LT-COMPANY-CODE TO LM-COMPANY-CODE OF WS-LIMIT-RECORD
021000     MOVE LT-ACCOUNT-NUMBER TO
021100         LM-ACCOUNT-NUMBER OF WS-LIMIT-RECORD
021200     MOVE ZERO TO LM-LIMIT-AMOUNT OF WS-LIMIT-RECORD
021300     IF LT-LIMIT-AMOUNT NUMERIC
021400         MOVE LT-LIMIT-AMOUNT
021500             TO LM-LIMIT-AMOUNT OF WS-LIMIT-RECORD
021600     END-IF
021700     MOVE LT-EXPIRY-DATE TO LM-EXPIRY-DATE OF WS-LIMIT-RECORD
021800     MOVE LT-APPROVED-BY TO LM-APPROVED-BY OF WS-LIMIT-RECORD
021900     MOVE WS-RUN-DATE TO LM-CHANGED-DATE OF WS-LIMIT-RECORD
022000     MOVE ZERO TO RD-OLD-LIMIT
022100     MOVE SPACES TO RD-OLD-EXPIRY
022200     PERFORM 2200-EDIT-TRANSACTION
022300         THRU 2200-EDIT-TRANSACTION-EXIT
022400     IF WS-REJECT-REASON NOT = SPACES
022500         PERFORM 7000-WRITE-REGISTER-REJECT
022600             THRU 7000-WRITE-REGISTER-REJECT-EXIT
022700         GO TO 2000-APPLY-TRANSACTION-NEXT
022800     END-IF
022900     IF LT-ADD-ACTION
023000         PERFORM 3000-ADD-LIMIT-ENTRY
023100             THRU 3000-ADD-LIMIT-ENTRY-EXIT
023200     ELSE
023300         IF LT-CHANGE-ACTION
023400             PERFORM 4000-CHANGE-LIMIT-ENTRY
023500                 THRU 4000-CHANGE-LIMIT-ENTRY-EXIT
023600         ELSE
023700             PERFORM 5000-DELETE-LIMIT-ENTRY
023800                 THRU 5000-DELETE-LIMIT-ENTRY-EXIT
023900         END-IF
024000     END-IF.
024100 2000-APPLY-TRANSACTION-NEXT.
024200     PERFORM 2100-READ-TRANSACTION
024300         THRU 2100-READ-TRANSACTION-EXIT.
024400 2000-APPLY-TRANSACTION-EXIT.
024500     EXIT.
024600
024700 2100-READ-TRANSACTION.
024800     READ LMT-TRAN-FILE
024900         AT END
025000             MOVE 'Y' TO EOF-SWITCH
025100     END-READ.
025200 2100-READ-TRANSACTION-EXIT.
025300     EXIT.
025400
025500*--------------------------------------------------------------
025600* ENTRY EDITS - THE ACCOUNT MUST BE ON INPTMSTR UNDER ITS
025700* COMPANY. AN ADD OR CHANGE NEEDS A NON-ZERO LIMIT, AN EXPIRY
025800* NOT ALREADY PAST, AND THE APPROVING OFFICER; A DELETE NEEDS
025900* ONLY THE KEY.
026000*--------------------------------------------------------------
026100 2200-EDIT-TRANSACTION.
026200     IF NOT LT-ADD-ACTION AND
026300        NOT LT-CHANGE-ACTION AND
026400        NOT LT-DELETE-ACTION
026500         MOVE 'ACTN' TO WS-REJECT-REASON
026600         GO TO 2200-EDIT-TRANSACTION-EXIT
026700     END-IF
026800     IF LT-COMPANY-CODE = SPACES
026900         MOVE 'COMP' TO WS-REJECT-REASON
027000         GO TO 2200-EDIT-TRANSACTION-EXIT
027100     END-IF
027200     IF LT-DELETE-ACTION
027300         GO TO 2200-EDIT-TRANSACTION-EXIT
027400     END-IF
027410     MOVE LM-MASTER-KEY OF WS-LIMIT-RECORD
027420         TO WS-AC-MASTER-KEY
027430     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
027440     IF WS-AC-CHECK-FAILED
027450         MOVE 'CHKD' TO WS-REJECT-REASON
027460         GO TO 2200-EDIT-TRANSACTION-EXIT
027470     END-IF
027500     MOVE LM-MASTER-KEY OF WS-LIMIT-RECORD TO IR-MASTER-KEY
027600     READ MASTER-FILE
027700         INVALID KEY
027800             MOVE 'ACCT' TO WS-REJECT-REASON
027900     END-READ
028000     IF WS-REJECT-REASON NOT = SPACES
028100         GO TO 2200-EDIT-TRANSACTION-EXIT
028200     END-IF
028300     IF NOT LT-LIMIT-AMOUNT NUMERIC OR LT-LIMIT-AMOUNT = ZERO
028400         MOVE 'AMNT' TO WS-REJECT-REASON
028500         GO TO 2200-EDIT-TRANSACTION-EXIT
028600     END-IF
028700     IF NOT LT-EXPIRY-DATE NUMERIC OR
028800        LT-EXPIRY-DATE < WS-RUN-DATE
028900         MOVE 'EXPD' TO WS-REJECT-REASON
029000         GO TO 2200-EDIT-TRANSACTION-EXIT
029100     END-IF
029200     IF LT-APPROVED-BY = SPACES
029300         MOVE 'OFCR' TO WS-REJECT-REASON
029400     END-IF.
029500 2200-EDIT-TRANSACTION-EXIT.
029600     EXIT.
029700
029800 3000-ADD-LIMIT-ENTRY.
029900     MOVE WS-LIMIT-RECORD TO LIMIT-RECORD
030000     WRITE LIMIT-RECORD
030100         INVALID KEY
030200             MOVE 'DUP ' TO WS-REJECT-REASON
030300             PERFORM 7000-WRITE-REGISTER-REJECT
030400                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
030500         NOT INVALID KEY
030600             ADD 1 TO WS-ADD-COUNT
030700             PERFORM 7100-WRITE-REGISTER-APPLIED
030800                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
030900     END-WRITE.
031000 3000-ADD-LIMIT-ENTRY-EXIT.
031100     EXIT.
031200
031300*--------------------------------------------------------------
031400* A CHANGE OR DELETE READS THE ENTRY FIRST SO THE REGISTER CAN
031500* SHOW THE LIMIT AND EXPIRY IT REPLACED.
031600*--------------------------------------------------------------
031700 4000-CHANGE-LIMIT-ENTRY.
031800     PERFORM 6000-READ-OLD-ENTRY
031900         THRU 6000-READ-OLD-ENTRY-EXIT
032000     IF WS-REJECT-REASON NOT = SPACES
032100         GO TO 4000-CHANGE-LIMIT-ENTRY-EXIT
032200     END-IF
032300     MOVE WS-LIMIT-RECORD TO LIMIT-RECORD
032400     REWRITE LIMIT-RECORD
032500         INVALID KEY
032600             MOVE 'NOTF' TO WS-REJECT-REASON
032700             PERFORM 7000-WRITE-REGISTER-REJECT
032800                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
032900         NOT INVALID KEY
033000             ADD 1 TO WS-CHANGE-COUNT
033100             PERFORM 7100-WRITE-REGISTER-APPLIED
033200                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
033300     END-REWRITE.
033400 4000-CHANGE-LIMIT-ENTRY-EXIT.
033500     EXIT.
033600
033700 5000-DELETE-LIMIT-ENTRY.
033800     PERFORM 6000-READ-OLD-ENTRY
033900         THRU 6000-READ-OLD-ENTRY-EXIT
034000     IF WS-REJECT-REASON NOT = SPACES
034100         GO TO 5000-DELETE-LIMIT-ENTRY-EXIT
034200     END-IF
034300     MOVE ZERO TO LM-LIMIT-AMOUNT OF WS-LIMIT-RECORD
034400     MOVE ZERO TO LM-EXPIRY-DATE OF WS-LIMIT-RECORD
034500     DELETE LIMIT-FILE
034600         INVALID KEY
034700             MOVE 'NOTF' TO WS-REJECT-REASON
034800             PERFORM 7000-WRITE-REGISTER-REJECT
034900                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
035000         NOT INVALID KEY
035100             ADD 1 TO WS-DELETE-COUNT
035200             PERFORM 7100-WRITE-REGISTER-APPLIED
035300                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
035400     END-DELETE.
035500 5000-DELETE-LIMIT-ENTRY-EXIT.
035600     EXIT.
035700
035800 6000-READ-OLD-ENTRY.
035900     MOVE LM-MASTER-KEY OF WS-LIMIT-RECORD
036000         TO LM-MASTER-KEY OF LIMIT-RECORD
036100     READ LIMIT-FILE
036200         INVALID KEY
036300             MOVE 'NOTF' TO WS-REJECT-REASON
036400             PERFORM 7000-WRITE-REGISTER-REJECT
036500                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
036600         NOT INVALID KEY
036700             MOVE LM-LIMIT-AMOUNT OF LIMIT-RECORD TO RD-OLD-LIMIT
036800             MOVE LM-EXPIRY-DATE OF LIMIT-RECORD TO RD-OLD-EXPIRY
036900     END-READ.
037000 6000-READ-OLD-ENTRY-EXIT.
037100     EXIT.
037200
037300 7000-WRITE-REGISTER-REJECT.
037400     ADD 1 TO WS-REJECTED-COUNT
037500     PERFORM 7200-FORMAT-REGISTER-KEY
037600         THRU 7200-FORMAT-REGISTER-KEY-EXIT
037700     MOVE 'REJ' TO RD-DISPOSITION
037800     MOVE WS-REJECT-REASON TO RD-REASON-CODE
037900     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
038000     DISPLAY 'LIMIT-MAINT: REJECTED TRANSACTION, REASON='
038100         WS-REJECT-REASON.
038200 7000-WRITE-REGISTER-REJECT-EXIT.
038300     EXIT.
038400
038500 7100-WRITE-REGISTER-APPLIED.
038600     PERFORM 7200-FORMAT-REGISTER-KEY
038700         THRU 7200-FORMAT-REGISTER-KEY-EXIT
038800     MOVE 'APP' TO RD-DISPOSITION
038900     MOVE SPACES TO RD-REASON-CODE
039000     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
039100 7100-WRITE-REGISTER-APPLIED-EXIT.
039200     EXIT.
039300
039400 7200-FORMAT-REGISTER-KEY.
039500     MOVE LT-ACTION-CODE TO RD-ACTION-CODE
039600     MOVE LM-COMPANY-CODE OF WS-LIMIT-RECORD TO RD-COMPANY-CODE
039700     MOVE LM-ACCOUNT-NUMBER OF WS-LIMIT-RECORD
039800         TO RD-ACCOUNT-NUMBER
039900     MOVE LM-LIMIT-AMOUNT OF WS-LIMIT-RECORD TO RD-NEW-LIMIT
040000     MOVE LM-EXPIRY-DATE OF WS-LIMIT-RECORD TO RD-NEW-EXPIRY
040100     IF LT-DELETE-ACTION
040200         MOVE SPACES TO RD-NEW-EXPIRY
040300     END-IF
040400     MOVE LM-APPROVED-BY OF WS-LIMIT-RECORD TO RD-APPROVED-BY.
040500 7200-FORMAT-REGISTER-KEY-EXIT.
040600     EXIT.
040700
040800 8000-SUMMARIZE.
040900     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
041000     IF WS-TRAN-FILE-OPEN
041100         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
041200     END-IF
041300     DISPLAY 'LIMIT-MAINT: TRANSACTIONS READ... ' WS-TRAN-COUNT
041400     DISPLAY 'LIMIT-MAINT: ADDS APPLIED........ ' WS-ADD-COUNT
041500     DISPLAY 'LIMIT-MAINT: CHANGES APPLIED..... '
041600         WS-CHANGE-COUNT
041700     DISPLAY 'LIMIT-MAINT: DELETES APPLIED..... '
041800         WS-DELETE-COUNT
041900     DISPLAY 'LIMIT-MAINT: REJECTED............ '
042000         WS-REJECTED-COUNT
042100     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
042200         MOVE 4 TO RETURN-CODE
042300     END-IF.
042400 8000-SUMMARIZE-EXIT.
042500     EXIT.
042600
042700 9999-TERMINATE.
042800     IF WS-LIMIT-FILE-OPEN
042900         CLOSE LIMIT-FILE
043000     END-IF
043100     IF WS-MASTER-FILE-OPEN
043200         CLOSE MASTER-FILE
043300     END-IF
043400     IF WS-TRAN-FILE-OPEN
043500         CLOSE LMT-TRAN-FILE
043600         CLOSE REGISTER-FILE
043700     END-IF.
043800 9999-TERMINATE-EXIT.
043900     EXIT.
