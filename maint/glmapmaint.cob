000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLMAP-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE GENERAL-LEDGER MAPPING MASTER
001200*                   (GLMAP), IN THE CTL-MAINT MOLD. READS
001300*                   ADD/CHANGE/DELETE TRANSACTIONS FROM GLMTRAN,
001400*                   APPLIES THEM WITH INVALID KEY HANDLING, AND
001500*                   PRINTS A CHANGE REGISTER (GLMRPT) OF EVERY
001600*                   APPLIED AND REJECTED TRANSACTION. EDITS KEEP
001700*                   AN ENTRY WITH AN UNKNOWN CATEGORY, A BLANK
001800*                   COMPANY OR A MISSING GL ACCOUNT OFF THE
001900*                   MASTER, SO GL-EXTRACT NEVER MAPS ACTIVITY TO
002000*                   A BLANK LEDGER ACCOUNT.
002010* 2026-10-15  DLBS  FEE-INCOME CATEGORY 'FE' ACCEPTED.
002050* 2026-10-15  DLBS  WRITE-OFF CATEGORY 'WO' ACCEPTED.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS GM-MAP-KEY
002900         FILE STATUS IS FS-GL-MAP-FILE.
003000     SELECT GLM-TRAN-FILE ASSIGN TO 'GLMTRAN'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FS-GLM-TRAN-FILE.
003300     SELECT REGISTER-FILE ASSIGN TO 'GLMRPT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FS-REGISTER-FILE.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  GL-MAP-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 01  GL-MAP-RECORD.
004200     COPY GLMAPREC.
004300
004400 FD  GLM-TRAN-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  GLM-TRAN-RECORD.
004700     05  GT-ACTION-CODE          PIC X(01).
004800         88  GT-ADD-ACTION               VALUE 'A'.
004900         88  GT-CHANGE-ACTION            VALUE 'C'.
005000         88  GT-DELETE-ACTION            VALUE 'D'.
005100     05  GT-FILL-1               PIC X(01).
005200     05  GT-ENTRY-IMAGE          PIC X(60).
005300
005400 FD  REGISTER-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  REGISTER-RECORD             PIC X(80).
005700
005800 WORKING-STORAGE SECTION.
005900 01  FS-GL-MAP-FILE              PIC X(02) VALUE '00'.
006000 01  FS-GLM-TRAN-FILE            PIC X(02) VALUE '00'.
006100 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
006200 01  WS-SWITCHES.
006300     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
006400         88  END-OF-FILE                    VALUE 'Y'.
006500     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
006600         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
006700     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006800         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
006900
007000*--------------------------------------------------------------
007100* WORKING COPY OF THE MAPPING ENTRY - THE TRANSACTION'S IMAGE
007200* IS LANDED HERE SO ITS FIELDS CAN BE EDITED BEFORE THE MASTER
007300* IS TOUCHED, AS CTL-MAINT STAGES ITS CONTROL ENTRY.
007400*--------------------------------------------------------------
007500 01  WS-MAP-RECORD.
007600     COPY GLMAPREC.
007700
007800 01  WS-REJECT-REASON            PIC X(04).
007900
008000 01  WS-COUNTERS.
008100     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
008200     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
008300     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
008400     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
008500     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
008600
008700*--------------------------------------------------------------
008800* CHANGE REGISTER LINES
008900*--------------------------------------------------------------
009000 01  WS-REGISTER-HEADING.
009100     05  FILLER                  PIC X(34)
009200         VALUE 'GLMAP-MAINT CHANGE REGISTER       '.
009300     05  RH-RUN-DATE             PIC X(08).
009400 01  WS-REGISTER-COLUMNS.
009500     05  FILLER                  PIC X(42)
009600         VALUE 'ACT CO  BRCH CT DEBIT GL     CREDIT GL    '.
009700     05  FILLER                  PIC X(19)
009800         VALUE 'DISPOSITION  REASON'.
009900 01  WS-REGISTER-DETAIL.
010000     05  RD-ACTION-CODE          PIC X(01).
010100     05  FILLER                  PIC X(03) VALUE SPACES.
010200     05  RD-COMPANY-CODE         PIC X(03).
010300     05  FILLER                  PIC X(01) VALUE SPACE.
010400     05  RD-BRANCH-CODE          PIC X(04).
010500     05  FILLER                  PIC X(01) VALUE SPACE.
010600     05  RD-CATEGORY             PIC X(02).
010700     05  FILLER                  PIC X(01) VALUE SPACE.
010800     05  RD-DEBIT-GL-ACCOUNT     PIC X(12).
010900     05  FILLER                  PIC X(01) VALUE SPACE.
011000     05  RD-CREDIT-GL-ACCOUNT    PIC X(12).
011100     05  FILLER                  PIC X(01) VALUE SPACE.
011200     05  RD-DISPOSITION          PIC X(08).
011300     05  FILLER                  PIC X(05) VALUE SPACES.
011400     05  RD-REASON-CODE          PIC X(04).
011500 01  WS-REGISTER-TOTAL.
011600     05  FILLER                  PIC X(24)
011700         VALUE 'TOTAL TRANSACTIONS READ '.
011800     05  RT-TRAN-COUNT           PIC 9(07).
011900
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE
012300         THRU 1000-INITIALIZE-EXIT
012400     PERFORM 2000-APPLY-TRANSACTION
012500         THRU 2000-APPLY-TRANSACTION-EXIT
012600         UNTIL END-OF-FILE
012700     PERFORM 8000-SUMMARIZE
012800         THRU 8000-SUMMARIZE-EXIT
012900     PERFORM 9999-TERMINATE
013000         THRU 9999-TERMINATE-EXIT
013100     STOP RUN.
013200
013300 1000-INITIALIZE.
013400     OPEN I-O GL-MAP-FILE
013500     IF FS-GL-MAP-FILE = '35'
013600         OPEN OUTPUT GL-MAP-FILE
013700         IF FS-GL-MAP-FILE = '00'
013800             CLOSE GL-MAP-FILE
013900             OPEN I-O GL-MAP-FILE
014000         END-IF
014100     END-IF
014200     IF FS-GL-MAP-FILE NOT = '00' AND '05'
014300         DISPLAY 'GLMAP-MAINT: MASTER OPEN FAILED, STATUS='
014400             FS-GL-MAP-FILE
014500         MOVE 8 TO RETURN-CODE
014600         MOVE 'Y' TO EOF-SWITCH
014700         GO TO 1000-INITIALIZE-EXIT
014800     END-IF
014900     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
015000     OPEN INPUT GLM-TRAN-FILE
015100     IF FS-GLM-TRAN-FILE NOT = '00'
015200         DISPLAY 'GLMAP-MAINT: NO MAINTENANCE TRANSACTIONS - '
015300             'NOTHING TO APPLY'
015400         MOVE 'Y' TO EOF-SWITCH
015500         GO TO 1000-INITIALIZE-EXIT
015600     END-IF
015700     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
015800     OPEN OUTPUT REGISTER-FILE
015900     MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
016000     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
016100     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
016200     PERFORM 2100-READ-TRANSACTION
016300         THRU 2100-READ-TRANSACTION-EXIT.
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
016600
016700 2000-APPLY-TRANSACTION.
016800     ADD 1 TO WS-TRAN-COUNT
016900     MOVE SPACES TO WS-REJECT-REASON
017000     MOVE GT-ENTRY-IMAGE TO WS-MAP-RECORD
017100     PERFORM 2200-EDIT-TRANSACTION
017200         THRU 2200-EDIT-TRANSACTION-EXIT
017300     IF WS-REJECT-REASON NOT = SPACES
017400         PERFORM 7000-WRITE-REGISTER-REJECT
017500             THRU 7000-WRITE-REGISTER-REJECT-EXIT
017600         GO TO 2000-APPLY-TRANSACTION-NEXT
017700     END-IF
017800     IF GT-ADD-ACTION
017900         PERFORM 3000-ADD-MAP-ENTRY
018000             THRU 3000-ADD-MAP-ENTRY-EXIT
018100     ELSE
018200         IF GT-CHANGE-ACTION
018300             PERFORM 4000-CHANGE-MAP-ENTRY
018400                 THRU 4000-CHANGE-MAP-ENTRY-EXIT
018500         ELSE
018600             PERFORM 5000-DELETE-MAP-ENTRY
018700                 THRU 5000-DELETE-MAP-ENTRY-EXIT
018800         END-IF
018900     END-IF.
019000 2000-APPLY-TRANSACTION-NEXT.
019100     PERFORM 2100-READ-TRANSACTION
019200         THRU 2100-READ-TRANSACTION-EXIT.
019300 2000-APPLY-TRANSACTION-EXIT.
019400     EXIT.
019500
019600 2100-READ-TRANSACTION.
019700     READ GLM-TRAN-FILE
019800         AT END
019900             MOVE 'Y' TO EOF-SWITCH
020000     END-READ.
020100 2100-READ-TRANSACTION-EXIT.
020200     EXIT.
020300
020400*--------------------------------------------------------------
020500* ENTRY EDITS - A BLANK BRANCH IS ALLOWED (THE COMPANY-WIDE
020600* DEFAULT); A BLANK COMPANY, AN UNKNOWN CATEGORY, OR A MISSING
020700* DEBIT OR CREDIT GL ACCOUNT IS NOT.
020800*--------------------------------------------------------------
020900 2200-EDIT-TRANSACTION.
021000     IF NOT GT-ADD-ACTION AND
021100        NOT GT-CHANGE-ACTION AND
021200        NOT GT-DELETE-ACTION
021300         MOVE 'ACTN' TO WS-REJECT-REASON
021400         GO TO 2200-EDIT-TRANSACTION-EXIT
021500     END-IF
021600     IF GM-COMPANY-CODE OF WS-MAP-RECORD = SPACES
021700         MOVE 'COMP' TO WS-REJECT-REASON
021800         GO TO 2200-EDIT-TRANSACTION-EXIT
021900     END-IF
022000     IF NOT GM-CUSTOMER-DEBIT OF WS-MAP-RECORD AND
022100        NOT GM-CUSTOMER-CREDIT OF WS-MAP-RECORD AND
022200        NOT GM-INTEREST-ACCRUAL OF WS-MAP-RECORD AND
022300        NOT GM-INTEREST-CAPITALIZED OF WS-MAP-RECORD AND
022400        NOT GM-SUSPENSE OF WS-MAP-RECORD AND
022410        NOT GM-FEE-INCOME OF WS-MAP-RECORD AND
022450        NOT GM-WRITE-OFF OF WS-MAP-RECORD
022500         MOVE 'CATG' TO WS-REJECT-REASON
022600         GO TO 2200-EDIT-TRANSACTION-EXIT
022700     END-IF
022800     IF GT-DELETE-ACTION
022900         GO TO 2200-EDIT-TRANSACTION-EXIT
023000     END-IF
023100     IF GM-DEBIT-GL-ACCOUNT OF WS-MAP-RECORD = SPACES OR
023200        GM-CREDIT-GL-ACCOUNT OF WS-MAP-RECORD = SPACES
023300         MOVE 'GLAC' TO WS-REJECT-REASON
023400         GO TO 2200-EDIT-TRANSACTION-EXIT
023500     END-IF
023600     IF GM-DEBIT-GL-ACCOUNT OF WS-MAP-RECORD =
023700        GM-CREDIT-GL-ACCOUNT OF WS-MAP-RECORD
023800         MOVE 'SAME' TO WS-REJECT-REASON
023900     END-IF.
024000 2200-EDIT-TRANSACTION-EXIT.
024100     EXIT.
024200
024300 3000-ADD-MAP-ENTRY.
024400     MOVE WS-MAP-RECORD TO GL-MAP-RECORD
024500     WRITE GL-MAP-RECORD
024600         INVALID KEY
024700             MOVE 'DUP ' TO WS-REJECT-REASON
024800             PERFORM 7000-WRITE-REGISTER-REJECT
024900                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
025000         NOT INVALID KEY
025100             ADD 1 TO WS-ADD-COUNT
025200             PERFORM 7100-WRITE-REGISTER-APPLIED
025300                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
025400     END-WRITE.
025500 3000-ADD-MAP-ENTRY-EXIT.
025600     EXIT.
025700
025800 4000-CHANGE-MAP-ENTRY.
025900     MOVE WS-MAP-RECORD TO GL-MAP-RECORD
026000     REWRITE GL-MAP-RECORD
026100         INVALID KEY
026200             MOVE 'NOTF' TO WS-REJECT-REASON
026300             PERFORM 7000-WRITE-REGISTER-REJECT
026400                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
026500         NOT INVALID KEY
026600             ADD 1 TO WS-CHANGE-COUNT
026700             PERFORM 7100-WRITE-REGISTER-APPLIED
026800                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
026900     END-REWRITE.
027000 4000-CHANGE-MAP-ENTRY-EXIT.
027100     EXIT.
027200
027300 5000-DELETE-MAP-ENTRY.
027400     MOVE GM-MAP-KEY OF WS-MAP-RECORD
027500         TO GM-MAP-KEY OF GL-MAP-RECORD
027600     DELETE GL-MAP-FILE
027700         INVALID KEY
027800             MOVE 'NOTF' TO WS-REJECT-REASON
027900             PERFORM 7000-WRITE-REGISTER-REJECT
028000                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
028100         NOT INVALID KEY
028200             ADD 1 TO WS-DELETE-COUNT
028300             PERFORM 7100-WRITE-REGISTER-APPLIED
028400                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
028500     END-DELETE.
028600 5000-DELETE-MAP-ENTRY-EXIT.
028700     EXIT.
028800
028900 7000-WRITE-REGISTER-REJECT.
029000     ADD 1 TO WS-REJECTED-COUNT
029100     PERFORM 7200-FORMAT-REGISTER-KEY
029200         THRU 7200-FORMAT-REGISTER-KEY-EXIT
029300     MOVE 'REJECTED' TO RD-DISPOSITION
029400     MOVE WS-REJECT-REASON TO RD-REASON-CODE
029500     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
029600     DISPLAY 'GLMAP-MAINT: REJECTED TRANSACTION, REASON='
029700         WS-REJECT-REASON.
029800 7000-WRITE-REGISTER-REJECT-EXIT.
029900     EXIT.
030000
030100 7100-WRITE-REGISTER-APPLIED.
030200     PERFORM 7200-FORMAT-REGISTER-KEY
030300         THRU 7200-FORMAT-REGISTER-KEY-EXIT
030400     MOVE 'APPLIED ' TO RD-DISPOSITION
030500     MOVE SPACES TO RD-REASON-CODE
030600     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
030700 7100-WRITE-REGISTER-APPLIED-EXIT.
030800     EXIT.
030900
031000 7200-FORMAT-REGISTER-KEY.
031100     MOVE GT-ACTION-CODE TO RD-ACTION-CODE
031200     MOVE GM-COMPANY-CODE OF WS-MAP-RECORD TO RD-COMPANY-CODE
031300     MOVE GM-BRANCH-CODE OF WS-MAP-RECORD TO RD-BRANCH-CODE
031400     MOVE GM-CATEGORY OF WS-MAP-RECORD TO RD-CATEGORY
031500     MOVE GM-DEBIT-GL-ACCOUNT OF WS-MAP-RECORD
031600         TO RD-DEBIT-GL-ACCOUNT
031700     MOVE GM-CREDIT-GL-ACCOUNT OF WS-MAP-RECORD
031800         TO RD-CREDIT-GL-ACCOUNT.
031900 7200-FORMAT-REGISTER-KEY-EXIT.
032000     EXIT.
032100
032200 8000-SUMMARIZE.
032300     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
032400     IF WS-TRAN-FILE-OPEN
032500         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
032600     END-IF
032700     DISPLAY 'GLMAP-MAINT: TRANSACTIONS READ... ' WS-TRAN-COUNT
032800     DISPLAY 'GLMAP-MAINT: ADDS APPLIED........ ' WS-ADD-COUNT
032900     DISPLAY 'GLMAP-MAINT: CHANGES APPLIED..... '
033000         WS-CHANGE-COUNT
033100     DISPLAY 'GLMAP-MAINT: DELETES APPLIED..... '
033200         WS-DELETE-COUNT
033300     DISPLAY 'GLMAP-MAINT: REJECTED............ '
033400         WS-REJECTED-COUNT
033500     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
033600         MOVE 4 TO RETURN-CODE
033700     END-IF.
033800 8000-SUMMARIZE-EXIT.
033900     EXIT.
034000
034100 9999-TERMINATE.
034200     IF WS-MASTER-FILE-OPEN
034300         CLOSE GL-MAP-FILE
034400     END-IF
034500     IF WS-TRAN-FILE-OPEN
034600         CLOSE GLM-TRAN-FILE
034700         CLOSE REGISTER-FILE
034800     END-IF.
034900 9999-TERMINATE-EXIT.
035000     EXIT.
