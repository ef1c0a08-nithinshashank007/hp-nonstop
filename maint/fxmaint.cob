000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FX-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE DATED FX RATE MASTER (FXRATE), IN THE
001200*                   LIMIT-MAINT MOLD. READS ADD/CHANGE/DELETE
001300*                   TRANSACTIONS FROM FXTRAN, APPLIES THEM WITH
001400*                   INVALID KEY HANDLING, AND PRINTS A CHANGE
001500*                   REGISTER (FXRPT) SHOWING EACH RATE BEFORE AND
001600*                   AFTER THE CHANGE. EDITS KEEP A MALFORMED OR
001700*                   SELF-PAIRED CURRENCY CODE, A NON-NUMERIC
001800*                   EFFECTIVE DATE, A ZERO RATE, OR AN ENTRY WITH
001900*                   NO ENTERED-BY ID OFF THE MASTER.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT RATE-FILE ASSIGN TO 'FXRATE'
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS RANDOM
002700         RECORD KEY IS FX-RATE-KEY OF RATE-RECORD
002800         FILE STATUS IS FS-RATE-FILE.
002900     SELECT FX-TRAN-FILE ASSIGN TO 'FXTRAN'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FS-FX-TRAN-FILE.
003200     SELECT REGISTER-FILE ASSIGN TO 'FXRPT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FS-REGISTER-FILE.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RATE-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  RATE-RECORD.
004100     COPY FXRATREC.
004200
004300 FD  FX-TRAN-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  FX-TRAN-RECORD.
004600     05  FT-ACTION-CODE          PIC X(01).
004700         88  FT-ADD-ACTION               VALUE 'A'.
004800         88  FT-CHANGE-ACTION            VALUE 'C'.
004900         88  FT-DELETE-ACTION            VALUE 'D'.
005000     05  FT-FILL-1               PIC X(01).
005100     05  FT-FROM-CURRENCY        PIC X(03).
005200     05  FT-FILL-2               PIC X(01).
005300     05  FT-TO-CURRENCY          PIC X(03).
005400     05  FT-FILL-3               PIC X(01).
005500     05  FT-EFFECTIVE-DATE       PIC 9(08).
005600     05  FT-FILL-4               PIC X(01).
005700     05  FT-RATE                 PIC 9(05)V9(06).
005800     05  FT-FILL-5               PIC X(01).
005900     05  FT-ENTERED-BY           PIC X(08).
006000
006100 FD  REGISTER-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  REGISTER-RECORD             PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  FS-RATE-FILE                PIC X(02) VALUE '00'.
006700 01  FS-FX-TRAN-FILE             PIC X(02) VALUE '00'.
006800 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
006900 01  WS-SWITCHES.
007000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007100         88  END-OF-FILE                    VALUE 'Y'.
007200     05  WS-RATE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007300         88  WS-RATE-FILE-OPEN               VALUE 'Y'.
007400     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007500         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
007600
007700 01  WS-RUN-DATE                 PIC 9(08).
007800 01  WS-CURRENCY-CODE            PIC X(03).
007900
008000*--------------------------------------------------------------
008100* WORKING COPY OF THE RATE ENTRY - THE TRANSACTION IS LANDED
008200* HERE SO ITS FIELDS CAN BE EDITED BEFORE THE MASTER IS
008300* TOUCHED, AS LIMIT-MAINT STAGES ITS LIMIT ENTRY.
008400*--------------------------------------------------------------
008500 01  WS-RATE-RECORD.
008600     COPY FXRATREC.
008700
008800 01  WS-REJECT-REASON            PIC X(04).
008900
009000 01  WS-COUNTERS.
009100     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
009200     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
009300     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
009400     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
009500     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
009600
009700*--------------------------------------------------------------
009800* CHANGE REGISTER LINES - THE OLD RATE COMES FROM THE MASTER
009900* RECORD AS IT STOOD BEFORE THE TRANSACTION.
010000*--------------------------------------------------------------
010100 01  WS-REGISTER-HEADING.
010200     05  FILLER                  PIC X(34)
010300         VALUE 'FX-MAINT    CHANGE REGISTER       '.
010400     05  RH-RUN-DATE             PIC X(08).
010500 01  WS-REGISTER-COLUMNS.
010600     05  FILLER                  PIC X(34)
010700         VALUE 'ACT FROM TO  EFFECTIVE    OLD RATE'.
010800     05  FILLER                  PIC X(34)
010900         VALUE '     NEW RATE ENTERED  DISP REASON'.
011000 01  WS-REGISTER-DETAIL.
011100     05  RD-ACTION-CODE          PIC X(01).
011200     05  FILLER                  PIC X(03) VALUE SPACES.
011300     05  RD-FROM-CURRENCY        PIC X(03).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  RD-TO-CURRENCY          PIC X(03).
011600     05  FILLER                  PIC X(01) VALUE SPACE.
011700     05  RD-EFFECTIVE-DATE       PIC X(08).
011800     05  FILLER                  PIC X(01) VALUE SPACE.
011900     05  RD-OLD-RATE             PIC ZZZZ9.999999.
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  RD-NEW-RATE             PIC ZZZZ9.999999.
012200     05  FILLER                  PIC X(01) VALUE SPACE.
012300     05  RD-ENTERED-BY           PIC X(08).
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  RD-DISPOSITION          PIC X(03).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  RD-REASON-CODE          PIC X(04).
012800 01  WS-REGISTER-TOTAL.
012900     05  FILLER                  PIC X(24)
013000         VALUE 'TOTAL TRANSACTIONS READ '.
013100     05  RT-TRAN-COUNT           PIC 9(07).
013200
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE
013600         THRU 1000-INITIALIZE-EXIT
013700     PERFORM 2000-APPLY-TRANSACTION
013800         THRU 2000-APPLY-TRANSACTION-EXIT
013900         UNTIL END-OF-FILE
014000     PERFORM 8000-SUMMARIZE
014100         THRU 8000-SUMMARIZE-EXIT
014200     PERFORM 9999-TERMINATE
014300         THRU 9999-TERMINATE-EXIT
014400     STOP RUN.
014500
014600 1000-INITIALIZE.
014700     CALL 'PROC-DATE' USING WS-RUN-DATE
014800     OPEN I-O RATE-FILE
014900     IF FS-RATE-FILE = '35'
015000         OPEN OUTPUT RATE-FILE
015100         IF FS-RATE-FILE = '00'
015200             CLOSE RATE-FILE
015300             OPEN I-O RATE-FILE
015400         END-IF
015500     END-IF
015600     IF FS-RATE-FILE NOT = '00' AND '05'
015700         DISPLAY 'FX-MAINT: MASTER OPEN FAILED, STATUS='
015800             FS-RATE-FILE
015900         MOVE 8 TO RETURN-CODE
016000         MOVE 'Y' TO EOF-SWITCH
016100         GO TO 1000-INITIALIZE-EXIT
016200     END-IF
016300     MOVE 'Y' TO WS-RATE-OPEN-SWITCH
016400     OPEN INPUT FX-TRAN-FILE
016500     IF FS-FX-TRAN-FILE NOT = '00'
016600         DISPLAY 'FX-MAINT: NO MAINTENANCE TRANSACTIONS - '
016700             'NOTHING TO APPLY'
016800         MOVE 'Y' TO EOF-SWITCH
016900         GO TO 1000-INITIALIZE-EXIT
017000     END-IF
017100     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
017200     OPEN OUTPUT REGISTER-FILE
017300     MOVE WS-RUN-DATE TO RH-RUN-DATE
017400     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
017500     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
017600     PERFORM 2100-READ-TRANSACTION
017700         THRU 2100-READ-TRANSACTION-EXIT.
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000
018100 2000-APPLY-TRANSACTION.
018200     ADD 1 TO WS-TRAN-COUNT
018300     MOVE SPACES TO WS-REJECT-REASON
018400     MOVE SPACES TO WS-RATE-RECORD
018500     MOVE FT-FROM-CURRENCY TO FX-FROM-CURRENCY OF WS-RATE-RECORD
018600     MOVE FT-TO-CURRENCY TO FX-TO-CURRENCY OF WS-RATE-RECORD
018700     MOVE ZERO TO FX-EFFECTIVE-DATE OF WS-RATE-RECORD
018800     IF FT-EFFECTIVE-DATE NUMERIC
018900         MOVE FT-EFFECTIVE-DATE
019000             TO FX-EFFECTIVE-DATE OF WS-RATE-RECORD
019100     END-IF
019200     MOVE ZERO TO FX-RATE OF WS-RATE-RECORD
019300     IF FT-RATE NUMERIC
019400         MOVE FT-RATE TO FX-RATE OF WS-RATE-RECORD
019500     END-IF
019600     MOVE FT-ENTERED-BY TO FX-ENTERED-BY OF WS-RATE-RECORD
019700     MOVE WS-RUN-DATE TO FX-CHANGED-DATE OF WS-RATE-RECORD
019800     MOVE ZERO TO RD-OLD-RATE
019900     PERFORM 2200-EDIT-TRANSACTION
020000         THRU 2200-EDIT-TRANSACTION-EXIT
020100     IF WS-REJECT-REASON NOT = SPACES
020200         PERFORM 7000-WRITE-REGISTER-REJECT
020300             THRU 7000-WRITE-REGISTER-REJECT-EXIT
020400         GO TO 2000-APPLY-TRANSACTION-NEXT
020500     END-IF
020600     IF FT-ADD-ACTION
020700         PERFORM 3000-ADD-RATE-ENTRY
020800             THRU 3000-ADD-RATE-ENTRY-EXIT
020900     ELSE
021000         IF FT-CHANGE-ACTION
021100             PERFORM 4000-CHANGE-RATE-ENTRY
021200                 THRU 4000-CHANGE-RATE-ENTRY-EXIT
021300         ELSE
021400             PERFORM 5000-DELETE-RATE-ENTRY
021500                 THRU 5000-DELETE-RATE-ENTRY-EXIT
021600         END-IF
021700     END-IF.
021800 2000-APPLY-TRANSACTION-NEXT.
021900     PERFORM 2100-READ-TRANSACTION
022000         THRU 2100-READ-TRANSACTION-EXIT.
022100 2000-APPLY-TRANSACTION-EXIT.
022200     EXIT.
022300
022400 2100-READ-TRANSACTION.
022500     READ FX-TRAN-FILE
022600         AT END
022700             MOVE 'Y' TO EOF-SWITCH
022800     END-READ.
022900 2100-READ-TRANSACTION-EXIT.
023000     EXIT.
023100
023200*--------------------------------------------------------------
023300* ENTRY EDITS - BOTH CURRENCY CODES THREE LETTERS AND NOT THE
023400* SAME, AND A NUMERIC EFFECTIVE DATE. AN ADD OR CHANGE ALSO
023500* NEEDS A NON-ZERO RATE AND THE ENTERED-BY ID; A DELETE NEEDS
023600* ONLY THE KEY.
023700*--------------------------------------------------------------
023800 2200-EDIT-TRANSACTION.
023900     IF NOT FT-ADD-ACTION AND
024000        NOT FT-CHANGE-ACTION AND
024100        NOT FT-DELETE-ACTION
024200         MOVE 'ACTN' TO WS-REJECT-REASON
024300         GO TO 2200-EDIT-TRANSACTION-EXIT
024400     END-IF
024500     MOVE FT-FROM-CURRENCY TO WS-CURRENCY-CODE
024600     PERFORM 2300-EDIT-CURRENCY-CODE
024700         THRU 2300-EDIT-CURRENCY-CODE-EXIT
024800     MOVE FT-TO-CURRENCY TO WS-CURRENCY-CODE
024900     PERFORM 2300-EDIT-CURRENCY-CODE
025000         THRU 2300-EDIT-CURRENCY-CODE-EXIT
025100     IF FT-FROM-CURRENCY = FT-TO-CURRENCY
025200         MOVE 'CCY ' TO WS-REJECT-REASON
025300     END-IF
025400     IF WS-REJECT-REASON NOT = SPACES
025500         GO TO 2200-EDIT-TRANSACTION-EXIT
025600     END-IF
025700     IF NOT FT-EFFECTIVE-DATE NUMERIC OR
025800        FT-EFFECTIVE-DATE = ZERO
025900         MOVE 'DATE' TO WS-REJECT-REASON
026000         GO TO 2200-EDIT-TRANSACTION-EXIT
026100     END-IF
026200     IF FT-DELETE-ACTION
026300         GO TO 2200-EDIT-TRANSACTION-EXIT
026400     END-IF
026500     IF NOT FT-RATE NUMERIC OR FT-RATE = ZERO
026600         MOVE 'RATE' TO WS-REJECT-REASON
026700         GO TO 2200-EDIT-TRANSACTION-EXIT
026800     END-IF
026900     IF FT-ENTERED-BY = SPACES
027000         MOVE 'ENTR' TO WS-REJECT-REASON
027100     END-IF.
027200 2200-EDIT-TRANSACTION-EXIT.
027300     EXIT.
027400
027500 2300-EDIT-CURRENCY-CODE.
027600     IF WS-CURRENCY-CODE NOT ALPHABETIC-UPPER OR
027700        WS-CURRENCY-CODE (1:1) = SPACE OR
027800        WS-CURRENCY-CODE (2:1) = SPACE OR
027900        WS-CURRENCY-CODE (3:1) = SPACE
028000         MOVE 'CCY ' TO WS-REJECT-REASON
028100     END-IF.
028200 2300-EDIT-CURRENCY-CODE-EXIT.
028300     EXIT.
028400
028500 3000-ADD-RATE-ENTRY.
028600     MOVE WS-RATE-RECORD TO RATE-RECORD
028700     WRITE RATE-RECORD
028800         INVALID KEY
028900             MOVE 'DUP ' TO WS-REJECT-REASON
029000             PERFORM 7000-WRITE-REGISTER-REJECT
029100                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
029200         NOT INVALID KEY
029300             ADD 1 TO WS-ADD-COUNT
029400             PERFORM 7100-WRITE-REGISTER-APPLIED
029500                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
029600     END-WRITE.
029700 3000-ADD-RATE-ENTRY-EXIT.
029800     EXIT.
029900
030000*--------------------------------------------------------------
030100* A CHANGE OR DELETE READS THE ENTRY FIRST SO THE REGISTER CAN
030200* SHOW THE RATE IT REPLACED.
030300*--------------------------------------------------------------
030400 4000-CHANGE-RATE-ENTRY.
030500     PERFORM 6000-READ-OLD-ENTRY
030600         THRU 6000-READ-OLD-ENTRY-EXIT
030700     IF WS-REJECT-REASON NOT = SPACES
030800         GO TO 4000-CHANGE-RATE-ENTRY-EXIT
030900     END-IF
031000     MOVE WS-RATE-RECORD TO RATE-RECORD
031100     REWRITE RATE-RECORD
031200         INVALID KEY
031300             MOVE 'NOTF' TO WS-REJECT-REASON
031400             PERFORM 7000-WRITE-REGISTER-REJECT
031500                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
031600         NOT INVALID KEY
031700             ADD 1 TO WS-CHANGE-COUNT
031800             PERFORM 7100-WRITE-REGISTER-APPLIED
031900                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
032000     END-REWRITE.
032100 4000-CHANGE-RATE-ENTRY-EXIT.
032200     EXIT.
032300
032400 5000-DELETE-RATE-ENTRY.
032500     PERFORM 6000-READ-OLD-ENTRY
032600         THRU 6000-READ-OLD-ENTRY-EXIT
032700     IF WS-REJECT-REASON NOT = SPACES
032800         GO TO 5000-DELETE-RATE-ENTRY-EXIT
032900     END-IF
033000     MOVE ZERO TO FX-RATE OF WS-RATE-RECORD
033100     DELETE RATE-FILE
033200         INVALID KEY
033300             MOVE 'NOTF' TO WS-REJECT-REASON
033400             PERFORM 7000-WRITE-REGISTER-REJECT
033500                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
033600         NOT INVALID KEY
033700             ADD 1 TO WS-DELETE-COUNT
033800             PERFORM 7100-WRITE-REGISTER-APPLIED
033900                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
034000     END-DELETE.
034100 5000-DELETE-RATE-ENTRY-EXIT.
034200     EXIT.
034300
034400 6000-READ-OLD-ENTRY.
034500     MOVE FX-RATE-KEY OF WS-RATE-RECORD
034600         TO FX-RATE-KEY OF RATE-RECORD
034700     READ RATE-FILE
034800         INVALID KEY
034900             MOVE 'NOTF' TO WS-REJECT-REASON
035000             PERFORM 7000-WRITE-REGISTER-REJECT
035100                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
035200         NOT INVALID KEY
035300             MOVE FX-RATE OF RATE-RECORD TO RD-OLD-RATE
035400     END-READ.
035500 6000-READ-OLD-ENTRY-EXIT.
035600     EXIT.
035700
035800 7000-WRITE-REGISTER-REJECT.
035900     ADD 1 TO WS-REJECTED-COUNT
036000     PERFORM 7200-FORMAT-REGISTER-KEY
036100         THRU 7200-FORMAT-REGISTER-KEY-EXIT
036200     MOVE 'REJ' TO RD-DISPOSITION
036300     MOVE WS-REJECT-REASON TO RD-REASON-CODE
036400     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
036500     DISPLAY 'FX-MAINT: REJECTED TRANSACTION, REASON='
036600         WS-REJECT-REASON.
036700 7000-WRITE-REGISTER-REJECT-EXIT.
036800     EXIT.
036900
037000 7100-WRITE-REGISTER-APPLIED.
037100     PERFORM 7200-FORMAT-REGISTER-KEY
037200         THRU 7200-FORMAT-REGISTER-KEY-EXIT
037300     MOVE 'APP' TO RD-DISPOSITION
037400     MOVE SPACES TO RD-REASON-CODE
037500     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
037600 7100-WRITE-REGISTER-APPLIED-EXIT.
037700     EXIT.
037800
037900 7200-FORMAT-REGISTER-KEY.
038000     MOVE FT-ACTION-CODE TO RD-ACTION-CODE
038100     MOVE FT-FROM-CURRENCY TO RD-FROM-CURRENCY
038200     MOVE FT-TO-CURRENCY TO RD-TO-CURRENCY
038300     MOVE FT-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE
038400     MOVE FX-RATE OF WS-RATE-RECORD TO RD-NEW-RATE
038500     MOVE FX-ENTERED-BY OF WS-RATE-RECORD TO RD-ENTERED-BY.
038600 7200-FORMAT-REGISTER-KEY-EXIT.
038700     EXIT.
038800
038900 8000-SUMMARIZE.
039000     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
039100     IF WS-TRAN-FILE-OPEN
039200         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
039300     END-IF
039400     DISPLAY 'FX-MAINT: TRANSACTIONS READ...... ' WS-TRAN-COUNT
039500     DISPLAY 'FX-MAINT: ADDS APPLIED........... ' WS-ADD-COUNT
039600     DISPLAY 'FX-MAINT: CHANGES APPLIED........ '
039700         WS-CHANGE-COUNT
039800     DISPLAY 'FX-MAINT: DELETES APPLIED........ '
039900         WS-DELETE-COUNT
040000     DISPLAY 'FX-MAINT: REJECTED............... '
040100         WS-REJECTED-COUNT
040200     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
040300         MOVE 4 TO RETURN-CODE
040400     END-IF.
040500 8000-SUMMARIZE-EXIT.
040600     EXIT.
040700
040800 9999-TERMINATE.
040900     IF WS-RATE-FILE-OPEN
041000         CLOSE RATE-FILE
041100     END-IF
041200     IF WS-TRAN-FILE-OPEN
041300         CLOSE FX-TRAN-FILE
041400         CLOSE REGISTER-FILE
041500     END-IF.
041600 9999-TERMINATE-EXIT.
041700     EXIT.
