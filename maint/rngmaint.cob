000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RNG-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE ACCOUNT-NUMBER RANGE MASTER (ACCTRNG),
001200*                   IN THE PROD-MAINT MOLD. READS
001300*                   ADD/CHANGE/DELETE TRANSACTIONS FROM RNGTRAN,
001400*                   APPLIES THEM WITH INVALID KEY HANDLING, AND
001500*                   PRINTS A CHANGE REGISTER (RNGRPT) - A CHANGED
001600*                   RANGE PRINTS ITS NEW BOUNDS WITH THE OLD ONES
001700*                   BENEATH. A RANGE MAY NOT OVERLAP ANOTHER RANGE
001800*                   OF ITS COMPANY, ITS NEXT BASE MAY NOT BE WOUND
001900*                   BACK OVER NUMBERS ALREADY ISSUED, AND A RANGE
002000*                   THAT HAS ISSUED NUMBERS CANNOT BE DELETED.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RANGE-FILE ASSIGN TO 'ACCTRNG'
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS AR-RANGE-KEY OF RANGE-RECORD
002900         FILE STATUS IS FS-RANGE-FILE.
003000     SELECT RANGE-TRAN-FILE ASSIGN TO 'RNGTRAN'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FS-RANGE-TRAN-FILE.
003300     SELECT REGISTER-FILE ASSIGN TO 'RNGRPT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FS-REGISTER-FILE.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RANGE-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 01  RANGE-RECORD.
004200     COPY ARNGREC.
004300
004400 FD  RANGE-TRAN-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  RANGE-TRAN-RECORD.
004700     05  RN-ACTION-CODE          PIC X(01).
004800         88  RN-ADD-ACTION               VALUE 'A'.
004900         88  RN-CHANGE-ACTION            VALUE 'C'.
005000         88  RN-DELETE-ACTION            VALUE 'D'.
005100     05  RN-FILL-1               PIC X(01).
005200     05  RN-COMPANY-CODE         PIC X(03).
005300     05  RN-FILL-2               PIC X(01).
005400     05  RN-BRANCH-CODE          PIC X(04).
005500     05  RN-FILL-3               PIC X(01).
005600     05  RN-BASE-LOW             PIC 9(09).
005700     05  RN-FILL-4               PIC X(01).
005800     05  RN-BASE-HIGH            PIC 9(09).
005900     05  RN-FILL-5               PIC X(01).
006000     05  RN-NEXT-BASE            PIC 9(09).
006100     05  RN-NEXT-BASE-X          REDEFINES RN-NEXT-BASE
006200                                 PIC X(09).
006300
006400 FD  REGISTER-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  REGISTER-RECORD             PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  FS-RANGE-FILE               PIC X(02) VALUE '00'.
007000 01  FS-RANGE-TRAN-FILE          PIC X(02) VALUE '00'.
007100 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
007200 01  WS-SWITCHES.
007300     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007400         88  END-OF-FILE                    VALUE 'Y'.
007500     05  WS-RANGE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
007600         88  WS-RANGE-FILE-OPEN              VALUE 'Y'.
007700     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007800         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
007900     05  WS-SCAN-DONE-SWITCH     PIC X(01).
008000         88  WS-SCAN-DONE                    VALUE 'Y'.
008100
008200 01  WS-RUN-DATE                 PIC 9(08).
008300
008400*--------------------------------------------------------------
008500* WORKING COPY OF THE RANGE ENTRY - THE TRANSACTION IS LANDED
008600* HERE SO ITS FIELDS CAN BE EDITED BEFORE THE MASTER IS
008700* TOUCHED, AS PROD-MAINT STAGES ITS PRODUCT ENTRY.
008800*--------------------------------------------------------------
008900 01  WS-RANGE-RECORD.
009000     COPY ARNGREC.
009100
009200*--------------------------------------------------------------
009300* THE ENTRY AS IT STOOD BEFORE A CHANGE OR DELETE, FOR THE
009400* REGISTER.
009500*--------------------------------------------------------------
009600 01  WS-OLD-RANGE-RECORD.
009700     COPY ARNGREC.
009800
009900 01  WS-REJECT-REASON            PIC X(04).
010000 01  WS-HIGH-PLUS-ONE            PIC 9(10).
010100
010200 01  WS-COUNTERS.
010300     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
010400     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
010500     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
010600     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
010700     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
010800
010900*--------------------------------------------------------------
011000* CHANGE REGISTER LINES - ONE LINE PER TRANSACTION WITH THE
011100* RANGE AS APPLIED (OR AS SUBMITTED, ON A REJECT); A CHANGE ADDS
011200* A 'WAS' LINE WITH THE BOUNDS IT REPLACED.
011300*--------------------------------------------------------------
011400 01  WS-REGISTER-HEADING.
011500     05  FILLER                  PIC X(34)
011600         VALUE 'RNG-MAINT   CHANGE REGISTER       '.
011700     05  RH-RUN-DATE             PIC X(08).
011800 01  WS-REGISTER-COLUMNS.
011900     05  FILLER                  PIC X(33)
012000         VALUE 'ACT CO  BRCH BASE LOW  BASE HIGH '.
012100     05  FILLER                  PIC X(25)
012200         VALUE 'NEXT BASE  ISSUED DSP RSN'.
012300 01  WS-REGISTER-DETAIL.
012400     05  RD-ACTION-CODE          PIC X(01).
012500     05  FILLER                  PIC X(03) VALUE SPACES.
012600     05  RD-COMPANY-CODE         PIC X(03).
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  RD-BRANCH-CODE          PIC X(04).
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  RD-BASE-LOW             PIC 9(09).
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  RD-BASE-HIGH            PIC 9(09).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  RD-NEXT-BASE            PIC 9(09).
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  RD-OPENED-COUNT         PIC Z(06)9.
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  RD-DISPOSITION          PIC X(03).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  RD-REASON-CODE          PIC X(04).
014100 01  WS-REGISTER-TOTAL.
014200     05  FILLER                  PIC X(24)
014300         VALUE 'TOTAL TRANSACTIONS READ '.
014400     05  RT-TRAN-COUNT           PIC 9(07).
014500
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE
014900         THRU 1000-INITIALIZE-EXIT
015000     PERFORM 2000-APPLY-TRANSACTION
015100         THRU 2000-APPLY-TRANSACTION-EXIT
015200         UNTIL END-OF-FILE
015300     PERFORM 8000-SUMMARIZE
015400         THRU 8000-SUMMARIZE-EXIT
015500     PERFORM 9999-TERMINATE
015600         THRU 9999-TERMINATE-EXIT
015700     STOP RUN.
015800
015900 1000-INITIALIZE.
016000     CALL 'PROC-DATE' USING WS-RUN-DATE
016100     OPEN I-O RANGE-FILE
016200     IF FS-RANGE-FILE = '35'
016300         OPEN OUTPUT RANGE-FILE
016400         IF FS-RANGE-FILE = '00'
016500             CLOSE RANGE-FILE
016600             OPEN I-O RANGE-FILE
016700         END-IF
016800     END-IF
016900     IF FS-RANGE-FILE NOT = '00' AND '05'
017000         DISPLAY 'RNG-MAINT: MASTER OPEN FAILED, STATUS='
017100             FS-RANGE-FILE
017200         MOVE 8 TO RETURN-CODE
017300         MOVE 'Y' TO EOF-SWITCH
017400         GO TO 1000-INITIALIZE-EXIT
017500     END-IF
017600     MOVE 'Y' TO WS-RANGE-OPEN-SWITCH
017700     OPEN INPUT RANGE-TRAN-FILE
017800     IF FS-RANGE-TRAN-FILE NOT = '00'
017900         DISPLAY 'RNG-MAINT: NO MAINTENANCE TRANSACTIONS - '
018000             'NOTHING TO APPLY'
018100         MOVE 'Y' TO EOF-SWITCH
018200         GO TO 1000-INITIALIZE-EXIT
018300     END-IF
018400     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
018500     OPEN OUTPUT REGISTER-FILE
018600     MOVE WS-RUN-DATE TO RH-RUN-DATE
018700     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
018800     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
018900     PERFORM 2100-READ-TRANSACTION
019000         THRU 2100-READ-TRANSACTION-EXIT.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300
019400*--------------------------------------------------------------
019500* A BLANK NEXT BASE ON AN ADD STARTS THE RANGE AT ITS LOW BASE;
019600* ON A CHANGE IT KEEPS THE NEXT BASE ALREADY ON FILE (SET IN
019700* 4000 ONCE THE OLD ENTRY HAS BEEN READ).
019800*--------------------------------------------------------------
019900 2000-APPLY-TRANSACTION.
020000     ADD 1 TO WS-TRAN-COUNT
020100     MOVE SPACES TO WS-REJECT-REASON
020200     MOVE SPACES TO WS-RANGE-RECORD
020300     MOVE RN-COMPANY-CODE TO AR-COMPANY-CODE OF WS-RANGE-RECORD
020400     MOVE RN-BRANCH-CODE TO AR-BRANCH-CODE OF WS-RANGE-RECORD
020500     MOVE ZERO TO AR-BASE-LOW OF WS-RANGE-RECORD
020600     IF RN-BASE-LOW NUMERIC
020700         MOVE RN-BASE-LOW TO AR-BASE-LOW OF WS-RANGE-RECORD
020800     END-IF
020900     MOVE ZERO TO AR-BASE-HIGH OF WS-RANGE-RECORD
021000     IF RN-BASE-HIGH NUMERIC
021100         MOVE RN-BASE-HIGH TO AR-BASE-HIGH OF WS-RANGE-RECORD
021200     END-IF
021300     MOVE AR-BASE-LOW OF WS-RANGE-RECORD TO
021400         AR-NEXT-BASE OF WS-RANGE-RECORD
021500     IF RN-NEXT-BASE NUMERIC
021600         MOVE RN-NEXT-BASE TO AR-NEXT-BASE OF WS-RANGE-RECORD
021700     END-IF
021800     MOVE ZERO TO AR-LAST-OPENED-DATE OF WS-RANGE-RECORD
021900     MOVE ZERO TO AR-OPENED-COUNT OF WS-RANGE-RECORD
022000     MOVE WS-RUN-DATE TO AR-CHANGED-DATE OF WS-RANGE-RECORD
022100     PERFORM 2200-EDIT-TRANSACTION
022200         THRU 2200-EDIT-TRANSACTION-EXIT
022300     IF WS-REJECT-REASON NOT = SPACES
022400         PERFORM 7000-WRITE-REGISTER-REJECT
022500             THRU 7000-WRITE-REGISTER-REJECT-EXIT
022600         GO TO 2000-APPLY-TRANSACTION-NEXT
022700     END-IF
022800     IF RN-ADD-ACTION
022900         PERFORM 3000-ADD-RANGE-ENTRY
023000             THRU 3000-ADD-RANGE-ENTRY-EXIT
023100     ELSE
023200         IF RN-CHANGE-ACTION
023300             PERFORM 4000-CHANGE-RANGE-ENTRY
023400                 THRU 4000-CHANGE-RANGE-ENTRY-EXIT
023500         ELSE
023600             PERFORM 5000-DELETE-RANGE-ENTRY
023700                 THRU 5000-DELETE-RANGE-ENTRY-EXIT
023800         END-IF
023900     END-IF.
024000 2000-APPLY-TRANSACTION-NEXT.
024100     PERFORM 2100-READ-TRANSACTION
024200         THRU 2100-READ-TRANSACTION-EXIT.
024300 2000-APPLY-TRANSACTION-EXIT.
024400     EXIT.
024500
024600 2100-READ-TRANSACTION.
024700     READ RANGE-TRAN-FILE
024800         AT END
024900             MOVE 'Y' TO EOF-SWITCH
025000     END-READ.
025100 2100-READ-TRANSACTION-EXIT.
025200     EXIT.
025300
025400*--------------------------------------------------------------
025500* ENTRY EDITS - A DELETE NEEDS ONLY THE KEY. AN ADD OR CHANGE
025600* NEEDS A NON-ZERO NUMERIC LOW BASE, A NUMERIC HIGH BASE NOT
025700* BELOW IT (AND SHORT OF ALL NINES, SO A USED-UP RANGE'S NEXT
025800* BASE STILL FITS), AND A NEXT BASE THAT IS BLANK OR NUMERIC.
025900*--------------------------------------------------------------
026000 2200-EDIT-TRANSACTION.
026100     IF NOT RN-ADD-ACTION AND
026200        NOT RN-CHANGE-ACTION AND
026300        NOT RN-DELETE-ACTION
026400         MOVE 'ACTN' TO WS-REJECT-REASON
026500         GO TO 2200-EDIT-TRANSACTION-EXIT
026600     END-IF
026700     IF RN-COMPANY-CODE = SPACES
026800         MOVE 'COMP' TO WS-REJECT-REASON
026900         GO TO 2200-EDIT-TRANSACTION-EXIT
027000     END-IF
027100     IF RN-BRANCH-CODE = SPACES
027200         MOVE 'BRCH' TO WS-REJECT-REASON
027300         GO TO 2200-EDIT-TRANSACTION-EXIT
027400     END-IF
027500     IF RN-DELETE-ACTION
027600         GO TO 2200-EDIT-TRANSACTION-EXIT
027700     END-IF
027800     IF NOT RN-BASE-LOW NUMERIC OR
027900        RN-BASE-LOW = ZERO
028000         MOVE 'LOW ' TO WS-REJECT-REASON
028100         GO TO 2200-EDIT-TRANSACTION-EXIT
028200     END-IF
028300     IF NOT RN-BASE-HIGH NUMERIC OR
028400        RN-BASE-HIGH < RN-BASE-LOW OR
028500        RN-BASE-HIGH = 999999999
028600         MOVE 'HIGH' TO WS-REJECT-REASON
028700         GO TO 2200-EDIT-TRANSACTION-EXIT
028800     END-IF
028900     IF RN-NEXT-BASE-X NOT = SPACES AND
029000        NOT RN-NEXT-BASE NUMERIC
029100         MOVE 'NEXT' TO WS-REJECT-REASON
029200     END-IF.
029300 2200-EDIT-TRANSACTION-EXIT.
029400     EXIT.
029500
029600 3000-ADD-RANGE-ENTRY.
029700     PERFORM 6100-CHECK-NEXT-BASE
029800         THRU 6100-CHECK-NEXT-BASE-EXIT
029900     IF WS-REJECT-REASON = SPACES
030000         PERFORM 6500-CHECK-OVERLAP
030100             THRU 6500-CHECK-OVERLAP-EXIT
030200     END-IF
030300     IF WS-REJECT-REASON NOT = SPACES
030400         PERFORM 7000-WRITE-REGISTER-REJECT
030500             THRU 7000-WRITE-REGISTER-REJECT-EXIT
030600         GO TO 3000-ADD-RANGE-ENTRY-EXIT
030700     END-IF
030800     MOVE WS-RANGE-RECORD TO RANGE-RECORD
030900     WRITE RANGE-RECORD
031000         INVALID KEY
031100             MOVE 'DUP ' TO WS-REJECT-REASON
031200             PERFORM 7000-WRITE-REGISTER-REJECT
031300                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
031400         NOT INVALID KEY
031500             ADD 1 TO WS-ADD-COUNT
031600             PERFORM 7100-WRITE-REGISTER-APPLIED
031700                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
031800     END-WRITE.
031900 3000-ADD-RANGE-ENTRY-EXIT.
032000     EXIT.
032100
032200*--------------------------------------------------------------
032300* A CHANGE READS THE ENTRY FIRST SO THE REGISTER CAN SHOW THE
032400* BOUNDS IT REPLACED. THE ISSUED COUNT AND LAST-OPENED DATE
032500* CARRY OVER, AND THE NEXT BASE MAY ONLY MOVE FORWARD - WINDING
032600* IT BACK WOULD HAND OUT NUMBERS A SECOND TIME.
032700*--------------------------------------------------------------
032800 4000-CHANGE-RANGE-ENTRY.
032900     PERFORM 6000-READ-OLD-ENTRY
033000         THRU 6000-READ-OLD-ENTRY-EXIT
033100     IF WS-REJECT-REASON NOT = SPACES
033200         GO TO 4000-CHANGE-RANGE-ENTRY-EXIT
033300     END-IF
033400     MOVE AR-LAST-OPENED-DATE OF WS-OLD-RANGE-RECORD TO
033500         AR-LAST-OPENED-DATE OF WS-RANGE-RECORD
033600     MOVE AR-OPENED-COUNT OF WS-OLD-RANGE-RECORD TO
033700         AR-OPENED-COUNT OF WS-RANGE-RECORD
033800     IF NOT RN-NEXT-BASE NUMERIC
033900         MOVE AR-NEXT-BASE OF WS-OLD-RANGE-RECORD TO
034000             AR-NEXT-BASE OF WS-RANGE-RECORD
034100     END-IF
034200     IF AR-NEXT-BASE OF WS-RANGE-RECORD <
034300        AR-NEXT-BASE OF WS-OLD-RANGE-RECORD
034400         MOVE 'NEXT' TO WS-REJECT-REASON
034500     END-IF
034600     IF WS-REJECT-REASON = SPACES
034700         PERFORM 6100-CHECK-NEXT-BASE
034800             THRU 6100-CHECK-NEXT-BASE-EXIT
034900     END-IF
035000     IF WS-REJECT-REASON = SPACES
035100         PERFORM 6500-CHECK-OVERLAP
035200             THRU 6500-CHECK-OVERLAP-EXIT
035300     END-IF
035400     IF WS-REJECT-REASON NOT = SPACES
035500         PERFORM 7000-WRITE-REGISTER-REJECT
035600             THRU 7000-WRITE-REGISTER-REJECT-EXIT
035700         GO TO 4000-CHANGE-RANGE-ENTRY-EXIT
035800     END-IF
035900     MOVE WS-RANGE-RECORD TO RANGE-RECORD
036000     REWRITE RANGE-RECORD
036100         INVALID KEY
036200             MOVE 'NOTF' TO WS-REJECT-REASON
036300             PERFORM 7000-WRITE-REGISTER-REJECT
036400                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
036500         NOT INVALID KEY
036600             ADD 1 TO WS-CHANGE-COUNT
036700             PERFORM 7100-WRITE-REGISTER-APPLIED
036800                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
036900             PERFORM 7300-WRITE-REGISTER-OLD
037000                 THRU 7300-WRITE-REGISTER-OLD-EXIT
037100     END-REWRITE.
037200 4000-CHANGE-RANGE-ENTRY-EXIT.
037300     EXIT.
037400
037500*--------------------------------------------------------------
037600* A RANGE THAT HAS ISSUED NUMBERS STAYS ON FILE - ITS ACCOUNTS'
037700* CHECK DIGITS ARE PROVED AGAINST IT. THE DELETED ENTRY PRINTS
037800* ON THE REGISTER.
037900*--------------------------------------------------------------
038000 5000-DELETE-RANGE-ENTRY.
038100     PERFORM 6000-READ-OLD-ENTRY
038200         THRU 6000-READ-OLD-ENTRY-EXIT
038300     IF WS-REJECT-REASON NOT = SPACES
038400         GO TO 5000-DELETE-RANGE-ENTRY-EXIT
038500     END-IF
038600     MOVE WS-OLD-RANGE-RECORD TO WS-RANGE-RECORD
038700     IF AR-OPENED-COUNT OF WS-RANGE-RECORD > ZERO
038800         MOVE 'USED' TO WS-REJECT-REASON
038900         PERFORM 7000-WRITE-REGISTER-REJECT
039000             THRU 7000-WRITE-REGISTER-REJECT-EXIT
039100         GO TO 5000-DELETE-RANGE-ENTRY-EXIT
039200     END-IF
039300     DELETE RANGE-FILE
039400         INVALID KEY
039500             MOVE 'NOTF' TO WS-REJECT-REASON
039600             PERFORM 7000-WRITE-REGISTER-REJECT
039700                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
039800         NOT INVALID KEY
039900             ADD 1 TO WS-DELETE-COUNT
040000             PERFORM 7100-WRITE-REGISTER-APPLIED
040100                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
040200     END-DELETE.
040300 5000-DELETE-RANGE-ENTRY-EXIT.
040400     EXIT.
040500
040600 6000-READ-OLD-ENTRY.
040700     MOVE AR-RANGE-KEY OF WS-RANGE-RECORD
040800         TO AR-RANGE-KEY OF RANGE-RECORD
040900     READ RANGE-FILE
041000         INVALID KEY
041100             MOVE 'NOTF' TO WS-REJECT-REASON
041200             PERFORM 7000-WRITE-REGISTER-REJECT
041300                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
041400         NOT INVALID KEY
041500             MOVE RANGE-RECORD TO WS-OLD-RANGE-RECORD
041600     END-READ.
041700 6000-READ-OLD-ENTRY-EXIT.
041800     EXIT.
041900
042000*--------------------------------------------------------------
042100* THE NEXT BASE MUST LIE INSIDE THE RANGE, OR ONE PAST ITS HIGH
042200* BASE FOR A RANGE THAT IS USED UP.
042300*--------------------------------------------------------------
042400 6100-CHECK-NEXT-BASE.
042500     COMPUTE WS-HIGH-PLUS-ONE =
042600         AR-BASE-HIGH OF WS-RANGE-RECORD + 1
042700     IF AR-NEXT-BASE OF WS-RANGE-RECORD <
042800        AR-BASE-LOW OF WS-RANGE-RECORD OR
042900        AR-NEXT-BASE OF WS-RANGE-RECORD > WS-HIGH-PLUS-ONE
043000         MOVE 'NEXT' TO WS-REJECT-REASON
043100     END-IF.
043200 6100-CHECK-NEXT-BASE-EXIT.
043300     EXIT.
043400
043500*--------------------------------------------------------------
043600* THE COMPANY'S RANGES SIT TOGETHER ON ACCTRNG - START AT ITS
043700* LOWEST BRANCH AND READ FORWARD UNTIL THE COMPANY CHANGES OR A
043800* RANGE OF ANOTHER BRANCH SHARING ANY BASE TURNS UP. TWO
043900* BRANCHES DRAWING ON THE SAME BASES WOULD ISSUE THE SAME
044000* ACCOUNT NUMBER TWICE.
044100*--------------------------------------------------------------
044200 6500-CHECK-OVERLAP.
044300     MOVE 'N' TO WS-SCAN-DONE-SWITCH
044400     MOVE AR-COMPANY-CODE OF WS-RANGE-RECORD TO
044500         AR-COMPANY-CODE OF RANGE-RECORD
044600     MOVE LOW-VALUES TO AR-BRANCH-CODE OF RANGE-RECORD
044700     START RANGE-FILE
044800         KEY IS NOT LESS THAN AR-RANGE-KEY OF RANGE-RECORD
044900         INVALID KEY
045000             MOVE 'Y' TO WS-SCAN-DONE-SWITCH
045100     END-START
045200     PERFORM 6550-CHECK-ONE-RANGE
045300         THRU 6550-CHECK-ONE-RANGE-EXIT
045400         UNTIL WS-SCAN-DONE.
045500 6500-CHECK-OVERLAP-EXIT.
045600     EXIT.
045700
045800 6550-CHECK-ONE-RANGE.
045900     READ RANGE-FILE NEXT RECORD
046000         AT END
046100             MOVE 'Y' TO WS-SCAN-DONE-SWITCH
046200             GO TO 6550-CHECK-ONE-RANGE-EXIT
046300     END-READ
046400     IF AR-COMPANY-CODE OF RANGE-RECORD NOT =
046500        AR-COMPANY-CODE OF WS-RANGE-RECORD
046600         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
046700         GO TO 6550-CHECK-ONE-RANGE-EXIT
046800     END-IF
046900     IF AR-BRANCH-CODE OF RANGE-RECORD =
047000        AR-BRANCH-CODE OF WS-RANGE-RECORD
047100         GO TO 6550-CHECK-ONE-RANGE-EXIT
047200     END-IF
047300     IF AR-BASE-LOW OF RANGE-RECORD NOT >
047400        AR-BASE-HIGH OF WS-RANGE-RECORD AND
047500        AR-BASE-HIGH OF RANGE-RECORD NOT <
047600        AR-BASE-LOW OF WS-RANGE-RECORD
047700         MOVE 'OVLP' TO WS-REJECT-REASON
047800         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
047900     END-IF.
048000 6550-CHECK-ONE-RANGE-EXIT.
048100     EXIT.
048200
048300 7000-WRITE-REGISTER-REJECT.
048400     ADD 1 TO WS-REJECTED-COUNT
048500     PERFORM 7200-FORMAT-REGISTER-LINE
048600         THRU 7200-FORMAT-REGISTER-LINE-EXIT
048700     MOVE 'REJ' TO RD-DISPOSITION
048800     MOVE WS-REJECT-REASON TO RD-REASON-CODE
048900     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
049000     DISPLAY 'RNG-MAINT: REJECTED TRANSACTION, REASON='
049100         WS-REJECT-REASON.
049200 7000-WRITE-REGISTER-REJECT-EXIT.
049300     EXIT.
049400
049500 7100-WRITE-REGISTER-APPLIED.
049600     PERFORM 7200-FORMAT-REGISTER-LINE
049700         THRU 7200-FORMAT-REGISTER-LINE-EXIT
049800     MOVE 'APP' TO RD-DISPOSITION
049900     MOVE SPACES TO RD-REASON-CODE
050000     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
050100 7100-WRITE-REGISTER-APPLIED-EXIT.
050200     EXIT.
050300
050400 7200-FORMAT-REGISTER-LINE.
050500     MOVE RN-ACTION-CODE TO RD-ACTION-CODE
050600     MOVE AR-COMPANY-CODE OF WS-RANGE-RECORD TO RD-COMPANY-CODE
050700     MOVE AR-BRANCH-CODE OF WS-RANGE-RECORD TO RD-BRANCH-CODE
050800     MOVE AR-BASE-LOW OF WS-RANGE-RECORD TO RD-BASE-LOW
050900     MOVE AR-BASE-HIGH OF WS-RANGE-RECORD TO RD-BASE-HIGH
051000     MOVE AR-NEXT-BASE OF WS-RANGE-RECORD TO RD-NEXT-BASE
051100     MOVE AR-OPENED-COUNT OF WS-RANGE-RECORD TO RD-OPENED-COUNT.
051200 7200-FORMAT-REGISTER-LINE-EXIT.
051300     EXIT.
051400
051500 7300-WRITE-REGISTER-OLD.
051600     MOVE WS-OLD-RANGE-RECORD TO WS-RANGE-RECORD
051700     PERFORM 7200-FORMAT-REGISTER-LINE
051800         THRU 7200-FORMAT-REGISTER-LINE-EXIT
051900     MOVE SPACE TO RD-ACTION-CODE
052000     MOVE 'WAS' TO RD-DISPOSITION
052100     MOVE SPACES TO RD-REASON-CODE
052200     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
052300 7300-WRITE-REGISTER-OLD-EXIT.
052400     EXIT.
052500
052600 8000-SUMMARIZE.
052700     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
052800     IF WS-TRAN-FILE-OPEN
052900         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
053000     END-IF
053100     DISPLAY 'RNG-MAINT: TRANSACTIONS READ... ' WS-TRAN-COUNT
053200     DISPLAY 'RNG-MAINT: ADDS APPLIED........ ' WS-ADD-COUNT
053300     DISPLAY 'RNG-MAINT: CHANGES APPLIED..... '
053400         WS-CHANGE-COUNT
053500     DISPLAY 'RNG-MAINT: DELETES APPLIED..... '
053600         WS-DELETE-COUNT
053700     DISPLAY 'RNG-MAINT: REJECTED............ '
053800         WS-REJECTED-COUNT
053900     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
054000         MOVE 4 TO RETURN-CODE
054100     END-IF.
054200 8000-SUMMARIZE-EXIT.
054300     EXIT.
054400
054500 9999-TERMINATE.
054600     IF WS-RANGE-FILE-OPEN
054700         CLOSE RANGE-FILE
054800     END-IF
054900     IF WS-TRAN-FILE-OPEN
055000         CLOSE RANGE-TRAN-FILE
055100         CLOSE REGISTER-FILE
055200     END-IF.
055300 9999-TERMINATE-EXIT.
055400     EXIT.
