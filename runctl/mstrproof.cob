000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MSTR-PROOF.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAY-OVER-DAY MASTER CONTINUITY
001100*                   PROOF, IN THE CARRY-RECON MOLD (SEE
001200*                   JCL/DLBATCH.JCL STEP012C). EVERY PROGRAM
001300*                   PROVED ITS OWN RUN, BUT NOTHING PROVED THAT
001400*                   WHAT THE ACCOUNT MASTERS ADD UP TO TODAY IS
001500*                   WHAT THEY ADDED UP TO YESTERDAY PLUS WHAT WAS
001600*                   DONE TO THEM SINCE - A LOST REWRITE OR A STRAY
001700*                   RELOAD WOULD SIT UNSEEN UNTIL A CUSTOMER FOUND
001800*                   IT. PER COMPANY THIS TAKES THE OPENING CONTROL
001900*                   TOTALS (BALMSTR ACCOUNT COUNT, LEDGER BALANCE,
002000*                   ACCRUED INTEREST, AND INPTMSTR ACCOUNT COUNT)
002100*                   FROM THE LATEST SET ON THE MSTRTOT HISTORY
002200*                   DATED BEFORE TODAY, ADDS TODAY'S POSTED NET
002300*                   AND NEW ACCOUNTS FROM THE FOUR PARTITION
002400*                   JOURNALS (PSTJRNL1-4), APPLIES THE INTEREST
002500*                   ACCRUED AND CAPITALIZED, DORMANT PURGES, AND
002600*                   MASTER ADDS AND DELETES LOGGED ON MSTRMVT
002700*                   THROUGH MSTR-LOG SINCE THAT SET WAS TAKEN, AND
002800*                   PROVES THE RESULT AGAINST BOTH MASTERS AS THEY
002900*                   STAND. A COMPANY OUT OF BALANCE RAISES A
003000*                   CRITICAL ALERT (SO DAY-SIGNOFF CANNOT CALL THE
003100*                   DAY CLEAN) AND THE STEP ENDS RC=8. TODAY'S
003200*                   TOTALS ARE APPENDED TO MSTRTOT AS TOMORROW'S
003300*                   OPENING SET. A FIRST RUN WITH NO EARLIER SET
003400*                   IS A BASELINE - TOTALS ARE RECORDED, NOTHING
003500*                   IS FLAGGED.
003600*--------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT TOTAL-FILE ASSIGN TO 'MSTRTOT'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-TOTAL-FILE.
004300     SELECT MOVEMENT-FILE ASSIGN TO 'MSTRMVT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FS-MOVEMENT-FILE.
004600     SELECT JOURNAL-FILE-1 ASSIGN TO 'PSTJRNL1'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FS-JOURNAL-FILE.
004900     SELECT JOURNAL-FILE-2 ASSIGN TO 'PSTJRNL2'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-JOURNAL-FILE.
005200     SELECT JOURNAL-FILE-3 ASSIGN TO 'PSTJRNL3'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-JOURNAL-FILE.
005500     SELECT JOURNAL-FILE-4 ASSIGN TO 'PSTJRNL4'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FS-JOURNAL-FILE.
005800     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS BL-MASTER-KEY
006200         FILE STATUS IS FS-BALANCE-FILE.
006300     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS IR-MASTER-KEY
006700         FILE STATUS IS FS-MASTER-FILE.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*--------------------------------------------------------------
007200* MSTRTOT - ONE SET PER PROOF RUN: AN 'H' HEADER CARRYING THE
007300* NUMBER OF MSTRMVT RECORDS THE SET HAS ACCOUNTED FOR, THEN ONE
007400* 'C' RECORD PER COMPANY. A RERUN OF THE SAME DAY APPENDS A
007500* FRESH SET; THE LAST SET OF A DATE IS THE ONE THAT COUNTS.
007600*--------------------------------------------------------------
007700 FD  TOTAL-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  TOTAL-RECORD.
008000     05  MC-RECORD-TYPE          PIC X(01).
008100         88  MC-SET-HEADER               VALUE 'H'.
008200         88  MC-COMPANY-TOTAL            VALUE 'C'.
008300     05  MC-FILL-1               PIC X(01).
008400     05  MC-PROOF-DATE           PIC 9(08).
008500     05  MC-FILL-2               PIC X(01).
008600     05  MC-COMPANY-CODE         PIC X(03).
008700     05  MC-FILL-3               PIC X(01).
008800     05  MC-BALANCE-COUNT        PIC 9(07).
008900     05  MC-FILL-4               PIC X(01).
009000     05  MC-LEDGER-TOTAL         PIC S9(13)V99 SIGN IS
009100                                     LEADING SEPARATE CHARACTER.
009200     05  MC-FILL-5               PIC X(01).
009300     05  MC-INTEREST-TOTAL       PIC S9(13)V99 SIGN IS
009400                                     LEADING SEPARATE CHARACTER.
009500     05  MC-FILL-6               PIC X(01).
009600     05  MC-MASTER-COUNT         PIC 9(07).
009700     05  MC-FILL-7               PIC X(01).
009800     05  MC-MOVEMENT-POSITION    PIC 9(09).
009900
010000 FD  MOVEMENT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  MOVEMENT-RECORD.
010300     COPY MVMTREC.
010400
010500 FD  JOURNAL-FILE-1
010600     LABEL RECORDS ARE STANDARD.
010700 01  JOURNAL-RECORD-1            PIC X(106).
010800
010900 FD  JOURNAL-FILE-2
011000     LABEL RECORDS ARE STANDARD.
011100 01  JOURNAL-RECORD-2            PIC X(106).
011200
011300 FD  JOURNAL-FILE-3
011400     LABEL RECORDS ARE STANDARD.
011500 01  JOURNAL-RECORD-3            PIC X(106).
011600
011700 FD  JOURNAL-FILE-4
011800     LABEL RECORDS ARE STANDARD.
011900 01  JOURNAL-RECORD-4            PIC X(106).
012000
012100 FD  BALANCE-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  BALANCE-RECORD.
012400     COPY BALREC.
012500
012600 FD  MASTER-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  MASTER-RECORD.
012900     COPY INPTREC.
013000
013100 WORKING-STORAGE SECTION.
013200 01  FS-TOTAL-FILE               PIC X(02) VALUE '00'.
013300 01  FS-MOVEMENT-FILE            PIC X(02) VALUE '00'.
013400 01  FS-JOURNAL-FILE             PIC X(02) VALUE '00'.
013500 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
013600 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
013700 01  WS-SWITCHES.
013800     05  EOF-SWITCH              PIC X(01).
013900         88  END-OF-FILE                    VALUE 'Y'.
014000     05  WS-BASELINE-SWITCH      PIC X(01) VALUE 'N'.
014100         88  WS-BASELINE-RUN             VALUE 'Y'.
014200     05  WS-MASTERS-SWITCH       PIC X(01) VALUE 'Y'.
014300         88  WS-MASTERS-COUNTED          VALUE 'Y'.
014400     05  WS-PENDING-SWITCH       PIC X(01).
014500         88  WS-LEG-PENDING              VALUE 'Y'.
014600     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
014700         88  WS-COMPANY-TABLE-FULL       VALUE 'Y'.
014800
014900 01  WS-RUN-DATE                 PIC 9(08).
015000 01  WS-OPEN-DATE                PIC 9(08) VALUE ZERO.
015100 01  WS-OPEN-POSITION            PIC 9(09) VALUE ZERO.
015200 01  WS-MOVEMENT-POSITION        PIC 9(09) VALUE ZERO.
015300 01  WS-JOURNAL-NUMBER           PIC 9(01).
015400 01  WS-BREAK-COUNT              PIC 9(03) COMP VALUE ZERO.
015500 01  WS-COMPANY-INDEX            PIC 9(03) COMP.
015600 01  WS-SEARCH-COMPANY           PIC X(03).
015700 01  WS-EDIT-AMOUNT              PIC -(13)9.99.
015800 01  WS-EDIT-EXPECTED            PIC -(13)9.99.
015900
016000 01  WS-COUNTERS.
016100     05  WS-MOVEMENT-USED-COUNT  PIC 9(07) COMP VALUE ZERO.
016200     05  WS-JOURNAL-USED-COUNT   PIC 9(07) COMP VALUE ZERO.
016300     05  WS-ORPHAN-LEG-COUNT     PIC 9(07) COMP VALUE ZERO.
016400
016500*--------------------------------------------------------------
016600* THE JOURNAL RECORD AS ACCT-POST WRITES IT. AN 'F' TRANSFER LEG
016700* OR 'V' REVERSAL LEG IS HELD PENDING AND COUNTS ONLY WHEN ITS
016800* 'T' OR 'C' PARTNER FOLLOWS - ONE LEFT BEHIND BY AN ABENDED RUN
016900* WAS NEVER STORED, AND THE RESUME JOURNALED THE DETAIL AGAIN.
017000* A PARTNER ON THE PENDING LEG'S OWN ACCOUNT WAS THE SAME STORE,
017100* SO IT CANNOT ADD THE ACCOUNT A SECOND TIME. 'H' RECORDS ARE
017200* HELD DEBITS THAT NEVER TOUCHED BALMSTR.
017300*--------------------------------------------------------------
017400 01  WS-JOURNAL-RECORD.
017500     05  JR-RUN-DATE             PIC 9(08).
017600     05  JR-FILL-1               PIC X(01).
017700     05  JR-SEQUENCE             PIC 9(07).
017800     05  JR-FILL-2               PIC X(01).
017900     05  JR-MASTER-KEY.
018000         10  JR-COMPANY-CODE     PIC X(03).
018100         10  JR-ACCOUNT-NUMBER   PIC X(10).
018200     05  JR-FILL-3               PIC X(01).
018300     05  JR-NEW-FLAG             PIC X(01).
018400     05  JR-FILL-4               PIC X(01).
018500     05  JR-BEFORE-IMAGE         PIC X(60).
018600     05  JR-FILL-5               PIC X(01).
018700     05  JR-APPLIED-AMOUNT       PIC S9(07)V99 SIGN IS
018800                                     LEADING SEPARATE CHARACTER.
018900     05  JR-FILL-6               PIC X(01).
019000     05  JR-TRANSFER-LEG         PIC X(01).
019100         88  JR-FROM-LEG                 VALUE 'F'.
019200         88  JR-TO-LEG                   VALUE 'T'.
019300         88  JR-REVERSAL-ONLY            VALUE 'R'.
019400         88  JR-REVERSAL-LEG             VALUE 'V'.
019500         88  JR-CORRECTION-LEG           VALUE 'C'.
019600 01  WS-PENDING-LEG.
019700     05  WS-PENDING-TYPE         PIC X(01).
019800     05  WS-PENDING-KEY.
019900         10  WS-PENDING-COMPANY  PIC X(03).
020000         10  FILLER              PIC X(10).
020100     05  WS-PENDING-NEW-FLAG     PIC X(01).
020200     05  WS-PENDING-AMOUNT       PIC S9(07)V99 COMP-3.
020300
020400*--------------------------------------------------------------
020500* PROOF TABLE - ONE SLOT PER COMPANY MET ON THE OPENING SET, THE
020600* MOVEMENTS, THE JOURNALS, OR EITHER MASTER. "MOVED" IS EVERYTHING
020700* LOGGED ON MSTRMVT, SIGNED; "POSTED" IS TODAY'S JOURNALS.
020800*--------------------------------------------------------------
020900 01  WS-COMPANY-LIMIT            PIC 9(03) COMP VALUE 50.
021000 01  WS-COMPANY-COUNT            PIC 9(03) COMP VALUE ZERO.
021100 01  WS-COMPANY-TABLE.
021200     05  WS-COMPANY-ENTRY        OCCURS 50 TIMES.
021300         10  WS-CO-COMPANY-CODE  PIC X(03).
021400         10  WS-CO-OPEN-BAL-CNT  PIC S9(07) COMP-3.
021500         10  WS-CO-OPEN-LEDGER   PIC S9(13)V99 COMP-3.
021600         10  WS-CO-OPEN-INTEREST PIC S9(13)V99 COMP-3.
021700         10  WS-CO-OPEN-MST-CNT  PIC S9(07) COMP-3.
021800         10  WS-CO-MOVED-BAL-CNT PIC S9(07) COMP-3.
021900         10  WS-CO-MOVED-LEDGER  PIC S9(13)V99 COMP-3.
022000         10  WS-CO-MOVED-INTEREST
022100                                 PIC S9(13)V99 COMP-3.
022200         10  WS-CO-MOVED-MST-CNT PIC S9(07) COMP-3.
022300         10  WS-CO-POSTED-NEW    PIC S9(07) COMP-3.
022400         10  WS-CO-POSTED-NET    PIC S9(13)V99 COMP-3.
022500         10  WS-CO-CLOSE-BAL-CNT PIC S9(07) COMP-3.
022600         10  WS-CO-CLOSE-LEDGER  PIC S9(13)V99 COMP-3.
022700         10  WS-CO-CLOSE-INTEREST
022800                                 PIC S9(13)V99 COMP-3.
022900         10  WS-CO-CLOSE-MST-CNT PIC S9(07) COMP-3.
023000 01  WS-EXPECTED-BAL-CNT         PIC S9(07) COMP-3.
023100 01  WS-EXPECTED-LEDGER          PIC S9(13)V99 COMP-3.
023200 01  WS-EXPECTED-INTEREST        PIC S9(13)V99 COMP-3.
023300 01  WS-EXPECTED-MST-CNT         PIC S9(07) COMP-3.
023400 01  WS-COMPANY-BROKEN-SWITCH    PIC X(01).
023500     88  WS-COMPANY-BROKEN               VALUE 'Y'.
023600
023700*--------------------------------------------------------------
023800* SHARED ALERT-WRITER CALL PARAMETER
023900*--------------------------------------------------------------
024000 01  WS-ALERT-PARM.
024100     05  WS-AL-PROGRAM-ID        PIC X(12) VALUE 'MSTR-PROOF'.
024200     05  WS-AL-SEVERITY          PIC X(01).
024300     05  WS-AL-ALERT-CODE        PIC X(08).
024400     05  WS-AL-ALERT-TEXT        PIC X(40).
024500 01  WS-BREAK-ALERT-TEXT.
024600     05  FILLER                  PIC X(08) VALUE 'COMPANY '.
024700     05  WS-BA-COMPANY-CODE      PIC X(03).
024800     05  FILLER                  PIC X(29)
024900         VALUE ' MASTER TOTALS OUT OF BALANCE'.
025000
025100 PROCEDURE DIVISION.
025200 0000-MAINLINE.
025300     CALL 'PROC-DATE' USING WS-RUN-DATE
025400     PERFORM 2000-LOAD-OPENING-TOTALS
025500         THRU 2000-LOAD-OPENING-TOTALS-EXIT
025600     PERFORM 3000-LOAD-MOVEMENTS
025700         THRU 3000-LOAD-MOVEMENTS-EXIT
025800     PERFORM 4000-LOAD-POSTED-JOURNALS
025900         THRU 4000-LOAD-POSTED-JOURNALS-EXIT
026000     PERFORM 5000-COUNT-CLOSING-TOTALS
026100         THRU 5000-COUNT-CLOSING-TOTALS-EXIT
026200     IF WS-MASTERS-COUNTED
026300         PERFORM 6000-PROVE-COMPANIES
026400             THRU 6000-PROVE-COMPANIES-EXIT
026500         PERFORM 7000-WRITE-NEW-TOTALS
026600             THRU 7000-WRITE-NEW-TOTALS-EXIT
026700     END-IF
026800     PERFORM 8000-SUMMARIZE
026900         THRU 8000-SUMMARIZE-EXIT
027000     STOP RUN.
027100
027200*--------------------------------------------------------------
027300* OPENING TOTALS - PASS ONE FINDS THE LATEST PROOF DATE BEFORE
027400* TODAY; PASS TWO LOADS THAT DATE'S LAST SET, EACH 'H' HEADER
027500* CLEARING WHAT AN EARLIER SET OF THE SAME DATE LOADED. NO SUCH
027600* SET MAKES THIS A BASELINE RUN.
027700*--------------------------------------------------------------
027800 2000-LOAD-OPENING-TOTALS.
027900     MOVE 'N' TO EOF-SWITCH
028000     OPEN INPUT TOTAL-FILE
028100     IF FS-TOTAL-FILE NOT = '00'
028200         MOVE 'Y' TO EOF-SWITCH
028300     END-IF
028400     PERFORM 2100-FIND-OPENING-DATE
028500         THRU 2100-FIND-OPENING-DATE-EXIT
028600         UNTIL END-OF-FILE
028700     IF FS-TOTAL-FILE = '00' OR '10'
028800         CLOSE TOTAL-FILE
028900     END-IF
029000     IF WS-OPEN-DATE = ZERO
029100         DISPLAY 'MSTR-PROOF: NO EARLIER CONTROL TOTALS - '
029200             'BASELINE RUN, NOTHING FLAGGED'
029300         MOVE 'Y' TO WS-BASELINE-SWITCH
029400         GO TO 2000-LOAD-OPENING-TOTALS-EXIT
029500     END-IF
029600     MOVE 'N' TO EOF-SWITCH
029700     OPEN INPUT TOTAL-FILE
029800     PERFORM 2200-LOAD-ONE-TOTAL
029900         THRU 2200-LOAD-ONE-TOTAL-EXIT
030000         UNTIL END-OF-FILE
030100     CLOSE TOTAL-FILE
030200     DISPLAY 'MSTR-PROOF: OPENING TOTALS AS PROVED ' WS-OPEN-DATE.
030300 2000-LOAD-OPENING-TOTALS-EXIT.
030400     EXIT.
030500
030600 2100-FIND-OPENING-DATE.
030700     READ TOTAL-FILE
030800         AT END
030900             MOVE 'Y' TO EOF-SWITCH
031000             GO TO 2100-FIND-OPENING-DATE-EXIT
031100     END-READ
031200     IF MC-SET-HEADER AND
031300        MC-PROOF-DATE < WS-RUN-DATE AND
031400        MC-PROOF-DATE NOT < WS-OPEN-DATE
031500         MOVE MC-PROOF-DATE TO WS-OPEN-DATE
031600     END-IF.
031700 2100-FIND-OPENING-DATE-EXIT.
031800     EXIT.
031900
032000 2200-LOAD-ONE-TOTAL.
032100     READ TOTAL-FILE
032200         AT END
032300             MOVE 'Y' TO EOF-SWITCH
032400             GO TO 2200-LOAD-ONE-TOTAL-EXIT
032500     END-READ
032600     IF MC-PROOF-DATE NOT = WS-OPEN-DATE
032700         GO TO 2200-LOAD-ONE-TOTAL-EXIT
032800     END-IF
032900     IF MC-SET-HEADER
033000         MOVE MC-MOVEMENT-POSITION TO WS-OPEN-POSITION
033100         MOVE ZERO TO WS-COMPANY-COUNT
033200         GO TO 2200-LOAD-ONE-TOTAL-EXIT
033300     END-IF
033400     MOVE MC-COMPANY-CODE TO WS-SEARCH-COMPANY
033500     PERFORM 9000-FIND-COMPANY-SLOT
033600         THRU 9000-FIND-COMPANY-SLOT-EXIT
033700     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
033800         GO TO 2200-LOAD-ONE-TOTAL-EXIT
033900     END-IF
034000     MOVE MC-BALANCE-COUNT TO
034100         WS-CO-OPEN-BAL-CNT (WS-COMPANY-INDEX)
034200     MOVE MC-LEDGER-TOTAL TO
034300         WS-CO-OPEN-LEDGER (WS-COMPANY-INDEX)
034400     MOVE MC-INTEREST-TOTAL TO
034500         WS-CO-OPEN-INTEREST (WS-COMPANY-INDEX)
034600     MOVE MC-MASTER-COUNT TO
034700         WS-CO-OPEN-MST-CNT (WS-COMPANY-INDEX).
034800 2200-LOAD-ONE-TOTAL-EXIT.
034900     EXIT.
035000
035100*--------------------------------------------------------------
035200* MOVEMENTS - MSTRMVT ONLY EVER GROWS, SO EVERY RECORD PAST THE
035300* OPENING SET'S POSITION WAS LOGGED SINCE THAT SET WAS TAKEN,
035400* WHATEVER DATE IT CARRIES (TONIGHT'S ACCRUAL RUN STAMPS ITSELF
035500* WITH THE SAME BUSINESS DAY AS THIS MORNING'S PROOF). A BASELINE
035600* RUN ONLY COUNTS THE FILE TO SET TOMORROW'S STARTING POSITION.
035700*--------------------------------------------------------------
035800 3000-LOAD-MOVEMENTS.
035900     MOVE 'N' TO EOF-SWITCH
036000     OPEN INPUT MOVEMENT-FILE
036100     IF FS-MOVEMENT-FILE NOT = '00'
036200         DISPLAY 'MSTR-PROOF: NO MOVEMENT FILE - NO PROGRAM '
036300             'LOGGED A MASTER MOVEMENT YET'
036400         GO TO 3000-LOAD-MOVEMENTS-EXIT
036500     END-IF
036600     PERFORM 3100-LOAD-ONE-MOVEMENT
036700         THRU 3100-LOAD-ONE-MOVEMENT-EXIT
036800         UNTIL END-OF-FILE
036900     CLOSE MOVEMENT-FILE.
037000 3000-LOAD-MOVEMENTS-EXIT.
037100     EXIT.
037200
037300 3100-LOAD-ONE-MOVEMENT.
037400     READ MOVEMENT-FILE
037500         AT END
037600             MOVE 'Y' TO EOF-SWITCH
037700             GO TO 3100-LOAD-ONE-MOVEMENT-EXIT
037800     END-READ
037900     ADD 1 TO WS-MOVEMENT-POSITION
038000     IF WS-BASELINE-RUN OR
038100        WS-MOVEMENT-POSITION NOT > WS-OPEN-POSITION
038200         GO TO 3100-LOAD-ONE-MOVEMENT-EXIT
038300     END-IF
038400     MOVE MV-COMPANY-CODE TO WS-SEARCH-COMPANY
038500     PERFORM 9000-FIND-COMPANY-SLOT
038600         THRU 9000-FIND-COMPANY-SLOT-EXIT
038700     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
038800         GO TO 3100-LOAD-ONE-MOVEMENT-EXIT
038900     END-IF
039000     ADD 1 TO WS-MOVEMENT-USED-COUNT
039100     IF MV-MASTER-NAME = 'INPTMSTR'
039200         IF MV-ACCOUNTS-ADDED
039300             ADD MV-COUNT TO
039400                 WS-CO-MOVED-MST-CNT (WS-COMPANY-INDEX)
039500         END-IF
039600         IF MV-ACCOUNTS-DELETED
039700             SUBTRACT MV-COUNT FROM
039800                 WS-CO-MOVED-MST-CNT (WS-COMPANY-INDEX)
039900         END-IF
040000         GO TO 3100-LOAD-ONE-MOVEMENT-EXIT
040100     END-IF
040200     IF MV-ACCOUNTS-ADDED
040300         ADD MV-COUNT TO WS-CO-MOVED-BAL-CNT (WS-COMPANY-INDEX)
040400         ADD MV-LEDGER-AMOUNT TO
040500             WS-CO-MOVED-LEDGER (WS-COMPANY-INDEX)
040600         ADD MV-INTEREST-AMOUNT TO
040700             WS-CO-MOVED-INTEREST (WS-COMPANY-INDEX)
040800     END-IF
040900     IF MV-ACCOUNTS-DELETED
041000         SUBTRACT MV-COUNT FROM
041100             WS-CO-MOVED-BAL-CNT (WS-COMPANY-INDEX)
041200         SUBTRACT MV-LEDGER-AMOUNT FROM
041300             WS-CO-MOVED-LEDGER (WS-COMPANY-INDEX)
041400         SUBTRACT MV-INTEREST-AMOUNT FROM
041500             WS-CO-MOVED-INTEREST (WS-COMPANY-INDEX)
041600     END-IF
041700     IF MV-INTEREST-ACCRUED
041800         ADD MV-INTEREST-AMOUNT TO
041900             WS-CO-MOVED-INTEREST (WS-COMPANY-INDEX)
042000     END-IF
042100     IF MV-INTEREST-CAPITALIZED
042200         SUBTRACT MV-INTEREST-AMOUNT FROM
042300             WS-CO-MOVED-INTEREST (WS-COMPANY-INDEX)
042400     END-IF.
042500 3100-LOAD-ONE-MOVEMENT-EXIT.
042600     EXIT.
042700
042800*--------------------------------------------------------------
042900* TODAY'S POSTING - EACH PARTITION'S JOURNAL, TODAY'S RECORDS
043000* ONLY (A PARTITION THAT DID NOT RUN STILL HOLDS AN OLDER DAY).
043100* A MISSING JOURNAL IS A PARTITION THAT NEVER RAN.
043200*--------------------------------------------------------------
043300 4000-LOAD-POSTED-JOURNALS.
043400     MOVE 1 TO WS-JOURNAL-NUMBER
043500     PERFORM 4100-LOAD-ONE-JOURNAL
043600         THRU 4100-LOAD-ONE-JOURNAL-EXIT
043700         UNTIL WS-JOURNAL-NUMBER > 4.
043800 4000-LOAD-POSTED-JOURNALS-EXIT.
043900     EXIT.
044000
044100 4100-LOAD-ONE-JOURNAL.
044200     MOVE 'N' TO EOF-SWITCH
044300     MOVE 'N' TO WS-PENDING-SWITCH
044400     IF WS-JOURNAL-NUMBER = 1
044500         OPEN INPUT JOURNAL-FILE-1
044600     END-IF
044700     IF WS-JOURNAL-NUMBER = 2
044800         OPEN INPUT JOURNAL-FILE-2
044900     END-IF
045000     IF WS-JOURNAL-NUMBER = 3
045100         OPEN INPUT JOURNAL-FILE-3
045200     END-IF
045300     IF WS-JOURNAL-NUMBER = 4
045400         OPEN INPUT JOURNAL-FILE-4
045500     END-IF
045600     IF FS-JOURNAL-FILE NOT = '00'
045700         DISPLAY 'MSTR-PROOF: NO JOURNAL FOR PARTITION '
045800             WS-JOURNAL-NUMBER ' - NOTHING POSTED THERE'
045900         GO TO 4100-LOAD-ONE-JOURNAL-NEXT
046000     END-IF
046100     PERFORM 4200-SCAN-ONE-JOURNAL
046200         THRU 4200-SCAN-ONE-JOURNAL-EXIT
046300         UNTIL END-OF-FILE
046400     IF WS-LEG-PENDING
046500         ADD 1 TO WS-ORPHAN-LEG-COUNT
046600     END-IF
046700     IF WS-JOURNAL-NUMBER = 1
046800         CLOSE JOURNAL-FILE-1
046900     END-IF
047000     IF WS-JOURNAL-NUMBER = 2
047100         CLOSE JOURNAL-FILE-2
047200     END-IF
047300     IF WS-JOURNAL-NUMBER = 3
047400         CLOSE JOURNAL-FILE-3
047500     END-IF
047600     IF WS-JOURNAL-NUMBER = 4
047700         CLOSE JOURNAL-FILE-4
047800     END-IF.
047900 4100-LOAD-ONE-JOURNAL-NEXT.
048000     ADD 1 TO WS-JOURNAL-NUMBER.
048100 4100-LOAD-ONE-JOURNAL-EXIT.
048200     EXIT.
048300
048400 4200-SCAN-ONE-JOURNAL.
048500     PERFORM 4300-READ-JOURNAL
048600         THRU 4300-READ-JOURNAL-EXIT
048700     IF END-OF-FILE
048800         GO TO 4200-SCAN-ONE-JOURNAL-EXIT
048900     END-IF
049000     IF JR-RUN-DATE NOT = WS-RUN-DATE
049100         GO TO 4200-SCAN-ONE-JOURNAL-EXIT
049200     END-IF
049300     IF WS-LEG-PENDING
049400         IF (WS-PENDING-TYPE = 'F' AND JR-TO-LEG) OR
049500            (WS-PENDING-TYPE = 'V' AND JR-CORRECTION-LEG)
049600             MOVE 'N' TO WS-PENDING-SWITCH
049700             IF JR-MASTER-KEY = WS-PENDING-KEY
049800                 MOVE 'N' TO JR-NEW-FLAG
049900             END-IF
050000             MOVE WS-PENDING-COMPANY TO WS-SEARCH-COMPANY
050100             PERFORM 4500-APPLY-PENDING-LEG
050200                 THRU 4500-APPLY-PENDING-LEG-EXIT
050300             PERFORM 4400-APPLY-JOURNAL-RECORD
050400                 THRU 4400-APPLY-JOURNAL-RECORD-EXIT
050500             GO TO 4200-SCAN-ONE-JOURNAL-EXIT
050600         END-IF
050700         MOVE 'N' TO WS-PENDING-SWITCH
050800         ADD 1 TO WS-ORPHAN-LEG-COUNT
050900     END-IF
051000     IF JR-NEW-FLAG = 'H'
051100         GO TO 4200-SCAN-ONE-JOURNAL-EXIT
051200     END-IF
051300     IF JR-FROM-LEG OR JR-REVERSAL-LEG
051400         MOVE 'Y' TO WS-PENDING-SWITCH
051500         MOVE JR-TRANSFER-LEG TO WS-PENDING-TYPE
051600         MOVE JR-MASTER-KEY TO WS-PENDING-KEY
051700         MOVE JR-NEW-FLAG TO WS-PENDING-NEW-FLAG
051800         MOVE JR-APPLIED-AMOUNT TO WS-PENDING-AMOUNT
051900         GO TO 4200-SCAN-ONE-JOURNAL-EXIT
052000     END-IF
052100     IF JR-TO-LEG OR JR-CORRECTION-LEG
052200         ADD 1 TO WS-ORPHAN-LEG-COUNT
052300         GO TO 4200-SCAN-ONE-JOURNAL-EXIT
052400     END-IF
052500     PERFORM 4400-APPLY-JOURNAL-RECORD
052600         THRU 4400-APPLY-JOURNAL-RECORD-EXIT.
052700 4200-SCAN-ONE-JOURNAL-EXIT.
052800     EXIT.
052900
053000 4300-READ-JOURNAL.
053100     IF WS-JOURNAL-NUMBER = 1
053200         READ JOURNAL-FILE-1 INTO WS-JOURNAL-RECORD
053300             AT END
053400                 MOVE 'Y' TO EOF-SWITCH
053500         END-READ
053600     END-IF
053700     IF WS-JOURNAL-NUMBER = 2
053800         READ JOURNAL-FILE-2 INTO WS-JOURNAL-RECORD
053900             AT END
054000                 MOVE 'Y' TO EOF-SWITCH
054100         END-READ
054200     END-IF
054300     IF WS-JOURNAL-NUMBER = 3
054400         READ JOURNAL-FILE-3 INTO WS-JOURNAL-RECORD
054500             AT END
054600                 MOVE 'Y' TO EOF-SWITCH
054700         END-READ
054800     END-IF
054900     IF WS-JOURNAL-NUMBER = 4
055000         READ JOURNAL-FILE-4 INTO WS-JOURNAL-RECORD
055100             AT END
055200                 MOVE 'Y' TO EOF-SWITCH
055300         END-READ
055400     END-IF.
055500 4300-READ-JOURNAL-EXIT.
055600     EXIT.
055700
055800 4400-APPLY-JOURNAL-RECORD.
055900     MOVE JR-COMPANY-CODE TO WS-SEARCH-COMPANY
056000     PERFORM 9000-FIND-COMPANY-SLOT
056100         THRU 9000-FIND-COMPANY-SLOT-EXIT
056200     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
056300         GO TO 4400-APPLY-JOURNAL-RECORD-EXIT
056400     END-IF
056500     ADD 1 TO WS-JOURNAL-USED-COUNT
056600     ADD JR-APPLIED-AMOUNT TO WS-CO-POSTED-NET (WS-COMPANY-INDEX)
056700     IF JR-NEW-FLAG = 'Y'
056800         ADD 1 TO WS-CO-POSTED-NEW (WS-COMPANY-INDEX)
056900     END-IF.
057000 4400-APPLY-JOURNAL-RECORD-EXIT.
057100     EXIT.
057200
057300 4500-APPLY-PENDING-LEG.
057400     PERFORM 9000-FIND-COMPANY-SLOT
057500         THRU 9000-FIND-COMPANY-SLOT-EXIT
057600     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
057700         GO TO 4500-APPLY-PENDING-LEG-EXIT
057800     END-IF
057900     ADD 1 TO WS-JOURNAL-USED-COUNT
058000     ADD WS-PENDING-AMOUNT TO WS-CO-POSTED-NET (WS-COMPANY-INDEX)
058100     IF WS-PENDING-NEW-FLAG = 'Y'
058200         ADD 1 TO WS-CO-POSTED-NEW (WS-COMPANY-INDEX)
058300     END-IF.
058400 4500-APPLY-PENDING-LEG-EXIT.
058500     EXIT.
058600
058700*--------------------------------------------------------------
058800* CLOSING TOTALS - BOTH MASTERS COUNTED AS THEY STAND. A MASTER
058900* THAT WILL NOT OPEN LEAVES NOTHING TO PROVE AGAINST; THE STEP
059000* ENDS RC=8 AND NO SET IS WRITTEN.
059100*--------------------------------------------------------------
059200 5000-COUNT-CLOSING-TOTALS.
059300     OPEN INPUT BALANCE-FILE
059400     IF FS-BALANCE-FILE NOT = '00' AND '05'
059500         DISPLAY 'MSTR-PROOF: BALMSTR OPEN FAILED, STATUS='
059600             FS-BALANCE-FILE
059700         MOVE 'N' TO WS-MASTERS-SWITCH
059800         GO TO 5000-COUNT-CLOSING-TOTALS-EXIT
059900     END-IF
060000     MOVE 'N' TO EOF-SWITCH
060100     PERFORM 5100-COUNT-ONE-BALANCE
060200         THRU 5100-COUNT-ONE-BALANCE-EXIT
060300         UNTIL END-OF-FILE
060400     CLOSE BALANCE-FILE
060500     OPEN INPUT MASTER-FILE
060600     IF FS-MASTER-FILE NOT = '00' AND '05'
060700         DISPLAY 'MSTR-PROOF: INPTMSTR OPEN FAILED, STATUS='
060800             FS-MASTER-FILE
060900         MOVE 'N' TO WS-MASTERS-SWITCH
061000         GO TO 5000-COUNT-CLOSING-TOTALS-EXIT
061100     END-IF
061200     MOVE 'N' TO EOF-SWITCH
061300     PERFORM 5200-COUNT-ONE-MASTER
061400         THRU 5200-COUNT-ONE-MASTER-EXIT
061500         UNTIL END-OF-FILE
061600     CLOSE MASTER-FILE.
061700 5000-COUNT-CLOSING-TOTALS-EXIT.
061800     EXIT.
061900
062000 5100-COUNT-ONE-BALANCE.
062100     READ BALANCE-FILE NEXT RECORD
062200         AT END
062300             MOVE 'Y' TO EOF-SWITCH
062400             GO TO 5100-COUNT-ONE-BALANCE-EXIT
062500     END-READ
062600     MOVE BL-COMPANY-CODE TO WS-SEARCH-COMPANY
062700     PERFORM 9000-FIND-COMPANY-SLOT
062800         THRU 9000-FIND-COMPANY-SLOT-EXIT
062900     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
063000         GO TO 5100-COUNT-ONE-BALANCE-EXIT
063100     END-IF
063200     ADD 1 TO WS-CO-CLOSE-BAL-CNT (WS-COMPANY-INDEX)
063300     ADD BL-NET-BALANCE TO WS-CO-CLOSE-LEDGER (WS-COMPANY-INDEX)
063400     ADD BL-ACCRUED-INTEREST TO
063500         WS-CO-CLOSE-INTEREST (WS-COMPANY-INDEX).
063600 5100-COUNT-ONE-BALANCE-EXIT.
063700     EXIT.
063800
063900 5200-COUNT-ONE-MASTER.
064000     READ MASTER-FILE NEXT RECORD
064100         AT END
064200             MOVE 'Y' TO EOF-SWITCH
064300             GO TO 5200-COUNT-ONE-MASTER-EXIT
064400     END-READ
064500     MOVE IR-COMPANY-CODE TO WS-SEARCH-COMPANY
064600     PERFORM 9000-FIND-COMPANY-SLOT
064700         THRU 9000-FIND-COMPANY-SLOT-EXIT
064800     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
064900         GO TO 5200-COUNT-ONE-MASTER-EXIT
065000     END-IF
065100     ADD 1 TO WS-CO-CLOSE-MST-CNT (WS-COMPANY-INDEX).
065200 5200-COUNT-ONE-MASTER-EXIT.
065300     EXIT.
065400
065500*--------------------------------------------------------------
065600* THE PROOF - PER COMPANY, OPENING + MOVED + POSTED MUST EQUAL
065700* CLOSING FOR THE BALMSTR COUNT, LEDGER BALANCE, AND ACCRUED
065800* INTEREST, AND OPENING + MOVED FOR THE INPTMSTR COUNT. EVERY
065900* COMPANY OUT OF BALANCE RAISES ITS OWN CRITICAL ALERT; A
066000* BASELINE RUN ONLY RECORDS.
066100*--------------------------------------------------------------
066200 6000-PROVE-COMPANIES.
066300     MOVE 1 TO WS-COMPANY-INDEX
066400     PERFORM 6100-PROVE-ONE-COMPANY
066500         THRU 6100-PROVE-ONE-COMPANY-EXIT
066600         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT.
066700 6000-PROVE-COMPANIES-EXIT.
066800     EXIT.
066900
067000 6100-PROVE-ONE-COMPANY.
067100     MOVE 'N' TO WS-COMPANY-BROKEN-SWITCH
067200     COMPUTE WS-EXPECTED-BAL-CNT =
067300         WS-CO-OPEN-BAL-CNT (WS-COMPANY-INDEX)
067400         + WS-CO-MOVED-BAL-CNT (WS-COMPANY-INDEX)
067500         + WS-CO-POSTED-NEW (WS-COMPANY-INDEX)
067600     COMPUTE WS-EXPECTED-LEDGER =
067700         WS-CO-OPEN-LEDGER (WS-COMPANY-INDEX)
067800         + WS-CO-MOVED-LEDGER (WS-COMPANY-INDEX)
067900         + WS-CO-POSTED-NET (WS-COMPANY-INDEX)
068000     COMPUTE WS-EXPECTED-INTEREST =
068100         WS-CO-OPEN-INTEREST (WS-COMPANY-INDEX)
068200         + WS-CO-MOVED-INTEREST (WS-COMPANY-INDEX)
068300     COMPUTE WS-EXPECTED-MST-CNT =
068400         WS-CO-OPEN-MST-CNT (WS-COMPANY-INDEX)
068500         + WS-CO-MOVED-MST-CNT (WS-COMPANY-INDEX)
068600     MOVE WS-CO-CLOSE-LEDGER (WS-COMPANY-INDEX) TO WS-EDIT-AMOUNT
068700     DISPLAY 'MSTR-PROOF: COMPANY '
068800         WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
068900         ' BALMSTR ' WS-CO-CLOSE-BAL-CNT (WS-COMPANY-INDEX)
069000         ' INPTMSTR ' WS-CO-CLOSE-MST-CNT (WS-COMPANY-INDEX)
069100         ' LEDGER ' WS-EDIT-AMOUNT
069200     MOVE WS-CO-CLOSE-INTEREST (WS-COMPANY-INDEX)
069300         TO WS-EDIT-AMOUNT
069400     MOVE WS-CO-POSTED-NET (WS-COMPANY-INDEX) TO WS-EDIT-EXPECTED
069500     DISPLAY 'MSTR-PROOF:             ACCRUED ' WS-EDIT-AMOUNT
069600         ' POSTED NET ' WS-EDIT-EXPECTED
069700     IF WS-BASELINE-RUN
069800         GO TO 6100-PROVE-ONE-COMPANY-NEXT
069900     END-IF
070000     IF WS-EXPECTED-BAL-CNT NOT =
070100            WS-CO-CLOSE-BAL-CNT (WS-COMPANY-INDEX)
070200         MOVE 'Y' TO WS-COMPANY-BROKEN-SWITCH
070300         DISPLAY 'MSTR-PROOF: *** BALMSTR COUNT EXPECTED '
070400             WS-EXPECTED-BAL-CNT ' ***'
070500     END-IF
070600     IF WS-EXPECTED-LEDGER NOT =
070700            WS-CO-CLOSE-LEDGER (WS-COMPANY-INDEX)
070800         MOVE 'Y' TO WS-COMPANY-BROKEN-SWITCH
070900         MOVE WS-EXPECTED-LEDGER TO WS-EDIT-EXPECTED
071000         DISPLAY 'MSTR-PROOF: *** LEDGER EXPECTED '
071100             WS-EDIT-EXPECTED ' ***'
071200     END-IF
071300     IF WS-EXPECTED-INTEREST NOT =
071400            WS-CO-CLOSE-INTEREST (WS-COMPANY-INDEX)
071500         MOVE 'Y' TO WS-COMPANY-BROKEN-SWITCH
071600         MOVE WS-EXPECTED-INTEREST TO WS-EDIT-EXPECTED
071700         DISPLAY 'MSTR-PROOF: *** ACCRUED EXPECTED '
071800             WS-EDIT-EXPECTED ' ***'
071900     END-IF
072000     IF WS-EXPECTED-MST-CNT NOT =
072100            WS-CO-CLOSE-MST-CNT (WS-COMPANY-INDEX)
072200         MOVE 'Y' TO WS-COMPANY-BROKEN-SWITCH
072300         DISPLAY 'MSTR-PROOF: *** INPTMSTR COUNT EXPECTED '
072400             WS-EXPECTED-MST-CNT ' ***'
072500     END-IF
072600     IF WS-COMPANY-BROKEN
072700         ADD 1 TO WS-BREAK-COUNT
072800         MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
072900             TO WS-BA-COMPANY-CODE
073000         MOVE 'E' TO WS-AL-SEVERITY
073100         MOVE 'MSTRCONT' TO WS-AL-ALERT-CODE
073200         MOVE WS-BREAK-ALERT-TEXT TO WS-AL-ALERT-TEXT
073300         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
073400     END-IF.
073500 6100-PROVE-ONE-COMPANY-NEXT.
073600     ADD 1 TO WS-COMPANY-INDEX.
073700 6100-PROVE-ONE-COMPANY-EXIT.
073800     EXIT.
073900
074000*--------------------------------------------------------------
074100* TODAY'S SET GOES ON THE END OF MSTRTOT WHETHER OR NOT IT
074200* PROVED - A BREAK IS REPORTED ON THE DAY IT HAPPENS, AND A
074300* RERUN OF THE DAY STILL PROVES FROM YESTERDAY'S SET. THE FIRST
074400* RUN CREATES MSTRTOT.
074500*--------------------------------------------------------------
074600 7000-WRITE-NEW-TOTALS.
074700     OPEN EXTEND TOTAL-FILE
074800     IF FS-TOTAL-FILE = '35'
074900         OPEN OUTPUT TOTAL-FILE
075000     END-IF
075100     IF FS-TOTAL-FILE NOT = '00'
075200         DISPLAY 'MSTR-PROOF: MSTRTOT OPEN FAILED, STATUS='
075300             FS-TOTAL-FILE ' - TOTALS NOT CARRIED FORWARD'
075400         ADD 1 TO WS-BREAK-COUNT
075500         GO TO 7000-WRITE-NEW-TOTALS-EXIT
075600     END-IF
075700     MOVE SPACES TO TOTAL-RECORD
075800     MOVE 'H' TO MC-RECORD-TYPE
075900     MOVE WS-RUN-DATE TO MC-PROOF-DATE
076000     MOVE ZERO TO MC-BALANCE-COUNT
076100     MOVE ZERO TO MC-LEDGER-TOTAL
076200     MOVE ZERO TO MC-INTEREST-TOTAL
076300     MOVE ZERO TO MC-MASTER-COUNT
076400     MOVE WS-MOVEMENT-POSITION TO MC-MOVEMENT-POSITION
076500     WRITE TOTAL-RECORD
076600     MOVE 1 TO WS-COMPANY-INDEX
076700     PERFORM 7100-WRITE-ONE-TOTAL
076800         THRU 7100-WRITE-ONE-TOTAL-EXIT
076900         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT
077000     CLOSE TOTAL-FILE.
077100 7000-WRITE-NEW-TOTALS-EXIT.
077200     EXIT.
077300
077400 7100-WRITE-ONE-TOTAL.
077500     MOVE SPACES TO TOTAL-RECORD
077600     MOVE 'C' TO MC-RECORD-TYPE
077700     MOVE WS-RUN-DATE TO MC-PROOF-DATE
077800     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO MC-COMPANY-CODE
077900     MOVE WS-CO-CLOSE-BAL-CNT (WS-COMPANY-INDEX)
078000         TO MC-BALANCE-COUNT
078100     MOVE WS-CO-CLOSE-LEDGER (WS-COMPANY-INDEX) TO MC-LEDGER-TOTAL
078200     MOVE WS-CO-CLOSE-INTEREST (WS-COMPANY-INDEX)
078300         TO MC-INTEREST-TOTAL
078400     MOVE WS-CO-CLOSE-MST-CNT (WS-COMPANY-INDEX)
078500         TO MC-MASTER-COUNT
078600     MOVE WS-MOVEMENT-POSITION TO MC-MOVEMENT-POSITION
078700     WRITE TOTAL-RECORD
078800     ADD 1 TO WS-COMPANY-INDEX.
078900 7100-WRITE-ONE-TOTAL-EXIT.
079000     EXIT.
079100
079200*--------------------------------------------------------------
079300* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
079400* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
079500* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
079600*--------------------------------------------------------------
079700 8000-SUMMARIZE.
079800     DISPLAY 'MSTR-PROOF: COMPANIES PROVED..... ' WS-COMPANY-COUNT
079900     DISPLAY 'MSTR-PROOF: MOVEMENTS APPLIED.... '
080000         WS-MOVEMENT-USED-COUNT
080100     DISPLAY 'MSTR-PROOF: JOURNAL RECORDS...... '
080200         WS-JOURNAL-USED-COUNT
080300     DISPLAY 'MSTR-PROOF: UNSTORED LEGS SKIPPED '
080400         WS-ORPHAN-LEG-COUNT
080500     IF NOT WS-MASTERS-COUNTED
080600         DISPLAY 'MSTR-PROOF: *** MASTERS NOT COUNTED - '
080700             'NO PROOF ***'
080800         MOVE 'E' TO WS-AL-SEVERITY
080900         MOVE 'MSTRCONT' TO WS-AL-ALERT-CODE
081000         MOVE 'MASTER FILE UNAVAILABLE - NOT PROVED'
081100             TO WS-AL-ALERT-TEXT
081200         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
081300         MOVE 8 TO RETURN-CODE
081400         GO TO 8000-SUMMARIZE-EXIT
081500     END-IF
081600     IF WS-COMPANY-TABLE-FULL
081700         DISPLAY 'MSTR-PROOF: *** MORE THAN ' WS-COMPANY-LIMIT
081800             ' COMPANIES - REST NOT PROVED ***'
081900         MOVE 'E' TO WS-AL-SEVERITY
082000         MOVE 'MSTRCONT' TO WS-AL-ALERT-CODE
082100         MOVE 'COMPANY TABLE FULL - NOT ALL PROVED'
082200             TO WS-AL-ALERT-TEXT
082300         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
082400         ADD 1 TO WS-BREAK-COUNT
082450         MOVE 8 TO RETURN-CODE
082500     END-IF
082600     IF WS-BASELINE-RUN
082700         DISPLAY 'MSTR-PROOF: BASELINE CONTROL TOTALS RECORDED'
082800         GO TO 8000-SUMMARIZE-EXIT
082900     END-IF
083000     IF WS-BREAK-COUNT = ZERO
083100         DISPLAY 'MSTR-PROOF: ALL COMPANIES IN BALANCE'
083200     ELSE
083300         DISPLAY 'MSTR-PROOF: *** ' WS-BREAK-COUNT
083400             ' COMPANY TOTAL(S) OUT OF BALANCE ***'
083500         MOVE 8 TO RETURN-CODE
083600     END-IF.
083700 8000-SUMMARIZE-EXIT.
083800     EXIT.
083900
084000*--------------------------------------------------------------
084100* THE SLOT SCAN MATCHES ON THE COMPANY THE CALLER LANDS IN
084200* WS-SEARCH-COMPANY FIRST, OPENING A CLEARED SLOT FOR A COMPANY
084300* NOT YET SEEN. A FULL TABLE LEAVES THE INDEX PAST THE COUNT.
084400*--------------------------------------------------------------
084500 9000-FIND-COMPANY-SLOT.
084600     MOVE 1 TO WS-COMPANY-INDEX
084700     PERFORM 9100-BUMP-COMPANY-SLOT
084800         THRU 9100-BUMP-COMPANY-SLOT-EXIT
084900         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT OR
085000             WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) =
085100                 WS-SEARCH-COMPANY
085200     IF WS-COMPANY-INDEX NOT > WS-COMPANY-COUNT
085300         GO TO 9000-FIND-COMPANY-SLOT-EXIT
085400     END-IF
085500     IF WS-COMPANY-COUNT NOT < WS-COMPANY-LIMIT
085600         MOVE 'Y' TO WS-TABLE-FULL-SWITCH
085700         GO TO 9000-FIND-COMPANY-SLOT-EXIT
085800     END-IF
085900     ADD 1 TO WS-COMPANY-COUNT
086000     MOVE WS-COMPANY-COUNT TO WS-COMPANY-INDEX
086100     MOVE WS-SEARCH-COMPANY TO
086200         WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
086300     MOVE ZERO TO WS-CO-OPEN-BAL-CNT (WS-COMPANY-INDEX)
086400     MOVE ZERO TO WS-CO-OPEN-LEDGER (WS-COMPANY-INDEX)
086500     MOVE ZERO TO WS-CO-OPEN-INTEREST (WS-COMPANY-INDEX)
086600     MOVE ZERO TO WS-CO-OPEN-MST-CNT (WS-COMPANY-INDEX)
086700     MOVE ZERO TO WS-CO-MOVED-BAL-CNT (WS-COMPANY-INDEX)
086800     MOVE ZERO TO WS-CO-MOVED-LEDGER (WS-COMPANY-INDEX)
086900     MOVE ZERO TO WS-CO-MOVED-INTEREST (WS-COMPANY-INDEX)
087000     MOVE ZERO TO WS-CO-MOVED-MST-CNT (WS-COMPANY-INDEX)
087100     MOVE ZERO TO WS-CO-POSTED-NEW (WS-COMPANY-INDEX)
087200     MOVE ZERO TO WS-CO-POSTED-NET (WS-COMPANY-INDEX)
087300     MOVE ZERO TO WS-CO-CLOSE-BAL-CNT (WS-COMPANY-INDEX)
087400     MOVE ZERO TO WS-CO-CLOSE-LEDGER (WS-COMPANY-INDEX)
087500     MOVE ZERO TO WS-CO-CLOSE-INTEREST (WS-COMPANY-INDEX)
087600     MOVE ZERO TO WS-CO-CLOSE-MST-CNT (WS-COMPANY-INDEX).
087700 9000-FIND-COMPANY-SLOT-EXIT.
087800     EXIT.
087900
088000 9100-BUMP-COMPANY-SLOT.
088100     ADD 1 TO WS-COMPANY-INDEX.
088200 9100-BUMP-COMPANY-SLOT-EXIT.
088300     EXIT.
