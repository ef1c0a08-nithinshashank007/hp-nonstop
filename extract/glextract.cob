000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GL-EXTRACT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. DAILY GENERAL-LEDGER JOURNAL
001100*                   EXTRACT, REPLACING THE HAND-KEYED SUMMARY
001200*                   JOURNAL BUILT FROM THE BRANCH TOTALS. THE
001300*                   DAY'S ACTIVITY IS TOTALLED BY COMPANY, BRANCH
001400*                   AND CATEGORY - CUSTOMER DEBITS AND CREDITS AND
001500*                   CAPITALIZED INTEREST FROM TODAY'S ACTHIST
001600*                   POSTINGS, THE INTEREST ACCRUAL FROM INT-
001700*                   ACCRUE'S ACCRGL, AND SUSPENSE FROM THE DETAILS
001800*                   FILE-DEMO SUSPENDED TODAY (SUSPOUT). EACH
001900*                   TOTAL IS MAPPED TO A DEBIT AND A CREDIT GL
002000*                   ACCOUNT THROUGH THE GLMAP MASTER (BRANCH ENTRY
002100*                   FIRST, THEN THE COMPANY DEFAULT) AND EVERY
002200*                   COMPANY IS PROVED DEBITS EQUAL CREDITS. ONLY
002300*                   WHEN EVERY TOTAL IS MAPPED AND EVERY COMPANY
002400*                   BALANCES IS THE GLJRNL EXTRACT WRITTEN - ONE
002500*                   HEADER, THE DETAIL LINES AND A TRAILER PER
002600*                   COMPANY. OTHERWISE NOTHING IS WRITTEN, THE
002700*                   GLRPT REPORT SHOWS WHAT IS UNMAPPED OR OUT OF
002800*                   BALANCE, AND THE STEP ENDS RC=8.
002810* 2026-10-15  DLBS  POSTED 'FE' CLASS SERVICE CHARGES FROM
002820*                   FEE-ASSESS ARE TOTALLED UNDER THEIR OWN
002830*                   FEE-INCOME CATEGORY INSTEAD OF CUSTOMER
002840*                   CREDIT.
002850* 2026-10-15  DLBS  POSTED 'WO' CLASS WRITE-OFFS FROM WO-APPROVE
002860*                   ARE TOTALLED UNDER THEIR OWN WRITE-OFF
002870*                   CATEGORY INSTEAD OF CUSTOMER DEBIT.
002872* 2026-10-15  DLBS  THE COMPANY PROOF WAS ADDING ONE FIGURE TO
002874*                   BOTH SIDES AND COULD NEVER FAIL. DEBITS,
002876*                   CREDITS AND THE LINE COUNT ARE NOW TALLIED
002878*                   FROM THE JOURNAL LINES AS BUILT, AND EACH
002880*                   COMPANY'S JOURNALLED NET OF POSTED ACTIVITY
002882*                   (CATEGORY SIGNS PER GLMAPREC) MUST EQUAL THE
002884*                   NET ACCT-POST APPLIED FOR IT TODAY, READ FROM
002886*                   THE PARTITION JOURNALS PSTJRNL1-4 AS
002888*                   MSTR-PROOF READS THEM - HELD DEBITS AND
002890*                   UNPAIRED LEGS LEFT OUT. AN ACTHIST ROW LOST,
002892*                   DUPLICATED OR BACKED OUT WITHOUT A RERUN STOPS
002894*                   THE INTERFACE RC=8. A REVERSED WRITE-OFF NOW
002896*                   NETS AGAINST THE WRITE-OFFS INSTEAD OF BEING
002898*                   JOURNALLED AS ANOTHER ONE.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS AH-HISTORY-KEY
003700         FILE STATUS IS FS-HISTORY-FILE.
003800     SELECT ACCRUAL-GL-FILE ASSIGN TO 'ACCRGL'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-ACCRUAL-GL-FILE.
004100     SELECT SUSPENSE-FILE ASSIGN TO 'SUSPOUT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-SUSPENSE-FILE.
004307     SELECT POSTING-JOURNAL-1 ASSIGN TO 'PSTJRNL1'
004314         ORGANIZATION IS LINE SEQUENTIAL
004321         FILE STATUS IS FS-POSTING-JOURNAL.
004328     SELECT POSTING-JOURNAL-2 ASSIGN TO 'PSTJRNL2'
004335         ORGANIZATION IS LINE SEQUENTIAL
004342         FILE STATUS IS FS-POSTING-JOURNAL.
004349     SELECT POSTING-JOURNAL-3 ASSIGN TO 'PSTJRNL3'
004356         ORGANIZATION IS LINE SEQUENTIAL
004363         FILE STATUS IS FS-POSTING-JOURNAL.
004370     SELECT POSTING-JOURNAL-4 ASSIGN TO 'PSTJRNL4'
004377         ORGANIZATION IS LINE SEQUENTIAL
004384         FILE STATUS IS FS-POSTING-JOURNAL.
004400     SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS GM-MAP-KEY
004800         FILE STATUS IS FS-GL-MAP-FILE.
004900     SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-GL-JOURNAL-FILE.
005200     SELECT REPORT-FILE ASSIGN TO 'GLRPT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-REPORT-FILE.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  HISTORY-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  HISTORY-RECORD.
006100     COPY ACTHREC.
006200
006300*--------------------------------------------------------------
006400* INT-ACCRUE'S DAILY ACCRUAL LINES - ONE PER ACCOUNT.
006500*--------------------------------------------------------------
006600 FD  ACCRUAL-GL-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  ACCRUAL-GL-RECORD.
006900     05  AG-RUN-DATE             PIC 9(08).
007000     05  AG-FILL-1               PIC X(01).
007100     05  AG-COMPANY-CODE         PIC X(03).
007200     05  AG-FILL-2               PIC X(01).
007300     05  AG-BRANCH-CODE          PIC X(04).
007400     05  AG-FILL-3               PIC X(01).
007500     05  AG-ACCOUNT-NUMBER       PIC X(10).
007600     05  AG-FILL-4               PIC X(01).
007700     05  AG-AMOUNT               PIC S9(09)V99 SIGN IS
007800                                     LEADING SEPARATE CHARACTER.
007900
008000 FD  SUSPENSE-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  SUSPENSE-RECORD.
008300     05  SP-ORIGINAL-RECORD      PIC X(80).
008400     05  SP-FILL-1               PIC X(01).
008500     05  SP-SUSPENDED-DATE       PIC 9(08).
008504
008508*--------------------------------------------------------------
008512* ACCT-POST'S WRITE-AHEAD JOURNALS, ONE PER POSTING PARTITION,
008516* READ INTO WS-POSTING-JOURNAL-RECORD.
008520*--------------------------------------------------------------
008524 FD  POSTING-JOURNAL-1
008528     LABEL RECORDS ARE STANDARD.
008532 01  POSTING-JOURNAL-RECORD-1    PIC X(106).
008536
008540 FD  POSTING-JOURNAL-2
008544     LABEL RECORDS ARE STANDARD.
008548 01  POSTING-JOURNAL-RECORD-2    PIC X(106).
008552
008556 FD  POSTING-JOURNAL-3
008560     LABEL RECORDS ARE STANDARD.
008564 01  POSTING-JOURNAL-RECORD-3    PIC X(106).
008568
008572 FD  POSTING-JOURNAL-4
008576     LABEL RECORDS ARE STANDARD.
008580 01  POSTING-JOURNAL-RECORD-4    PIC X(106).
008600
008700 FD  GL-MAP-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  GL-MAP-RECORD.
009000     COPY GLMAPREC.
009100
009200*--------------------------------------------------------------
009300* GL JOURNAL EXTRACT - PER COMPANY ONE 'H' HEADER, THE 'D'
009400* DETAIL LINES (ONE DEBIT AND ONE CREDIT PER MAPPED TOTAL), AND
009500* ONE 'T' TRAILER CARRYING THE LINE COUNT AND BOTH SIDES' TOTALS.
009600*--------------------------------------------------------------
009700 FD  GL-JOURNAL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  GL-JOURNAL-RECORD.
010000     05  GJ-RECORD-TYPE          PIC X(01).
010100         88  GJ-HEADER-RECORD            VALUE 'H'.
010200         88  GJ-DETAIL-RECORD            VALUE 'D'.
010300         88  GJ-TRAILER-RECORD           VALUE 'T'.
010400     05  GJ-COMPANY-CODE         PIC X(03).
010500     05  GJ-POST-DATE            PIC 9(08).
010600     05  GJ-RECORD-DATA          PIC X(68).
010700     05  GJ-HEADER-VIEW REDEFINES GJ-RECORD-DATA.
010800         10  GJ-HDR-SOURCE-SYSTEM
010900                                 PIC X(10).
011000         10  FILLER              PIC X(58).
011100     05  GJ-DETAIL-VIEW REDEFINES GJ-RECORD-DATA.
011200         10  GJ-BRANCH-CODE      PIC X(04).
011300         10  GJ-GL-ACCOUNT       PIC X(12).
011400         10  GJ-DEBIT-CREDIT     PIC X(01).
011500             88  GJ-DEBIT-LINE           VALUE 'D'.
011600             88  GJ-CREDIT-LINE          VALUE 'C'.
011700         10  GJ-AMOUNT           PIC S9(11)V99 SIGN IS
011800                                     LEADING SEPARATE CHARACTER.
011900         10  GJ-CATEGORY         PIC X(02).
012000         10  GJ-ITEM-COUNT       PIC 9(07).
012100         10  GJ-DESCRIPTION      PIC X(20).
012200         10  FILLER              PIC X(08).
012300     05  GJ-TRAILER-VIEW REDEFINES GJ-RECORD-DATA.
012400         10  GJ-TRL-LINE-COUNT   PIC 9(07).
012500         10  GJ-TRL-DEBIT-TOTAL  PIC S9(11)V99 SIGN IS
012600                                     LEADING SEPARATE CHARACTER.
012700         10  GJ-TRL-CREDIT-TOTAL PIC S9(11)V99 SIGN IS
012800                                     LEADING SEPARATE CHARACTER.
012900         10  FILLER              PIC X(33).
013000
013100 FD  REPORT-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  REPORT-RECORD               PIC X(80).
013400
013500 WORKING-STORAGE SECTION.
013600 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
013700 01  FS-ACCRUAL-GL-FILE          PIC X(02) VALUE '00'.
013800 01  FS-SUSPENSE-FILE            PIC X(02) VALUE '00'.
013850 01  FS-POSTING-JOURNAL          PIC X(02) VALUE '00'.
013900 01  FS-GL-MAP-FILE              PIC X(02) VALUE '00'.
014000 01  FS-GL-JOURNAL-FILE          PIC X(02) VALUE '00'.
014100 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
014200 01  WS-SWITCHES.
014300     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
014400         88  WS-HISTORY-EOF                  VALUE 'Y'.
014500     05  WS-ACCR-EOF-SWITCH      PIC X(01) VALUE 'N'.
014600         88  WS-ACCRUAL-EOF                  VALUE 'Y'.
014700     05  WS-SUSP-EOF-SWITCH      PIC X(01) VALUE 'N'.
014800         88  WS-SUSPENSE-EOF                 VALUE 'Y'.
014820     05  WS-PJRN-EOF-SWITCH      PIC X(01) VALUE 'N'.
014840         88  WS-POSTING-JOURNAL-EOF          VALUE 'Y'.
014860     05  WS-PENDING-SWITCH       PIC X(01) VALUE 'N'.
014880         88  WS-LEG-PENDING                  VALUE 'Y'.
014900     05  WS-MAP-OPEN-SWITCH      PIC X(01) VALUE 'N'.
015000         88  WS-GL-MAP-FILE-OPEN             VALUE 'Y'.
015100     05  WS-RPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
015200         88  WS-REPORT-FILE-OPEN             VALUE 'Y'.
015300     05  WS-MAP-FOUND-SWITCH     PIC X(01).
015400         88  WS-MAP-FOUND                    VALUE 'Y'.
015500     05  WS-STOP-SWITCH          PIC X(01) VALUE 'N'.
015600         88  WS-INTERFACE-STOPPED            VALUE 'Y'.
015630     05  WS-JRNL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
015660         88  WS-JOURNAL-FILE-OPEN            VALUE 'Y'.
015700
015800 01  WS-RUN-DATE                 PIC 9(08).
015850 01  WS-PARTITION-NUMBER         PIC 9(01).
015900
016000*--------------------------------------------------------------
016100* THE DAY'S ACTIVITY TOTALS - ONE ENTRY PER COMPANY, BRANCH AND
016200* CATEGORY, WITH THE GL ACCOUNTS THE 3000 MAPPING PASS FOUND.
016300* CUSTOMER CREDITS ARE HELD AS A POSITIVE FIGURE, SO EVERY
016400* CATEGORY'S NORMAL TOTAL IS POSITIVE AND A NEGATIVE ONE SWAPS
016500* THE MAPPED DEBIT AND CREDIT SIDES.
016600*--------------------------------------------------------------
016700 01  WS-GL-LIMIT                 PIC 9(04) COMP VALUE 2000.
016800 01  WS-GL-COUNT                 PIC 9(04) COMP VALUE ZERO.
016900 01  WS-GL-INDEX                 PIC 9(04) COMP.
017000 01  WS-GL-TABLE.
017100     05  WS-GL-ENTRY             OCCURS 2000 TIMES.
017200         10  WS-GE-COMPANY-CODE  PIC X(03).
017300         10  WS-GE-BRANCH-CODE   PIC X(04).
017400         10  WS-GE-CATEGORY      PIC X(02).
017500         10  WS-GE-AMOUNT        PIC S9(11)V99 COMP-3.
017600         10  WS-GE-ITEM-COUNT    PIC 9(07) COMP.
017700         10  WS-GE-DEBIT-GL      PIC X(12).
017800         10  WS-GE-CREDIT-GL     PIC X(12).
017900         10  WS-GE-DESCRIPTION   PIC X(20).
018000         10  WS-GE-MAP-STATUS    PIC X(08).
018100
018200*--------------------------------------------------------------
018300* PER-COMPANY JOURNAL PROOF. THE DEBIT AND CREDIT TOTALS AND THE
018320* LINE COUNT ARE TALLIED FROM THE JOURNAL LINES THEMSELVES; THE
018340* JOURNALLED NET OF THE POSTED CATEGORIES MUST EQUAL THE NET
018360* ACCT-POST APPLIED TODAY, SUMMED FROM THE PARTITION JOURNALS.
018400*--------------------------------------------------------------
018500 01  WS-COMPANY-LIMIT            PIC 9(02) COMP VALUE 10.
018600 01  WS-COMPANY-COUNT            PIC 9(02) COMP VALUE ZERO.
018700 01  WS-COMPANY-INDEX            PIC 9(02) COMP.
018800 01  WS-COMPANY-TABLE.
018900     05  WS-COMPANY-ENTRY        OCCURS 10 TIMES.
019000         10  WS-CO-COMPANY-CODE  PIC X(03).
019100         10  WS-CO-DEBIT-TOTAL   PIC S9(11)V99 COMP-3.
019200         10  WS-CO-CREDIT-TOTAL  PIC S9(11)V99 COMP-3.
019300         10  WS-CO-LINE-COUNT    PIC 9(07) COMP.
019400         10  WS-CO-UNMAPPED      PIC 9(07) COMP.
019430         10  WS-CO-POSTED-NET    PIC S9(11)V99 COMP-3.
019460         10  WS-CO-JOURNAL-NET   PIC S9(11)V99 COMP-3.
019500
019600*--------------------------------------------------------------
019700* ONE ACTIVITY ITEM ON ITS WAY INTO THE TOTALS TABLE.
019800*--------------------------------------------------------------
019900 01  WS-ITEM-COMPANY             PIC X(03).
020000 01  WS-ITEM-BRANCH              PIC X(04).
020100 01  WS-ITEM-CATEGORY            PIC X(02).
020200 01  WS-ITEM-AMOUNT              PIC S9(11)V99 COMP-3.
020300 01  WS-LINE-AMOUNT              PIC S9(11)V99 COMP-3.
020302
020304*--------------------------------------------------------------
020306* ONE PSTJRNL RECORD (LAYOUT AS ACCT-POST WRITES IT), AND A FROM
020308* OR REVERSAL LEG HELD UNTIL ITS PARTNER IS READ. A LEG WITHOUT
020310* ITS PARTNER WAS NEVER STORED AND LEFT NO ACTHIST ROW; AN 'H'
020312* RECORD IS A HELD DEBIT THAT WAS NEVER APPLIED.
020314*--------------------------------------------------------------
020316 01  WS-POSTING-JOURNAL-RECORD.
020318     05  JR-RUN-DATE             PIC 9(08).
020320     05  JR-FILL-1               PIC X(01).
020322     05  JR-SEQUENCE             PIC 9(07).
020324     05  JR-FILL-2               PIC X(01).
020326     05  JR-MASTER-KEY.
020328         10  JR-COMPANY-CODE     PIC X(03).
020330         10  JR-ACCOUNT-NUMBER   PIC X(10).
020332     05  JR-FILL-3               PIC X(01).
020334     05  JR-NEW-FLAG             PIC X(01).
020336         88  JR-HELD-DEBIT               VALUE 'H'.
020338     05  JR-FILL-4               PIC X(01).
020340     05  JR-BEFORE-IMAGE         PIC X(60).
020342     05  JR-FILL-5               PIC X(01).
020344     05  JR-APPLIED-AMOUNT       PIC S9(07)V99 SIGN IS
020346                                     LEADING SEPARATE CHARACTER.
020348     05  JR-FILL-6               PIC X(01).
020350     05  JR-TRANSFER-LEG         PIC X(01).
020352         88  JR-FROM-LEG                 VALUE 'F'.
020354         88  JR-TO-LEG                   VALUE 'T'.
020356         88  JR-REVERSAL-ONLY            VALUE 'R'.
020358         88  JR-REVERSAL-LEG             VALUE 'V'.
020360         88  JR-CORRECTION-LEG           VALUE 'C'.
020362 01  WS-PENDING-LEG.
020364     05  WS-PENDING-TYPE         PIC X(01).
020366     05  WS-PENDING-COMPANY      PIC X(03).
020368     05  WS-PENDING-AMOUNT       PIC S9(07)V99 COMP-3.
020370 01  WS-POSTED-AMOUNT            PIC S9(07)V99 COMP-3.
020400
020500*--------------------------------------------------------------
020600* A SUSPENDED DETAIL - SUSPOUT CARRIES THE ORIGINAL INPTREC
020700* IMAGE.
020800*--------------------------------------------------------------
020900 01  WS-SUSPENDED-DETAIL.
021000     COPY INPTREC.
021100
021200 01  WS-COUNTERS.
021300     05  WS-HISTORY-COUNT        PIC 9(07) COMP VALUE ZERO.
021400     05  WS-ACCRUAL-COUNT        PIC 9(07) COMP VALUE ZERO.
021500     05  WS-SUSPENSE-COUNT       PIC 9(07) COMP VALUE ZERO.
021530     05  WS-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
021560     05  WS-ORPHAN-LEG-COUNT     PIC 9(07) COMP VALUE ZERO.
021600     05  WS-UNMAPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
021700     05  WS-UNBALANCED-COUNT     PIC 9(07) COMP VALUE ZERO.
021750     05  WS-UNRECONCILED-COUNT   PIC 9(07) COMP VALUE ZERO.
021800     05  WS-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
021900     05  WS-JOURNAL-COUNT        PIC 9(07) COMP VALUE ZERO.
022000
022100*--------------------------------------------------------------
022200* SHARED ALERT-WRITER CALL PARAMETER
022300*--------------------------------------------------------------
022400 01  WS-ALERT-PARM.
022500     05  WS-AL-PROGRAM-ID        PIC X(12) VALUE 'GL-EXTRACT'.
022600     05  WS-AL-SEVERITY          PIC X(01).
022700     05  WS-AL-ALERT-CODE        PIC X(08).
022800     05  WS-AL-ALERT-TEXT        PIC X(40).
022900
023000*--------------------------------------------------------------
023100* GLRPT REPORT LINES
023200*--------------------------------------------------------------
023300 01  WS-REPORT-HEADING.
023400     05  FILLER                  PIC X(40)
023500         VALUE 'GL-EXTRACT  GENERAL-LEDGER INTERFACE    '.
023600     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
023700     05  RH-RUN-DATE             PIC 9(08).
023800 01  WS-MAP-COLUMNS.
023900     05  FILLER                  PIC X(40)
024000         VALUE 'CO  BRCH CT   ITEMS          AMOUNT DEBI'.
024100     05  FILLER                  PIC X(30)
024200         VALUE 'T GL     CREDIT GL    STATUS  '.
024300 01  WS-MAP-LINE.
024400     05  ML-COMPANY-CODE         PIC X(03).
024500     05  FILLER                  PIC X(01) VALUE SPACE.
024600     05  ML-BRANCH-CODE          PIC X(04).
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  ML-CATEGORY             PIC X(02).
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  ML-ITEM-COUNT           PIC Z(06)9.
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  ML-AMOUNT               PIC -(11)9.99.
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  ML-DEBIT-GL             PIC X(12).
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  ML-CREDIT-GL            PIC X(12).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  ML-MAP-STATUS           PIC X(08).
025900 01  WS-PROOF-COLUMNS.
026000     05  FILLER                  PIC X(40)
026100         VALUE 'CO    LINES          DEBITS         CRED'.
026200     05  FILLER                  PIC X(28)
026300         VALUE 'ITS UNMAPPED  STATUS        '.
026400 01  WS-PROOF-LINE.
026500     05  PL-COMPANY-CODE         PIC X(03).
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  PL-LINE-COUNT           PIC Z(06)9.
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  PL-DEBIT-TOTAL          PIC -(11)9.99.
027000     05  FILLER                  PIC X(01) VALUE SPACE.
027100     05  PL-CREDIT-TOTAL         PIC -(11)9.99.
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  PL-UNMAPPED             PIC Z(07)9.
027400     05  FILLER                  PIC X(02) VALUE SPACES.
027500     05  PL-STATUS               PIC X(14).
027510 01  WS-NET-LINE.
027520     05  NL-COMPANY-CODE         PIC X(03).
027530     05  FILLER                  PIC X(14)
027540         VALUE '  PSTJRNL NET '.
027550     05  NL-POSTED-NET           PIC -(11)9.99.
027560     05  FILLER                  PIC X(17)
027570         VALUE '  JOURNALLED NET '.
027580     05  NL-JOURNAL-NET          PIC -(11)9.99.
027600 01  WS-SOURCE-LINE.
027700     05  SL-LABEL                PIC X(32).
027800     05  SL-COUNT                PIC Z(06)9.
027900 01  WS-VERDICT-LINE.
028000     05  VL-VERDICT              PIC X(60).
028100 01  WS-BLANK-LINE               PIC X(01) VALUE SPACE.
028200
028300 PROCEDURE DIVISION.
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE
028600         THRU 1000-INITIALIZE-EXIT
028700     IF NOT WS-INTERFACE-STOPPED
028800         PERFORM 2000-COLLECT-ACTIVITY
028900             THRU 2000-COLLECT-ACTIVITY-EXIT
029000         MOVE 1 TO WS-GL-INDEX
029100         PERFORM 3000-MAP-ONE-TOTAL
029200             THRU 3000-MAP-ONE-TOTAL-EXIT
029300             UNTIL WS-GL-INDEX > WS-GL-COUNT
029400         PERFORM 4000-PROVE-COMPANIES
029500             THRU 4000-PROVE-COMPANIES-EXIT
029600     END-IF
029700     IF NOT WS-INTERFACE-STOPPED
029800         PERFORM 5000-WRITE-JOURNAL
029900             THRU 5000-WRITE-JOURNAL-EXIT
030000     END-IF
030100     PERFORM 8000-SUMMARIZE
030200         THRU 8000-SUMMARIZE-EXIT
030300     PERFORM 9999-TERMINATE
030400         THRU 9999-TERMINATE-EXIT
030500     STOP RUN.
030600
030700 1000-INITIALIZE.
030800     CALL 'PROC-DATE' USING WS-RUN-DATE
030900     OPEN OUTPUT REPORT-FILE
031000     IF FS-REPORT-FILE = '00'
031100         MOVE 'Y' TO WS-RPT-OPEN-SWITCH
031200         MOVE WS-RUN-DATE TO RH-RUN-DATE
031300         WRITE REPORT-RECORD FROM WS-REPORT-HEADING
031400         WRITE REPORT-RECORD FROM WS-BLANK-LINE
031500     END-IF
031600     OPEN INPUT GL-MAP-FILE
031700     IF FS-GL-MAP-FILE NOT = '00' AND '05'
031800         DISPLAY 'GL-EXTRACT: GLMAP OPEN FAILED, STATUS='
031900             FS-GL-MAP-FILE ' - NOTHING CAN BE MAPPED'
032000         MOVE 'Y' TO WS-STOP-SWITCH
032100         GO TO 1000-INITIALIZE-EXIT
032200     END-IF
032300     MOVE 'Y' TO WS-MAP-OPEN-SWITCH.
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032600
032700*--------------------------------------------------------------
032800* GATHER THE DAY'S ACTIVITY FROM ITS THREE SOURCES. A MISSING
032900* ACCRGL OR SUSPOUT JUST MEANS NONE OF THAT ACTIVITY TODAY; A
033000* MISSING ACTHIST STOPS THE INTERFACE. THE PARTITION JOURNALS
033050* ARE THEN READ FOR WHAT ACCT-POST ACTUALLY APPLIED.
033100*--------------------------------------------------------------
033200 2000-COLLECT-ACTIVITY.
033300     OPEN INPUT HISTORY-FILE
033400     IF FS-HISTORY-FILE NOT = '00' AND '05'
033500         DISPLAY 'GL-EXTRACT: ACTHIST OPEN FAILED, STATUS='
033600             FS-HISTORY-FILE
033700         MOVE 'Y' TO WS-STOP-SWITCH
033800         GO TO 2000-COLLECT-ACTIVITY-EXIT
033900     END-IF
034000     MOVE LOW-VALUES TO AH-HISTORY-KEY
034100     START HISTORY-FILE
034200         KEY IS NOT LESS THAN AH-HISTORY-KEY
034300         INVALID KEY
034400             MOVE 'Y' TO WS-HIST-EOF-SWITCH
034500     END-START
034600     PERFORM 2100-COLLECT-ONE-HISTORY
034700         THRU 2100-COLLECT-ONE-HISTORY-EXIT
034800         UNTIL WS-HISTORY-EOF
034900     CLOSE HISTORY-FILE
035000     OPEN INPUT ACCRUAL-GL-FILE
035100     IF FS-ACCRUAL-GL-FILE = '00'
035200         PERFORM 2200-COLLECT-ONE-ACCRUAL
035300             THRU 2200-COLLECT-ONE-ACCRUAL-EXIT
035400             UNTIL WS-ACCRUAL-EOF
035500         CLOSE ACCRUAL-GL-FILE
035600     ELSE
035700         DISPLAY 'GL-EXTRACT: NO ACCRGL - NO INTEREST ACCRUAL '
035800             'JOURNALLED TODAY'
035900     END-IF
036000     OPEN INPUT SUSPENSE-FILE
036100     IF FS-SUSPENSE-FILE = '00'
036200         PERFORM 2300-COLLECT-ONE-SUSPENSE
036300             THRU 2300-COLLECT-ONE-SUSPENSE-EXIT
036400             UNTIL WS-SUSPENSE-EOF
036500         CLOSE SUSPENSE-FILE
036600     END-IF
036620     MOVE 1 TO WS-PARTITION-NUMBER
036640     PERFORM 2400-LOAD-ONE-JOURNAL
036660         THRU 2400-LOAD-ONE-JOURNAL-EXIT
036680         UNTIL WS-PARTITION-NUMBER > 4.
036700 2000-COLLECT-ACTIVITY-EXIT.
036800     EXIT.
036900
037000*--------------------------------------------------------------
037100* TODAY'S POSTINGS ONLY. CAPITALIZED INTEREST, SERVICE CHARGES
037200* AND WRITE-OFFS ARE THEIR OWN CATEGORIES; EVERY OTHER ITEM IS A
037300* CUSTOMER DEBIT OR CREDIT BY ITS SIGN. A WRITE-OFF KEEPS ITS
037320* POSTED SIGN, SO A REVERSED WRITE-OFF NETS AGAINST THE DAY'S
037340* WRITE-OFFS.
037400*--------------------------------------------------------------
037500 2100-COLLECT-ONE-HISTORY.
037600     READ HISTORY-FILE NEXT RECORD
037700         AT END
037800             MOVE 'Y' TO WS-HIST-EOF-SWITCH
037900             GO TO 2100-COLLECT-ONE-HISTORY-EXIT
038000     END-READ
038100     IF AH-POST-DATE NOT = WS-RUN-DATE
038200         GO TO 2100-COLLECT-ONE-HISTORY-EXIT
038300     END-IF
038400     ADD 1 TO WS-HISTORY-COUNT
038500     MOVE AH-COMPANY-CODE TO WS-ITEM-COMPANY
038600     MOVE AH-BRANCH-CODE TO WS-ITEM-BRANCH
038700     MOVE AH-AMOUNT TO WS-ITEM-AMOUNT
038800     IF AH-INTEREST-CAPITALIZED
038900         MOVE 'IC' TO WS-ITEM-CATEGORY
038910     ELSE
038920         IF AH-FEE-CHARGE
038930             MOVE 'FE' TO WS-ITEM-CATEGORY
038940             COMPUTE WS-ITEM-AMOUNT = ZERO - AH-AMOUNT
038950         ELSE
039100             IF AH-AMOUNT < ZERO
039200                 MOVE 'CR' TO WS-ITEM-CATEGORY
039300                 COMPUTE WS-ITEM-AMOUNT = ZERO - AH-AMOUNT
039400             ELSE
039500                 MOVE 'DR' TO WS-ITEM-CATEGORY
039600             END-IF
039650         END-IF
039700     END-IF
039720     IF AH-WRITE-OFF
039740         MOVE 'WO' TO WS-ITEM-CATEGORY
039750         MOVE AH-AMOUNT TO WS-ITEM-AMOUNT
039760     END-IF
039800     PERFORM 2900-ADD-TO-TOTALS
039900         THRU 2900-ADD-TO-TOTALS-EXIT.
040000 2100-COLLECT-ONE-HISTORY-EXIT.
040100     EXIT.
040200
040300 2200-COLLECT-ONE-ACCRUAL.
040400     READ ACCRUAL-GL-FILE
040500         AT END
040600             MOVE 'Y' TO WS-ACCR-EOF-SWITCH
040700             GO TO 2200-COLLECT-ONE-ACCRUAL-EXIT
040800     END-READ
040900     IF AG-RUN-DATE NOT = WS-RUN-DATE OR
041000        AG-AMOUNT NOT NUMERIC
041100         GO TO 2200-COLLECT-ONE-ACCRUAL-EXIT
041200     END-IF
041300     ADD 1 TO WS-ACCRUAL-COUNT
041400     MOVE AG-COMPANY-CODE TO WS-ITEM-COMPANY
041500     MOVE AG-BRANCH-CODE TO WS-ITEM-BRANCH
041600     MOVE 'IA' TO WS-ITEM-CATEGORY
041700     MOVE AG-AMOUNT TO WS-ITEM-AMOUNT
041800     PERFORM 2900-ADD-TO-TOTALS
041900         THRU 2900-ADD-TO-TOTALS-EXIT.
042000 2200-COLLECT-ONE-ACCRUAL-EXIT.
042100     EXIT.
042200
042300*--------------------------------------------------------------
042400* SUSPOUT IS A CARRY FILE - ONLY WHAT FILE-DEMO SUSPENDED TODAY
042500* IS NEW SUSPENSE ACTIVITY.
042600*--------------------------------------------------------------
042700 2300-COLLECT-ONE-SUSPENSE.
042800     READ SUSPENSE-FILE
042900         AT END
043000             MOVE 'Y' TO WS-SUSP-EOF-SWITCH
043100             GO TO 2300-COLLECT-ONE-SUSPENSE-EXIT
043200     END-READ
043300     IF SP-SUSPENDED-DATE NOT = WS-RUN-DATE
043400         GO TO 2300-COLLECT-ONE-SUSPENSE-EXIT
043500     END-IF
043600     MOVE SP-ORIGINAL-RECORD TO WS-SUSPENDED-DETAIL
043700     IF IR-AMOUNT OF WS-SUSPENDED-DETAIL NOT NUMERIC
043800         GO TO 2300-COLLECT-ONE-SUSPENSE-EXIT
043900     END-IF
044000     ADD 1 TO WS-SUSPENSE-COUNT
044100     MOVE IR-COMPANY-CODE OF WS-SUSPENDED-DETAIL
044200         TO WS-ITEM-COMPANY
044300     MOVE IR-BRANCH-CODE OF WS-SUSPENDED-DETAIL
044400         TO WS-ITEM-BRANCH
044500     MOVE 'SU' TO WS-ITEM-CATEGORY
044600     MOVE IR-AMOUNT OF WS-SUSPENDED-DETAIL TO WS-ITEM-AMOUNT
044700     PERFORM 2900-ADD-TO-TOTALS
044800         THRU 2900-ADD-TO-TOTALS-EXIT.
044900 2300-COLLECT-ONE-SUSPENSE-EXIT.
045000     EXIT.
045100
045101*--------------------------------------------------------------
045102* TODAY'S POSTING - EACH PARTITION'S JOURNAL, TODAY'S RECORDS
045103* ONLY (A PARTITION THAT DID NOT RUN STILL HOLDS AN OLDER DAY).
045104* A MISSING JOURNAL IS A PARTITION THAT NEVER RAN.
045105*--------------------------------------------------------------
045106 2400-LOAD-ONE-JOURNAL.
045107     MOVE 'N' TO WS-PJRN-EOF-SWITCH
045108     MOVE 'N' TO WS-PENDING-SWITCH
045109     IF WS-PARTITION-NUMBER = 1
045110         OPEN INPUT POSTING-JOURNAL-1
045111     END-IF
045112     IF WS-PARTITION-NUMBER = 2
045113         OPEN INPUT POSTING-JOURNAL-2
045114     END-IF
045115     IF WS-PARTITION-NUMBER = 3
045116         OPEN INPUT POSTING-JOURNAL-3
045117     END-IF
045118     IF WS-PARTITION-NUMBER = 4
045119         OPEN INPUT POSTING-JOURNAL-4
045120     END-IF
045121     IF FS-POSTING-JOURNAL NOT = '00'
045122         DISPLAY 'GL-EXTRACT: NO JOURNAL FOR PARTITION '
045123             WS-PARTITION-NUMBER ' - NOTHING POSTED THERE'
045124         GO TO 2400-LOAD-ONE-JOURNAL-NEXT
045125     END-IF
045126     PERFORM 2500-SCAN-ONE-JOURNAL
045127         THRU 2500-SCAN-ONE-JOURNAL-EXIT
045128         UNTIL WS-POSTING-JOURNAL-EOF
045129     IF WS-LEG-PENDING
045130         ADD 1 TO WS-ORPHAN-LEG-COUNT
045131     END-IF
045132     IF WS-PARTITION-NUMBER = 1
045133         CLOSE POSTING-JOURNAL-1
045134     END-IF
045135     IF WS-PARTITION-NUMBER = 2
045136         CLOSE POSTING-JOURNAL-2
045137     END-IF
045138     IF WS-PARTITION-NUMBER = 3
045139         CLOSE POSTING-JOURNAL-3
045140     END-IF
045141     IF WS-PARTITION-NUMBER = 4
045142         CLOSE POSTING-JOURNAL-4
045143     END-IF.
045144 2400-LOAD-ONE-JOURNAL-NEXT.
045145     ADD 1 TO WS-PARTITION-NUMBER.
045146 2400-LOAD-ONE-JOURNAL-EXIT.
045147     EXIT.
045148
045149*--------------------------------------------------------------
045150* ONE JOURNAL RECORD. A FROM OR REVERSAL LEG WAITS FOR ITS TO OR
045151* CORRECTION PARTNER - ACCT-POST STORES NEITHER MASTER UNTIL BOTH
045152* ARE JOURNALED, SO A LEG LEFT ALONE NEVER REACHED ACTHIST.
045153*--------------------------------------------------------------
045154 2500-SCAN-ONE-JOURNAL.
045155     PERFORM 2600-READ-JOURNAL
045156         THRU 2600-READ-JOURNAL-EXIT
045157     IF WS-POSTING-JOURNAL-EOF
045158         GO TO 2500-SCAN-ONE-JOURNAL-EXIT
045159     END-IF
045160     IF JR-RUN-DATE NOT = WS-RUN-DATE
045161         GO TO 2500-SCAN-ONE-JOURNAL-EXIT
045162     END-IF
045163     IF WS-LEG-PENDING
045164         MOVE 'N' TO WS-PENDING-SWITCH
045165         IF (WS-PENDING-TYPE = 'F' AND JR-TO-LEG) OR
045166            (WS-PENDING-TYPE = 'V' AND JR-CORRECTION-LEG)
045167             MOVE WS-PENDING-COMPANY TO WS-ITEM-COMPANY
045168             MOVE WS-PENDING-AMOUNT TO WS-POSTED-AMOUNT
045169             PERFORM 2700-ADD-POSTED-AMOUNT
045170                 THRU 2700-ADD-POSTED-AMOUNT-EXIT
045171             MOVE JR-COMPANY-CODE TO WS-ITEM-COMPANY
045172             MOVE JR-APPLIED-AMOUNT TO WS-POSTED-AMOUNT
045173             PERFORM 2700-ADD-POSTED-AMOUNT
045174                 THRU 2700-ADD-POSTED-AMOUNT-EXIT
045175             GO TO 2500-SCAN-ONE-JOURNAL-EXIT
045176         END-IF
045177         ADD 1 TO WS-ORPHAN-LEG-COUNT
045178     END-IF
045179     IF JR-HELD-DEBIT
045180         GO TO 2500-SCAN-ONE-JOURNAL-EXIT
045181     END-IF
045182     IF JR-FROM-LEG OR JR-REVERSAL-LEG
045183         MOVE 'Y' TO WS-PENDING-SWITCH
045184         MOVE JR-TRANSFER-LEG TO WS-PENDING-TYPE
045185         MOVE JR-COMPANY-CODE TO WS-PENDING-COMPANY
045186         MOVE JR-APPLIED-AMOUNT TO WS-PENDING-AMOUNT
045187         GO TO 2500-SCAN-ONE-JOURNAL-EXIT
045188     END-IF
045189     IF JR-TO-LEG OR JR-CORRECTION-LEG
045190         ADD 1 TO WS-ORPHAN-LEG-COUNT
045191         GO TO 2500-SCAN-ONE-JOURNAL-EXIT
045192     END-IF
045193     MOVE JR-COMPANY-CODE TO WS-ITEM-COMPANY
045194     MOVE JR-APPLIED-AMOUNT TO WS-POSTED-AMOUNT
045195     PERFORM 2700-ADD-POSTED-AMOUNT
045196         THRU 2700-ADD-POSTED-AMOUNT-EXIT.
045197 2500-SCAN-ONE-JOURNAL-EXIT.
045198     EXIT.
045199
045200 2600-READ-JOURNAL.
045201     IF WS-PARTITION-NUMBER = 1
045202         READ POSTING-JOURNAL-1 INTO WS-POSTING-JOURNAL-RECORD
045203             AT END
045204                 MOVE 'Y' TO WS-PJRN-EOF-SWITCH
045205         END-READ
045206     END-IF
045207     IF WS-PARTITION-NUMBER = 2
045208         READ POSTING-JOURNAL-2 INTO WS-POSTING-JOURNAL-RECORD
045209             AT END
045210                 MOVE 'Y' TO WS-PJRN-EOF-SWITCH
045211         END-READ
045212     END-IF
045213     IF WS-PARTITION-NUMBER = 3
045214         READ POSTING-JOURNAL-3 INTO WS-POSTING-JOURNAL-RECORD
045215             AT END
045216                 MOVE 'Y' TO WS-PJRN-EOF-SWITCH
045217         END-READ
045218     END-IF
045219     IF WS-PARTITION-NUMBER = 4
045220         READ POSTING-JOURNAL-4 INTO WS-POSTING-JOURNAL-RECORD
045221             AT END
045222                 MOVE 'Y' TO WS-PJRN-EOF-SWITCH
045223         END-READ
045224     END-IF.
045225 2600-READ-JOURNAL-EXIT.
045226     EXIT.
045227
045228 2700-ADD-POSTED-AMOUNT.
045229     PERFORM 2800-FIND-COMPANY
045230         THRU 2800-FIND-COMPANY-EXIT
045231     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
045232         GO TO 2700-ADD-POSTED-AMOUNT-EXIT
045233     END-IF
045234     ADD 1 TO WS-POSTED-COUNT
045235     ADD WS-POSTED-AMOUNT TO WS-CO-POSTED-NET (WS-COMPANY-INDEX).
045236 2700-ADD-POSTED-AMOUNT-EXIT.
045237     EXIT.
045238*--------------------------------------------------------------
045239* FIND (OR OPEN) THE ITEM'S COMPANY IN THE PROOF TABLE. A FULL
045240* TABLE STOPS THE INTERFACE AND LEAVES THE INDEX PAST THE COUNT.
045241*--------------------------------------------------------------
045242 2800-FIND-COMPANY.
045243     MOVE 1 TO WS-COMPANY-INDEX
045244     PERFORM 2850-SCAN-COMPANY-SLOT
045245         THRU 2850-SCAN-COMPANY-SLOT-EXIT
045246         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT OR
045247               WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) =
045248                   WS-ITEM-COMPANY
045249     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
045250         IF WS-COMPANY-COUNT NOT < WS-COMPANY-LIMIT
045251             ADD 1 TO WS-OVERFLOW-COUNT
045252             MOVE 'Y' TO WS-STOP-SWITCH
045253             GO TO 2800-FIND-COMPANY-EXIT
045254         END-IF
045255         ADD 1 TO WS-COMPANY-COUNT
045256         MOVE WS-COMPANY-COUNT TO WS-COMPANY-INDEX
045257         MOVE WS-ITEM-COMPANY
045258             TO WS-CO-COMPANY-CODE (WS-COMPANY-INDEX)
045259         MOVE ZERO TO WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
045260         MOVE ZERO TO WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
045261         MOVE ZERO TO WS-CO-LINE-COUNT (WS-COMPANY-INDEX)
045262         MOVE ZERO TO WS-CO-UNMAPPED (WS-COMPANY-INDEX)
045263         MOVE ZERO TO WS-CO-POSTED-NET (WS-COMPANY-INDEX)
045264         MOVE ZERO TO WS-CO-JOURNAL-NET (WS-COMPANY-INDEX)
045265     END-IF.
045266 2800-FIND-COMPANY-EXIT.
045267     EXIT.
045268
045269 2850-SCAN-COMPANY-SLOT.
045270     ADD 1 TO WS-COMPANY-INDEX.
045271 2850-SCAN-COMPANY-SLOT-EXIT.
045272     EXIT.
045273
045274*--------------------------------------------------------------
045300* FIND (OR OPEN) THE ITEM'S COMPANY/BRANCH/CATEGORY TOTAL. A
045400* FULL TABLE CANNOT BE JOURNALLED HONESTLY, SO IT STOPS THE
045500* INTERFACE RATHER THAN DROPPING ACTIVITY.
045600*--------------------------------------------------------------
045700 2900-ADD-TO-TOTALS.
045800     MOVE 1 TO WS-GL-INDEX
045900     PERFORM 2950-SCAN-TOTAL-SLOT
046000         THRU 2950-SCAN-TOTAL-SLOT-EXIT
046100         UNTIL WS-GL-INDEX > WS-GL-COUNT OR
046200               (WS-GE-COMPANY-CODE (WS-GL-INDEX) = WS-ITEM-COMPANY
046300                AND WS-GE-BRANCH-CODE (WS-GL-INDEX) =
046400                    WS-ITEM-BRANCH
046500                AND WS-GE-CATEGORY (WS-GL-INDEX) =
046600                    WS-ITEM-CATEGORY)
046700     IF WS-GL-INDEX > WS-GL-COUNT
046800         IF WS-GL-COUNT NOT < WS-GL-LIMIT
046900             ADD 1 TO WS-OVERFLOW-COUNT
047000             MOVE 'Y' TO WS-STOP-SWITCH
047100             GO TO 2900-ADD-TO-TOTALS-EXIT
047200         END-IF
047300         ADD 1 TO WS-GL-COUNT
047400         MOVE WS-GL-COUNT TO WS-GL-INDEX
047500         MOVE WS-ITEM-COMPANY TO WS-GE-COMPANY-CODE (WS-GL-INDEX)
047600         MOVE WS-ITEM-BRANCH TO WS-GE-BRANCH-CODE (WS-GL-INDEX)
047700         MOVE WS-ITEM-CATEGORY TO WS-GE-CATEGORY (WS-GL-INDEX)
047800         MOVE ZERO TO WS-GE-AMOUNT (WS-GL-INDEX)
047900         MOVE ZERO TO WS-GE-ITEM-COUNT (WS-GL-INDEX)
048000         MOVE SPACES TO WS-GE-DEBIT-GL (WS-GL-INDEX)
048100         MOVE SPACES TO WS-GE-CREDIT-GL (WS-GL-INDEX)
048200         MOVE SPACES TO WS-GE-DESCRIPTION (WS-GL-INDEX)
048300         MOVE SPACES TO WS-GE-MAP-STATUS (WS-GL-INDEX)
048400     END-IF
048500     ADD WS-ITEM-AMOUNT TO WS-GE-AMOUNT (WS-GL-INDEX)
048600     ADD 1 TO WS-GE-ITEM-COUNT (WS-GL-INDEX).
048700 2900-ADD-TO-TOTALS-EXIT.
048800     EXIT.
048900
049000 2950-SCAN-TOTAL-SLOT.
049100     ADD 1 TO WS-GL-INDEX.
049200 2950-SCAN-TOTAL-SLOT-EXIT.
049300     EXIT.
049400
049500*--------------------------------------------------------------
049600* MAP ONE TOTAL - THE BRANCH'S OWN GLMAP ENTRY FIRST, THEN THE
049700* COMPANY DEFAULT (BLANK BRANCH). AN UNMAPPED TOTAL STOPS THE
049800* INTERFACE AND IS LISTED ON THE REPORT.
049900*--------------------------------------------------------------
050000 3000-MAP-ONE-TOTAL.
050100     MOVE 'N' TO WS-MAP-FOUND-SWITCH
050200     MOVE WS-GE-COMPANY-CODE (WS-GL-INDEX) TO GM-COMPANY-CODE
050300     MOVE WS-GE-BRANCH-CODE (WS-GL-INDEX) TO GM-BRANCH-CODE
050400     MOVE WS-GE-CATEGORY (WS-GL-INDEX) TO GM-CATEGORY
050500     READ GL-MAP-FILE
050600         INVALID KEY
050700             CONTINUE
050800         NOT INVALID KEY
050900             MOVE 'Y' TO WS-MAP-FOUND-SWITCH
051000             MOVE 'MAPPED  ' TO WS-GE-MAP-STATUS (WS-GL-INDEX)
051100     END-READ
051200     IF NOT WS-MAP-FOUND
051300         MOVE SPACES TO GM-BRANCH-CODE
051400         READ GL-MAP-FILE
051500             INVALID KEY
051600                 CONTINUE
051700             NOT INVALID KEY
051800                 MOVE 'Y' TO WS-MAP-FOUND-SWITCH
051900                 MOVE 'DEFAULT '
052000                     TO WS-GE-MAP-STATUS (WS-GL-INDEX)
052100         END-READ
052200     END-IF
052300     IF WS-MAP-FOUND
052400         MOVE GM-DEBIT-GL-ACCOUNT TO WS-GE-DEBIT-GL (WS-GL-INDEX)
052500         MOVE GM-CREDIT-GL-ACCOUNT
052600             TO WS-GE-CREDIT-GL (WS-GL-INDEX)
052700         MOVE GM-DESCRIPTION TO WS-GE-DESCRIPTION (WS-GL-INDEX)
052800     ELSE
052900         MOVE 'UNMAPPED' TO WS-GE-MAP-STATUS (WS-GL-INDEX)
053000         ADD 1 TO WS-UNMAPPED-COUNT
053100         MOVE 'Y' TO WS-STOP-SWITCH
053200     END-IF
053300     PERFORM 3100-TALLY-COMPANY
053400         THRU 3100-TALLY-COMPANY-EXIT
053500     ADD 1 TO WS-GL-INDEX.
053600 3000-MAP-ONE-TOTAL-EXIT.
053700     EXIT.
053800
053900*--------------------------------------------------------------
054000* COUNT AN UNMAPPED TOTAL AGAINST ITS COMPANY. THE COMPANY'S
054100* DEBITS AND CREDITS ARE TALLIED LATER, FROM THE JOURNAL LINES.
054400*--------------------------------------------------------------
054500 3100-TALLY-COMPANY.
054600     MOVE WS-GE-COMPANY-CODE (WS-GL-INDEX) TO WS-ITEM-COMPANY
054700     PERFORM 2800-FIND-COMPANY
054800         THRU 2800-FIND-COMPANY-EXIT
055200     IF WS-COMPANY-INDEX > WS-COMPANY-COUNT
055300         GO TO 3100-TALLY-COMPANY-EXIT
056600     END-IF
056700     IF WS-GE-MAP-STATUS (WS-GL-INDEX) = 'UNMAPPED'
056800         ADD 1 TO WS-CO-UNMAPPED (WS-COMPANY-INDEX)
056900     END-IF.
058300 3100-TALLY-COMPANY-EXIT.
058400     EXIT.
059000
059100*--------------------------------------------------------------
059200* PRINT THE MAPPING OF EVERY TOTAL, THEN PROVE EACH COMPANY.
059300*--------------------------------------------------------------
059400 4000-PROVE-COMPANIES.
059500     IF WS-REPORT-FILE-OPEN
059600         WRITE REPORT-RECORD FROM WS-MAP-COLUMNS
059700     END-IF
059800     MOVE 1 TO WS-GL-INDEX
059900     PERFORM 4100-PRINT-ONE-TOTAL
060000         THRU 4100-PRINT-ONE-TOTAL-EXIT
060100         UNTIL WS-GL-INDEX > WS-GL-COUNT
060200     IF WS-REPORT-FILE-OPEN
060300         WRITE REPORT-RECORD FROM WS-BLANK-LINE
060400         WRITE REPORT-RECORD FROM WS-PROOF-COLUMNS
060500     END-IF
060600     MOVE 1 TO WS-COMPANY-INDEX
060700     PERFORM 4200-PROVE-ONE-COMPANY
060800         THRU 4200-PROVE-ONE-COMPANY-EXIT
060900         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT.
061000 4000-PROVE-COMPANIES-EXIT.
061100     EXIT.
061200
061300 4100-PRINT-ONE-TOTAL.
061400     IF NOT WS-REPORT-FILE-OPEN
061500         GO TO 4100-PRINT-ONE-TOTAL-NEXT
061600     END-IF
061700     MOVE WS-GE-COMPANY-CODE (WS-GL-INDEX) TO ML-COMPANY-CODE
061800     MOVE WS-GE-BRANCH-CODE (WS-GL-INDEX) TO ML-BRANCH-CODE
061900     MOVE WS-GE-CATEGORY (WS-GL-INDEX) TO ML-CATEGORY
062000     MOVE WS-GE-ITEM-COUNT (WS-GL-INDEX) TO ML-ITEM-COUNT
062100     MOVE WS-GE-AMOUNT (WS-GL-INDEX) TO ML-AMOUNT
062200     MOVE WS-GE-DEBIT-GL (WS-GL-INDEX) TO ML-DEBIT-GL
062300     MOVE WS-GE-CREDIT-GL (WS-GL-INDEX) TO ML-CREDIT-GL
062400     MOVE WS-GE-MAP-STATUS (WS-GL-INDEX) TO ML-MAP-STATUS
062500     WRITE REPORT-RECORD FROM WS-MAP-LINE.
062600 4100-PRINT-ONE-TOTAL-NEXT.
062700     ADD 1 TO WS-GL-INDEX.
062800 4100-PRINT-ONE-TOTAL-EXIT.
062900     EXIT.
063000
063010*--------------------------------------------------------------
063020* BUILD THE COMPANY'S JOURNAL LINES WITHOUT WRITING THEM, THEN
063030* PROVE THEM - DEBIT LINES EQUAL CREDIT LINES, AND THE POSTED
063040* CATEGORIES' NET EQUALS WHAT THE PARTITION JOURNALS SAY ACCT-
063043* POST APPLIED FOR THE COMPANY TODAY. A COMPANY ONLY IN THE
063046* JOURNALS HAS NO LINES AT ALL, AND FAILS HERE.
063050*--------------------------------------------------------------
063100 4200-PROVE-ONE-COMPANY.
063130     PERFORM 5150-BUILD-COMPANY-LINES
063160         THRU 5150-BUILD-COMPANY-LINES-EXIT
063200     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO PL-COMPANY-CODE
063300     MOVE WS-CO-LINE-COUNT (WS-COMPANY-INDEX) TO PL-LINE-COUNT
063400     MOVE WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX) TO PL-DEBIT-TOTAL
063500     MOVE WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX) TO PL-CREDIT-TOTAL
063600     MOVE WS-CO-UNMAPPED (WS-COMPANY-INDEX) TO PL-UNMAPPED
063700     IF WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX) NOT =
063800        WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
063900         MOVE 'OUT OF BALANCE' TO PL-STATUS
064000         ADD 1 TO WS-UNBALANCED-COUNT
064100         MOVE 'Y' TO WS-STOP-SWITCH
064200     ELSE
064300         IF WS-CO-JOURNAL-NET (WS-COMPANY-INDEX) NOT =
064400            WS-CO-POSTED-NET (WS-COMPANY-INDEX)
064420             MOVE 'NOT RECONCILED' TO PL-STATUS
064440             ADD 1 TO WS-UNRECONCILED-COUNT
064460             MOVE 'Y' TO WS-STOP-SWITCH
064500         ELSE
064600             IF WS-CO-UNMAPPED (WS-COMPANY-INDEX) > 0
064620                 MOVE 'UNMAPPED ITEMS' TO PL-STATUS
064640             ELSE
064660                 MOVE 'BALANCED' TO PL-STATUS
064680             END-IF
064700         END-IF
064800     END-IF
064820     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO NL-COMPANY-CODE
064840     MOVE WS-CO-POSTED-NET (WS-COMPANY-INDEX) TO NL-POSTED-NET
064860     MOVE WS-CO-JOURNAL-NET (WS-COMPANY-INDEX) TO NL-JOURNAL-NET
064900     IF WS-REPORT-FILE-OPEN
065000         WRITE REPORT-RECORD FROM WS-PROOF-LINE
065050         WRITE REPORT-RECORD FROM WS-NET-LINE
065100     END-IF
065200     ADD 1 TO WS-COMPANY-INDEX.
065300 4200-PROVE-ONE-COMPANY-EXIT.
065400     EXIT.
065500
065600*--------------------------------------------------------------
065700* EVERYTHING MAPPED AND BALANCED - WRITE THE JOURNAL, COMPANY BY
065800* COMPANY, EACH BETWEEN ITS HEADER AND TRAILER.
065900*--------------------------------------------------------------
066000 5000-WRITE-JOURNAL.
066100     OPEN OUTPUT GL-JOURNAL-FILE
066200     IF FS-GL-JOURNAL-FILE NOT = '00'
066300         DISPLAY 'GL-EXTRACT: GLJRNL OPEN FAILED, STATUS='
066400             FS-GL-JOURNAL-FILE
066500         MOVE 'Y' TO WS-STOP-SWITCH
066600         GO TO 5000-WRITE-JOURNAL-EXIT
066700     END-IF
066750     MOVE 'Y' TO WS-JRNL-OPEN-SWITCH
066800     MOVE 1 TO WS-COMPANY-INDEX
066900     PERFORM 5100-WRITE-ONE-COMPANY
067000         THRU 5100-WRITE-ONE-COMPANY-EXIT
067100         UNTIL WS-COMPANY-INDEX > WS-COMPANY-COUNT
067200     CLOSE GL-JOURNAL-FILE
067250     MOVE 'N' TO WS-JRNL-OPEN-SWITCH.
067300 5000-WRITE-JOURNAL-EXIT.
067400     EXIT.
067500
067600 5100-WRITE-ONE-COMPANY.
067700     MOVE SPACES TO GL-JOURNAL-RECORD
067800     MOVE 'H' TO GJ-RECORD-TYPE
067900     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO GJ-COMPANY-CODE
068000     MOVE WS-RUN-DATE TO GJ-POST-DATE
068100     MOVE 'DLBATCH' TO GJ-HDR-SOURCE-SYSTEM
068200     WRITE GL-JOURNAL-RECORD
068300     ADD 1 TO WS-JOURNAL-COUNT
068400     PERFORM 5150-BUILD-COMPANY-LINES
068500         THRU 5150-BUILD-COMPANY-LINES-EXIT
068800     MOVE SPACES TO GL-JOURNAL-RECORD
068900     MOVE 'T' TO GJ-RECORD-TYPE
069000     MOVE WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) TO GJ-COMPANY-CODE
069100     MOVE WS-RUN-DATE TO GJ-POST-DATE
069200     MOVE WS-CO-LINE-COUNT (WS-COMPANY-INDEX) TO GJ-TRL-LINE-COUNT
069300     MOVE WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
069400         TO GJ-TRL-DEBIT-TOTAL
069500     MOVE WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
069600         TO GJ-TRL-CREDIT-TOTAL
069700     WRITE GL-JOURNAL-RECORD
069800     ADD 1 TO WS-JOURNAL-COUNT
069900     ADD 1 TO WS-COMPANY-INDEX.
070000 5100-WRITE-ONE-COMPANY-EXIT.
070100     EXIT.
070105
070110*--------------------------------------------------------------
070115* THE COMPANY'S JOURNAL LINES - WRITTEN ONLY WHILE GLJRNL IS
070120* OPEN, TALLIED EVERY TIME, SO THE TRAILER CARRIES EXACTLY WHAT
070125* THE 4200 PROOF SAW.
070130*--------------------------------------------------------------
070135 5150-BUILD-COMPANY-LINES.
070140     MOVE ZERO TO WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
070145     MOVE ZERO TO WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
070150     MOVE ZERO TO WS-CO-LINE-COUNT (WS-COMPANY-INDEX)
070155     MOVE ZERO TO WS-CO-JOURNAL-NET (WS-COMPANY-INDEX)
070160     MOVE 1 TO WS-GL-INDEX
070165     PERFORM 5200-WRITE-TOTAL-LINES
070170         THRU 5200-WRITE-TOTAL-LINES-EXIT
070175         UNTIL WS-GL-INDEX > WS-GL-COUNT.
070180 5150-BUILD-COMPANY-LINES-EXIT.
070185     EXIT.
070200
070300 5200-WRITE-TOTAL-LINES.
070400     IF WS-GE-COMPANY-CODE (WS-GL-INDEX) NOT =
070500        WS-CO-COMPANY-CODE (WS-COMPANY-INDEX) OR
070600        WS-GE-AMOUNT (WS-GL-INDEX) = ZERO
070700         GO TO 5200-WRITE-TOTAL-LINES-NEXT
070800     END-IF
070900     MOVE SPACES TO GL-JOURNAL-RECORD
071000     MOVE 'D' TO GJ-RECORD-TYPE
071100     MOVE WS-GE-COMPANY-CODE (WS-GL-INDEX) TO GJ-COMPANY-CODE
071200     MOVE WS-RUN-DATE TO GJ-POST-DATE
071300     MOVE WS-GE-BRANCH-CODE (WS-GL-INDEX) TO GJ-BRANCH-CODE
071400     MOVE WS-GE-CATEGORY (WS-GL-INDEX) TO GJ-CATEGORY
071500     MOVE WS-GE-ITEM-COUNT (WS-GL-INDEX) TO GJ-ITEM-COUNT
071600     MOVE WS-GE-DESCRIPTION (WS-GL-INDEX) TO GJ-DESCRIPTION
071609     MOVE WS-GE-CATEGORY (WS-GL-INDEX) TO GM-CATEGORY
071618     IF GM-POSTED-ACTIVITY
071627         IF GM-REVERSE-SIGNED
071636             SUBTRACT WS-GE-AMOUNT (WS-GL-INDEX)
071645                 FROM WS-CO-JOURNAL-NET (WS-COMPANY-INDEX)
071654         ELSE
071663             ADD WS-GE-AMOUNT (WS-GL-INDEX)
071672                 TO WS-CO-JOURNAL-NET (WS-COMPANY-INDEX)
071681         END-IF
071690     END-IF
071700     IF WS-GE-AMOUNT (WS-GL-INDEX) < ZERO
071800         COMPUTE WS-LINE-AMOUNT =
071900             ZERO - WS-GE-AMOUNT (WS-GL-INDEX)
072000         MOVE WS-GE-CREDIT-GL (WS-GL-INDEX) TO GJ-GL-ACCOUNT
072100     ELSE
072200         MOVE WS-GE-AMOUNT (WS-GL-INDEX) TO WS-LINE-AMOUNT
072300         MOVE WS-GE-DEBIT-GL (WS-GL-INDEX) TO GJ-GL-ACCOUNT
072400     END-IF
072500     MOVE 'D' TO GJ-DEBIT-CREDIT
072600     MOVE WS-LINE-AMOUNT TO GJ-AMOUNT
072700     PERFORM 5300-PUT-JOURNAL-LINE
072750         THRU 5300-PUT-JOURNAL-LINE-EXIT
072800     IF WS-GE-AMOUNT (WS-GL-INDEX) < ZERO
072900         MOVE WS-GE-DEBIT-GL (WS-GL-INDEX) TO GJ-GL-ACCOUNT
073000     ELSE
073100         MOVE WS-GE-CREDIT-GL (WS-GL-INDEX) TO GJ-GL-ACCOUNT
073200     END-IF
073300     MOVE 'C' TO GJ-DEBIT-CREDIT
073400     PERFORM 5300-PUT-JOURNAL-LINE
073500         THRU 5300-PUT-JOURNAL-LINE-EXIT.
073600 5200-WRITE-TOTAL-LINES-NEXT.
073700     ADD 1 TO WS-GL-INDEX.
073800 5200-WRITE-TOTAL-LINES-EXIT.
073900     EXIT.
073906
073912 5300-PUT-JOURNAL-LINE.
073918     IF GJ-DEBIT-LINE
073924         ADD GJ-AMOUNT TO WS-CO-DEBIT-TOTAL (WS-COMPANY-INDEX)
073930     ELSE
073936         ADD GJ-AMOUNT TO WS-CO-CREDIT-TOTAL (WS-COMPANY-INDEX)
073942     END-IF
073948     ADD 1 TO WS-CO-LINE-COUNT (WS-COMPANY-INDEX)
073954     IF WS-JOURNAL-FILE-OPEN
073960         WRITE GL-JOURNAL-RECORD
073966         ADD 1 TO WS-JOURNAL-COUNT
073972     END-IF.
073978 5300-PUT-JOURNAL-LINE-EXIT.
073984     EXIT.
074000
074100 8000-SUMMARIZE.
074200     IF WS-REPORT-FILE-OPEN
074300         WRITE REPORT-RECORD FROM WS-BLANK-LINE
074400         MOVE 'POSTED ITEMS (ACTHIST TODAY)....' TO SL-LABEL
074500         MOVE WS-HISTORY-COUNT TO SL-COUNT
074600         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
074700         MOVE 'ACCRUAL LINES (ACCRGL)..........' TO SL-LABEL
074800         MOVE WS-ACCRUAL-COUNT TO SL-COUNT
074900         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
075000         MOVE 'SUSPENDED TODAY (SUSPOUT).......' TO SL-LABEL
075100         MOVE WS-SUSPENSE-COUNT TO SL-COUNT
075200         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
075210         MOVE 'APPLIED ITEMS (PSTJRNL1-4)......' TO SL-LABEL
075220         MOVE WS-POSTED-COUNT TO SL-COUNT
075230         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
075240         MOVE 'UNPAIRED JOURNAL LEGS...........' TO SL-LABEL
075250         MOVE WS-ORPHAN-LEG-COUNT TO SL-COUNT
075260         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
075300         MOVE 'UNMAPPED TOTALS.................' TO SL-LABEL
075400         MOVE WS-UNMAPPED-COUNT TO SL-COUNT
075500         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
075600         MOVE 'COMPANIES OUT OF BALANCE........' TO SL-LABEL
075700         MOVE WS-UNBALANCED-COUNT TO SL-COUNT
075800         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
075820         MOVE 'COMPANIES NOT RECONCILED........' TO SL-LABEL
075840         MOVE WS-UNRECONCILED-COUNT TO SL-COUNT
075860         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
075900         MOVE 'JOURNAL RECORDS WRITTEN.........' TO SL-LABEL
076000         MOVE WS-JOURNAL-COUNT TO SL-COUNT
076100         WRITE REPORT-RECORD FROM WS-SOURCE-LINE
076200         WRITE REPORT-RECORD FROM WS-BLANK-LINE
076300     END-IF
076400     IF WS-INTERFACE-STOPPED
076500         MOVE 'GL INTERFACE STOPPED - NO JOURNAL RELEASED'
076600             TO VL-VERDICT
076700     ELSE
076800         MOVE 'GL JOURNAL RELEASED - EVERY COMPANY PROVED'
076900             TO VL-VERDICT
077000     END-IF
077100     IF WS-OVERFLOW-COUNT > 0
077200         DISPLAY 'GL-EXTRACT: TOTALS TABLE FULL - '
077300             WS-OVERFLOW-COUNT ' ITEMS COULD NOT BE HELD'
077400     END-IF
077500     IF WS-REPORT-FILE-OPEN
077600         WRITE REPORT-RECORD FROM WS-VERDICT-LINE
077700     END-IF
077800     DISPLAY 'GL-EXTRACT: POSTED ITEMS........ ' WS-HISTORY-COUNT
077900     DISPLAY 'GL-EXTRACT: ACCRUAL LINES....... ' WS-ACCRUAL-COUNT
078000     DISPLAY 'GL-EXTRACT: SUSPENDED TODAY..... ' WS-SUSPENSE-COUNT
078030     DISPLAY 'GL-EXTRACT: APPLIED ITEMS....... ' WS-POSTED-COUNT
078060     DISPLAY 'GL-EXTRACT: UNPAIRED LEGS....... '
078080         WS-ORPHAN-LEG-COUNT
078100     DISPLAY 'GL-EXTRACT: UNMAPPED TOTALS..... ' WS-UNMAPPED-COUNT
078200     DISPLAY 'GL-EXTRACT: UNBALANCED COMPANIES '
078300         WS-UNBALANCED-COUNT
078330     DISPLAY 'GL-EXTRACT: NOT RECONCILED...... '
078360         WS-UNRECONCILED-COUNT
078400     DISPLAY 'GL-EXTRACT: JOURNAL RECORDS..... ' WS-JOURNAL-COUNT
078500     DISPLAY 'GL-EXTRACT: ' VL-VERDICT
078600     IF WS-INTERFACE-STOPPED
078700         MOVE 'E' TO WS-AL-SEVERITY
078800         MOVE 'GLSTOP  ' TO WS-AL-ALERT-CODE
078900         MOVE 'GL INTERFACE STOPPED - SEE GLRPT'
079000             TO WS-AL-ALERT-TEXT
079100         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
079200         MOVE 8 TO RETURN-CODE
079300     END-IF.
079400 8000-SUMMARIZE-EXIT.
079500     EXIT.
079600
079700 9999-TERMINATE.
079800     IF WS-GL-MAP-FILE-OPEN
079900         CLOSE GL-MAP-FILE
080000     END-IF
080100     IF WS-REPORT-FILE-OPEN
080200         CLOSE REPORT-FILE
080300     END-IF.
080400 9999-TERMINATE-EXIT.
080500     EXIT.
