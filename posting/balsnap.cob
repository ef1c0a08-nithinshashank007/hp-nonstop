000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BAL-SNAP.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. END-OF-DAY BALANCE SNAPSHOT -
001100*                   BALMSTR ONLY KNOWS TODAY'S POSITION, SO "THE
001200*                   BALANCE ON THE 12TH" AND LAST MONTH'S AVERAGE
001300*                   BALANCE COULD NOT BE ANSWERED. RUN AFTER
001400*                   POSTING AND THE DAY'S ACCRUAL (DLACCRUE
001500*                   STEP020), IT WRITES ONE BALSNAP RECORD PER
001600*                   BALMSTR ACCOUNT FOR THE RUN DATE - COMPANY,
001700*                   ACCOUNT, DATE, THE ACCOUNT'S INPTMSTR BRANCH,
001800*                   NET (LEDGER) BALANCE AND ACCRUED INTEREST. A
001900*                   RERUN OF THE SAME BUSINESS DAY (A RESTART OR A
002000*                   BACKED-OUT AND RE-POSTED DAY) REPLACES THAT
002100*                   DAY'S SNAPSHOTS RATHER THAN FAILING ON THE
002200*                   DUPLICATE KEY. BAL-ASOF ANSWERS THE AS-OF
002300*                   INQUIRY, ADB-REPORT THE MONTH'S AVERAGE DAILY
002400*                   BALANCE AND SNAP-PURGE THE RETENTION.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS BL-MASTER-KEY
003300         FILE STATUS IS FS-BALANCE-FILE.
003400     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS IR-MASTER-KEY
003800         FILE STATUS IS FS-MASTER-FILE.
003900     SELECT SNAPSHOT-FILE ASSIGN TO 'BALSNAP'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS BS-SNAP-KEY
004300         FILE STATUS IS FS-SNAPSHOT-FILE.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BALANCE-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  BALANCE-RECORD.
005000     COPY BALREC.
005100
005200 FD  MASTER-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  MASTER-RECORD.
005500     COPY INPTREC.
005600
005700 FD  SNAPSHOT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  SNAPSHOT-RECORD.
006000     COPY BALSREC.
006100
006200 WORKING-STORAGE SECTION.
006300 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
006400 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
006500 01  FS-SNAPSHOT-FILE            PIC X(02) VALUE '00'.
006600 01  WS-SWITCHES.
006700     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
006800         88  END-OF-FILE                    VALUE 'Y'.
006900     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007000         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
007100     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
007200         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
007300     05  WS-SNAP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007400         88  WS-SNAPSHOT-FILE-OPEN           VALUE 'Y'.
007500
007600 01  WS-RUN-DATE                 PIC 9(08).
007700
007800 01  WS-COUNTERS.
007900     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
008000     05  WS-WRITTEN-COUNT        PIC 9(07) COMP VALUE ZERO.
008100     05  WS-REPLACED-COUNT       PIC 9(07) COMP VALUE ZERO.
008200     05  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
008300     05  WS-NO-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
008400 01  WS-BALANCE-TOTAL            PIC S9(13)V99 COMP-3
008500                                     VALUE ZERO.
008600 01  WS-ACCRUED-TOTAL            PIC S9(13)V99 COMP-3
008700                                     VALUE ZERO.
008800 01  WS-EDIT-AMOUNT              PIC -(13)9.99.
008900
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE
009300         THRU 1000-INITIALIZE-EXIT
009400     PERFORM 3000-SNAP-ONE-ACCOUNT
009500         THRU 3000-SNAP-ONE-ACCOUNT-EXIT
009600         UNTIL END-OF-FILE
009700     PERFORM 8000-SUMMARIZE
009800         THRU 8000-SUMMARIZE-EXIT
009900     PERFORM 9999-TERMINATE
010000         THRU 9999-TERMINATE-EXIT
010100     STOP RUN.
010200
010300*--------------------------------------------------------------
010400* THE FIRST RUN CREATES BALSNAP. NO INPTMSTR ONLY COSTS THE
010500* BRANCH ON EACH SNAPSHOT; NO BALMSTR OR BALSNAP FAILS THE STEP.
010600*--------------------------------------------------------------
010700 1000-INITIALIZE.
010800     CALL 'PROC-DATE' USING WS-RUN-DATE
010900     OPEN I-O SNAPSHOT-FILE
011000     IF FS-SNAPSHOT-FILE = '35'
011100         OPEN OUTPUT SNAPSHOT-FILE
011200         IF FS-SNAPSHOT-FILE = '00'
011300             CLOSE SNAPSHOT-FILE
011400             OPEN I-O SNAPSHOT-FILE
011500         END-IF
011600     END-IF
011700     IF FS-SNAPSHOT-FILE NOT = '00' AND '05'
011800         DISPLAY 'BAL-SNAP: BALSNAP OPEN FAILED, STATUS='
011900             FS-SNAPSHOT-FILE
012000         MOVE 8 TO RETURN-CODE
012100         MOVE 'Y' TO EOF-SWITCH
012200         GO TO 1000-INITIALIZE-EXIT
012300     END-IF
012400     MOVE 'Y' TO WS-SNAP-OPEN-SWITCH
012500     OPEN INPUT MASTER-FILE
012600     IF FS-MASTER-FILE NOT = '00' AND '05'
012700         DISPLAY 'BAL-SNAP: NO INPTMSTR - SNAPSHOTS CARRY NO '
012800             'BRANCH'
012900     ELSE
013000         MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
013100     END-IF
013200     OPEN INPUT BALANCE-FILE
013300     IF FS-BALANCE-FILE NOT = '00' AND '05'
013400         DISPLAY 'BAL-SNAP: BALMSTR OPEN FAILED, STATUS='
013500             FS-BALANCE-FILE
013600         MOVE 8 TO RETURN-CODE
013700         MOVE 'Y' TO EOF-SWITCH
013800         GO TO 1000-INITIALIZE-EXIT
013900     END-IF
014000     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
014100     MOVE LOW-VALUES TO BL-MASTER-KEY
014200     START BALANCE-FILE
014300         KEY IS NOT LESS THAN BL-MASTER-KEY
014400         INVALID KEY
014500             MOVE 'Y' TO EOF-SWITCH
014600     END-START
014700     IF NOT END-OF-FILE
014800         PERFORM 3100-READ-NEXT-BALANCE
014900             THRU 3100-READ-NEXT-BALANCE-EXIT
015000     END-IF.
015100 1000-INITIALIZE-EXIT.
015200     EXIT.
015300
015400*--------------------------------------------------------------
015500* ONE SNAPSHOT PER ACCOUNT FOR THE RUN DATE. A SNAPSHOT ALREADY
015600* ON FILE FOR THE DAY IS FROM AN EARLIER RUN OF THE SAME
015700* BUSINESS DAY - TODAY'S FIGURES REPLACE IT.
015800*--------------------------------------------------------------
015900 3000-SNAP-ONE-ACCOUNT.
016000     ADD 1 TO WS-ACCOUNT-COUNT
016100     MOVE SPACES TO SNAPSHOT-RECORD
016200     MOVE BL-MASTER-KEY TO BS-MASTER-KEY
016300     MOVE WS-RUN-DATE TO BS-SNAP-DATE
016400     PERFORM 3200-FIND-ACCOUNT-BRANCH
016500         THRU 3200-FIND-ACCOUNT-BRANCH-EXIT
016600     MOVE BL-NET-BALANCE TO BS-LEDGER-BALANCE
016700     MOVE BL-ACCRUED-INTEREST TO BS-ACCRUED-INTEREST
016800     WRITE SNAPSHOT-RECORD
016900         INVALID KEY
017000             PERFORM 3300-REPLACE-SNAPSHOT
017100                 THRU 3300-REPLACE-SNAPSHOT-EXIT
017200             GO TO 3000-SNAP-ONE-ACCOUNT-NEXT
017300     END-WRITE
017400     ADD 1 TO WS-WRITTEN-COUNT
017500     ADD BL-NET-BALANCE TO WS-BALANCE-TOTAL
017600     ADD BL-ACCRUED-INTEREST TO WS-ACCRUED-TOTAL.
017700 3000-SNAP-ONE-ACCOUNT-NEXT.
017800     PERFORM 3100-READ-NEXT-BALANCE
017900         THRU 3100-READ-NEXT-BALANCE-EXIT.
018000 3000-SNAP-ONE-ACCOUNT-EXIT.
018100     EXIT.
018200
018300 3100-READ-NEXT-BALANCE.
018400     READ BALANCE-FILE NEXT RECORD
018500         AT END
018600             MOVE 'Y' TO EOF-SWITCH
018700     END-READ.
018800 3100-READ-NEXT-BALANCE-EXIT.
018900     EXIT.
019000
019100 3200-FIND-ACCOUNT-BRANCH.
019200     IF NOT WS-MASTER-FILE-OPEN
019300         GO TO 3200-FIND-ACCOUNT-BRANCH-EXIT
019400     END-IF
019500     MOVE BL-MASTER-KEY TO IR-MASTER-KEY
019600     READ MASTER-FILE
019700         INVALID KEY
019800             ADD 1 TO WS-NO-MASTER-COUNT
019900         NOT INVALID KEY
020000             MOVE IR-BRANCH-CODE TO BS-BRANCH-CODE
020100     END-READ.
020200 3200-FIND-ACCOUNT-BRANCH-EXIT.
020300     EXIT.
020400
020500 3300-REPLACE-SNAPSHOT.
020600     REWRITE SNAPSHOT-RECORD
020700         INVALID KEY
020800             DISPLAY 'BAL-SNAP: SNAPSHOT NOT STORED FOR '
020900                 BL-COMPANY-CODE '-' BL-ACCOUNT-NUMBER
021000                 ', STATUS=' FS-SNAPSHOT-FILE
021100             ADD 1 TO WS-FAILED-COUNT
021200             IF RETURN-CODE < 4
021300                 MOVE 4 TO RETURN-CODE
021400             END-IF
021500             GO TO 3300-REPLACE-SNAPSHOT-EXIT
021600     END-REWRITE
021700     ADD 1 TO WS-REPLACED-COUNT
021800     ADD BL-NET-BALANCE TO WS-BALANCE-TOTAL
021900     ADD BL-ACCRUED-INTEREST TO WS-ACCRUED-TOTAL.
022000 3300-REPLACE-SNAPSHOT-EXIT.
022100     EXIT.
022200
022300 8000-SUMMARIZE.
022400     DISPLAY 'BAL-SNAP: SNAPSHOT DATE......... ' WS-RUN-DATE
022500     DISPLAY 'BAL-SNAP: ACCOUNTS READ......... ' WS-ACCOUNT-COUNT
022600     DISPLAY 'BAL-SNAP: SNAPSHOTS WRITTEN..... ' WS-WRITTEN-COUNT
022700     DISPLAY 'BAL-SNAP: SNAPSHOTS REPLACED.... ' WS-REPLACED-COUNT
022800     DISPLAY 'BAL-SNAP: SNAPSHOTS FAILED...... ' WS-FAILED-COUNT
022900     DISPLAY 'BAL-SNAP: NO MASTER (NO BRANCH). '
023000         WS-NO-MASTER-COUNT
023100     MOVE WS-BALANCE-TOTAL TO WS-EDIT-AMOUNT
023200     DISPLAY 'BAL-SNAP: LEDGER BALANCE TOTAL.. ' WS-EDIT-AMOUNT
023300     MOVE WS-ACCRUED-TOTAL TO WS-EDIT-AMOUNT
023400     DISPLAY 'BAL-SNAP: ACCRUED INTEREST TOTAL ' WS-EDIT-AMOUNT.
023500 8000-SUMMARIZE-EXIT.
023600     EXIT.
023700
023800 9999-TERMINATE.
023900     IF WS-BALANCE-FILE-OPEN
024000         CLOSE BALANCE-FILE
024100     END-IF
024200     IF WS-MASTER-FILE-OPEN
024300         CLOSE MASTER-FILE
024400     END-IF
024500     IF WS-SNAPSHOT-FILE-OPEN
024600         CLOSE SNAPSHOT-FILE
024700     END-IF.
024800 9999-TERMINATE-EXIT.
024900     EXIT.
