000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ITX-SELECT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. FIRST STEP OF THE YEAR-END
001100*                   INTEREST TAX RUN (DLYETAX). SWEEPS THE INTYTD
001200*                   INTEREST-PAID MASTER AND WRITES ONE ITXWORK
001300*                   RECORD PER ACCOUNT WHOSE BUCKET FOR THE CARD'S
001400*                   TAX YEAR HOLDS INTEREST, KEYED BY THE CUSTMSTR
001500*                   CUSTOMER NAME SO THE SORT STEP CAN BRING EACH
001600*                   CUSTOMER'S ACCOUNTS TOGETHER FOR ITX-REPORT'S
001700*                   NOTICE. A BUCKET STILL HOLDING AN EARLIER
001800*                   YEAR'S INTEREST WAS NEVER ROLLED - IT IS
001900*                   LISTED AND THE STEP ENDS RC=4.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT INTEREST-YTD-FILE ASSIGN TO 'INTYTD'
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS IY-MASTER-KEY
002800         FILE STATUS IS FS-INTEREST-YTD-FILE.
002900     SELECT CUSTOMER-REF-FILE ASSIGN TO 'CUSTMSTR'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS CU-MASTER-KEY
003300         FILE STATUS IS FS-CUSTOMER-REF-FILE.
003400     SELECT WORK-FILE ASSIGN TO 'ITXWORK'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FS-WORK-FILE.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  INTEREST-YTD-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  INTEREST-YTD-RECORD.
004300     COPY INTYREC.
004400
004500 FD  CUSTOMER-REF-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  CUSTOMER-REF-RECORD.
004800     COPY CUSTREC.
004900
005000*--------------------------------------------------------------
005100* ONE ACCOUNT'S INTEREST FOR THE YEAR. THE SORT STEP ORDERS THE
005200* FILE ON CUSTOMER KEY PLUS MASTER KEY (1,43). AN ACCOUNT WITH
005300* NO CUSTMSTR RECORD STANDS AS ITS OWN CUSTOMER UNDER A KEY
005400* BUILT FROM ITS COMPANY AND ACCOUNT.
005500*--------------------------------------------------------------
005600 FD  WORK-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  WORK-RECORD.
005900     05  IW-CUSTOMER-KEY         PIC X(30).
006000     05  IW-MASTER-KEY.
006100         10  IW-COMPANY-CODE     PIC X(03).
006200         10  IW-ACCOUNT-NUMBER   PIC X(10).
006300     05  IW-CUSTOMER-FOUND       PIC X(01).
006400         88  IW-REGISTERED-CUSTOMER      VALUE 'Y'.
006500     05  IW-BRANCH-CODE          PIC X(04).
006600     05  IW-INTEREST-PAID        PIC S9(09)V99 COMP-3.
006700     05  IW-CAPITALIZED-COUNT    PIC 9(03).
006800     05  IW-LAST-CAPITALIZED     PIC 9(08).
006900     05  FILLER                  PIC X(15).
007000
007100 WORKING-STORAGE SECTION.
007200 01  FS-INTEREST-YTD-FILE        PIC X(02) VALUE '00'.
007300 01  FS-CUSTOMER-REF-FILE        PIC X(02) VALUE '00'.
007400 01  FS-WORK-FILE                PIC X(02) VALUE '00'.
007500 01  WS-SWITCHES.
007600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007700         88  END-OF-FILE                    VALUE 'Y'.
007800     05  WS-YTD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007900         88  WS-INTEREST-YTD-FILE-OPEN       VALUE 'Y'.
008000     05  WS-CUST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008100         88  WS-CUSTOMER-FILE-OPEN           VALUE 'Y'.
008200
008300*--------------------------------------------------------------
008400* SYSIN CARD - FILING MODE, THEN THE TAX YEAR. THE MODE IS
008500* ITX-REPORT'S; THIS STEP READS THE SAME CARD FOR ITS YEAR.
008600*--------------------------------------------------------------
008700 01  WS-TAX-CARD.
008800     05  WS-TAX-MODE             PIC X(01).
008900     05  WS-TC-FILL-1            PIC X(01).
009000     05  WS-TAX-YEAR-X           PIC X(04).
009100
009200 01  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
009300
009400 01  WS-ABSENT-KEY.
009500     05  FILLER                  PIC X(12) VALUE 'NO CUSTMSTR '.
009600     05  WS-AK-COMPANY-CODE      PIC X(03).
009700     05  FILLER                  PIC X(01) VALUE '-'.
009800     05  WS-AK-ACCOUNT-NUMBER    PIC X(10).
009900     05  FILLER                  PIC X(04) VALUE SPACES.
010000
010100 01  WS-COUNTERS.
010200     05  WS-BUCKET-COUNT         PIC 9(07) COMP VALUE ZERO.
010300     05  WS-SELECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
010400     05  WS-ZERO-COUNT           PIC 9(07) COMP VALUE ZERO.
010500     05  WS-ROLLED-COUNT         PIC 9(07) COMP VALUE ZERO.
010600     05  WS-UNROLLED-COUNT       PIC 9(07) COMP VALUE ZERO.
010700     05  WS-ABSENT-COUNT         PIC 9(07) COMP VALUE ZERO.
010800 01  WS-SELECTED-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
010900 01  WS-EDIT-AMOUNT              PIC -(13)9.99.
011000
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE
011400         THRU 1000-INITIALIZE-EXIT
011500     PERFORM 3000-PROCESS-ONE-BUCKET
011600         THRU 3000-PROCESS-ONE-BUCKET-EXIT
011700         UNTIL END-OF-FILE
011800     PERFORM 8000-SUMMARIZE
011900         THRU 8000-SUMMARIZE-EXIT
012000     PERFORM 9999-TERMINATE
012100         THRU 9999-TERMINATE-EXIT
012200     STOP RUN.
012300
012400 1000-INITIALIZE.
012500     ACCEPT WS-TAX-CARD FROM SYSIN
012600     OPEN OUTPUT WORK-FILE
012700     IF WS-TAX-YEAR-X NOT NUMERIC
012800         DISPLAY 'ITX-SELECT: TAX CARD NEEDS A TAX YEAR - '
012900             'NOTHING SELECTED'
013000         MOVE 8 TO RETURN-CODE
013100         MOVE 'Y' TO EOF-SWITCH
013200         GO TO 1000-INITIALIZE-EXIT
013300     END-IF
013400     MOVE WS-TAX-YEAR-X TO WS-TAX-YEAR
013500     OPEN INPUT CUSTOMER-REF-FILE
013600     IF FS-CUSTOMER-REF-FILE = '00' OR '05'
013700         MOVE 'Y' TO WS-CUST-OPEN-SWITCH
013800     ELSE
013900         DISPLAY 'ITX-SELECT: NO CUSTMSTR - EVERY ACCOUNT '
014000             'STANDS AS ITS OWN CUSTOMER'
014100     END-IF
014200     OPEN INPUT INTEREST-YTD-FILE
014300     IF FS-INTEREST-YTD-FILE NOT = '00' AND '05'
014400         DISPLAY 'ITX-SELECT: INTYTD OPEN FAILED, STATUS='
014500             FS-INTEREST-YTD-FILE
014600         MOVE 8 TO RETURN-CODE
014700         MOVE 'Y' TO EOF-SWITCH
014800         GO TO 1000-INITIALIZE-EXIT
014900     END-IF
015000     MOVE 'Y' TO WS-YTD-OPEN-SWITCH
015100     MOVE LOW-VALUES TO IY-MASTER-KEY
015200     START INTEREST-YTD-FILE
015300         KEY IS NOT LESS THAN IY-MASTER-KEY
015400         INVALID KEY
015500             MOVE 'Y' TO EOF-SWITCH
015600     END-START
015700     IF NOT END-OF-FILE
015800         PERFORM 3100-READ-NEXT-BUCKET
015900             THRU 3100-READ-NEXT-BUCKET-EXIT
016000     END-IF.
016100 1000-INITIALIZE-EXIT.
016200     EXIT.
016300
016400*--------------------------------------------------------------
016500* A BUCKET ALREADY ROLLED INTO A LATER YEAR HAS NOTHING FOR THIS
016600* ONE. A BUCKET LEFT IN AN EARLIER YEAR WITH INTEREST STILL IN IT
016700* MISSED ITS OWN YEAR-END RUN AND HOLDS INT-ACCRUE BACK FROM
016800* CAPITALIZING THE ACCOUNT.
016900*--------------------------------------------------------------
017000 3000-PROCESS-ONE-BUCKET.
017100     ADD 1 TO WS-BUCKET-COUNT
017200     IF IY-TAX-YEAR > WS-TAX-YEAR
017300         ADD 1 TO WS-ROLLED-COUNT
017400         GO TO 3000-PROCESS-ONE-BUCKET-NEXT
017500     END-IF
017600     IF IY-TAX-YEAR < WS-TAX-YEAR
017700         IF IY-INTEREST-PAID NOT = ZERO
017800             DISPLAY 'ITX-SELECT: ' IY-COMPANY-CODE '-'
017900                 IY-ACCOUNT-NUMBER ' STILL HOLDS TAX YEAR '
018000                 IY-TAX-YEAR ' - NOT ROLLED'
018100             ADD 1 TO WS-UNROLLED-COUNT
018200         ELSE
018300             ADD 1 TO WS-ZERO-COUNT
018400         END-IF
018500         GO TO 3000-PROCESS-ONE-BUCKET-NEXT
018600     END-IF
018700     IF IY-INTEREST-PAID = ZERO
018800         ADD 1 TO WS-ZERO-COUNT
018900         GO TO 3000-PROCESS-ONE-BUCKET-NEXT
019000     END-IF
019100     MOVE SPACES TO WORK-RECORD
019200     PERFORM 3200-SET-CUSTOMER-KEY
019300         THRU 3200-SET-CUSTOMER-KEY-EXIT
019400     MOVE IY-MASTER-KEY TO IW-MASTER-KEY
019500     MOVE IY-INTEREST-PAID TO IW-INTEREST-PAID
019600     MOVE IY-CAPITALIZED-COUNT TO IW-CAPITALIZED-COUNT
019700     MOVE IY-LAST-CAPITALIZED TO IW-LAST-CAPITALIZED
019800     WRITE WORK-RECORD
019900     ADD 1 TO WS-SELECTED-COUNT
020000     ADD IY-INTEREST-PAID TO WS-SELECTED-TOTAL.
020100 3000-PROCESS-ONE-BUCKET-NEXT.
020200     PERFORM 3100-READ-NEXT-BUCKET
020300         THRU 3100-READ-NEXT-BUCKET-EXIT.
020400 3000-PROCESS-ONE-BUCKET-EXIT.
020500     EXIT.
020600
020700 3100-READ-NEXT-BUCKET.
020800     READ INTEREST-YTD-FILE NEXT RECORD
020900         AT END
021000             MOVE 'Y' TO EOF-SWITCH
021100     END-READ.
021200 3100-READ-NEXT-BUCKET-EXIT.
021300     EXIT.
021400
021500 3200-SET-CUSTOMER-KEY.
021600     MOVE 'N' TO IW-CUSTOMER-FOUND
021700     IF WS-CUSTOMER-FILE-OPEN
021800         MOVE IY-COMPANY-CODE TO CU-COMPANY-CODE
021900         MOVE IY-ACCOUNT-NUMBER TO CU-ACCOUNT-NUMBER
022000         READ CUSTOMER-REF-FILE
022100             INVALID KEY
022200                 CONTINUE
022300             NOT INVALID KEY
022400                 IF CU-CUSTOMER-NAME NOT = SPACES
022500                     MOVE CU-CUSTOMER-NAME TO IW-CUSTOMER-KEY
022600                     MOVE CU-BRANCH-CODE TO IW-BRANCH-CODE
022700                     MOVE 'Y' TO IW-CUSTOMER-FOUND
022800                 END-IF
022900         END-READ
023000     END-IF
023100     IF NOT IW-REGISTERED-CUSTOMER
023200         MOVE IY-COMPANY-CODE TO WS-AK-COMPANY-CODE
023300         MOVE IY-ACCOUNT-NUMBER TO WS-AK-ACCOUNT-NUMBER
023400         MOVE WS-ABSENT-KEY TO IW-CUSTOMER-KEY
023500         ADD 1 TO WS-ABSENT-COUNT
023600     END-IF.
023700 3200-SET-CUSTOMER-KEY-EXIT.
023800     EXIT.
023900
024000 8000-SUMMARIZE.
024100     IF WS-UNROLLED-COUNT NOT = ZERO AND RETURN-CODE < 4
024200         MOVE 4 TO RETURN-CODE
024300     END-IF
024400     DISPLAY 'ITX-SELECT: TAX YEAR............ ' WS-TAX-YEAR
024500     DISPLAY 'ITX-SELECT: BUCKETS READ........ ' WS-BUCKET-COUNT
024600     DISPLAY 'ITX-SELECT: NO INTEREST......... ' WS-ZERO-COUNT
024700     DISPLAY 'ITX-SELECT: ALREADY ROLLED...... ' WS-ROLLED-COUNT
024800     DISPLAY 'ITX-SELECT: EARLIER YEAR UNROLLED '
024900         WS-UNROLLED-COUNT
025000     DISPLAY 'ITX-SELECT: ACCOUNTS SELECTED... ' WS-SELECTED-COUNT
025100     MOVE WS-SELECTED-TOTAL TO WS-EDIT-AMOUNT
025200     DISPLAY 'ITX-SELECT: INTEREST SELECTED... ' WS-EDIT-AMOUNT
025300     DISPLAY 'ITX-SELECT: NO CUSTMSTR RECORD.. ' WS-ABSENT-COUNT.
025400 8000-SUMMARIZE-EXIT.
025500     EXIT.
025600
025700 9999-TERMINATE.
025800     IF WS-INTEREST-YTD-FILE-OPEN
025900         CLOSE INTEREST-YTD-FILE
026000     END-IF
026100     IF WS-CUSTOMER-FILE-OPEN
026200         CLOSE CUSTOMER-REF-FILE
026300     END-IF
026400     CLOSE WORK-FILE.
026500 9999-TERMINATE-EXIT.
026600     EXIT.
