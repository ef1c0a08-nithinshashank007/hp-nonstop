000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BAL-ASOF.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. BALANCE AS OF A PAST DATE, FROM
001100*                   THE BALSNAP END-OF-DAY SNAPSHOTS BAL-SNAP
001200*                   WRITES (SEE JCL/DLBALQ.JCL). THE SYSIN CARD
001300*                   CARRIES ACCOUNT, AS-OF DATE AND COMPANY; THE
001400*                   ANSWER IS THE LAST SNAPSHOT ON OR BEFORE THE
001500*                   DATE - A DAY WITH NO RUN (WEEKEND, HOLIDAY)
001600*                   TAKES THE PRIOR BUSINESS DAY'S CLOSE, AND THE
001700*                   SNAPSHOT DATE USED IS SHOWN. ANSWERS THE PAST
001800*                   DATE THE WAY ACCT-POST'S 5000-BALANCE-INQUIRY
001900*                   ANSWERS TODAY.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT SNAPSHOT-FILE ASSIGN TO 'BALSNAP'
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS BS-SNAP-KEY
002800         FILE STATUS IS FS-SNAPSHOT-FILE.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  SNAPSHOT-FILE
003300     LABEL RECORDS ARE STANDARD.
003400 01  SNAPSHOT-RECORD.
003500     COPY BALSREC.
003600
003700 WORKING-STORAGE SECTION.
003800 01  FS-SNAPSHOT-FILE            PIC X(02) VALUE '00'.
003900 01  WS-SWITCHES.
004000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
004100         88  END-OF-FILE                    VALUE 'Y'.
004200     05  WS-SNAP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
004300         88  WS-SNAPSHOT-FILE-OPEN           VALUE 'Y'.
004400     05  WS-SNAP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
004500         88  WS-SNAPSHOT-FOUND               VALUE 'Y'.
004600
004700*--------------------------------------------------------------
004800* INQUIRY CONTROL CARD - ACCOUNT, AS-OF DATE, COMPANY. THE
004900* COMPANY IS REQUIRED - IT IS PART OF THE SNAPSHOT KEY. A BLANK
005000* OR ZERO DATE ASKS FOR THE LATEST SNAPSHOT ON FILE.
005100*--------------------------------------------------------------
005200 01  WS-INQUIRY-CARD.
005300     05  WS-INQUIRY-ACCOUNT      PIC X(10).
005400     05  WS-IQ-FILL-1            PIC X(01).
005500     05  WS-IQ-ASOF-DATE-X       PIC X(08).
005600     05  WS-IQ-FILL-2            PIC X(01).
005700     05  WS-INQUIRY-COMPANY      PIC X(03).
005800
005900 01  WS-ASOF-DATE                PIC 9(08) VALUE 99999999.
006000
006100*--------------------------------------------------------------
006200* THE LAST SNAPSHOT SEEN ON OR BEFORE THE AS-OF DATE.
006300*--------------------------------------------------------------
006400 01  WS-FOUND-SNAPSHOT.
006500     05  WS-FS-SNAP-DATE         PIC 9(08).
006600     05  WS-FS-BRANCH-CODE       PIC X(04).
006700     05  WS-FS-LEDGER-BALANCE    PIC S9(09)V99 COMP-3.
006800     05  WS-FS-ACCRUED-INTEREST  PIC S9(09)V99 COMP-3.
006900 01  WS-EDIT-AMOUNT              PIC -(09)9.99.
007000
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
007300     PERFORM 1000-INITIALIZE
007400         THRU 1000-INITIALIZE-EXIT
007500     PERFORM 3000-SCAN-ONE-SNAPSHOT
007600         THRU 3000-SCAN-ONE-SNAPSHOT-EXIT
007700         UNTIL END-OF-FILE
007800     PERFORM 8000-SUMMARIZE
007900         THRU 8000-SUMMARIZE-EXIT
008000     PERFORM 9999-TERMINATE
008100         THRU 9999-TERMINATE-EXIT
008200     STOP RUN.
008300
008400 1000-INITIALIZE.
008500     ACCEPT WS-INQUIRY-CARD FROM SYSIN
008600     IF WS-INQUIRY-ACCOUNT = SPACES OR
008700        WS-INQUIRY-COMPANY = SPACES
008800         DISPLAY 'BAL-ASOF: ACCOUNT AND COMPANY ARE BOTH '
008900             'REQUIRED ON THE INQUIRY CARD'
009000         MOVE 8 TO RETURN-CODE
009100         MOVE 'Y' TO EOF-SWITCH
009200         GO TO 1000-INITIALIZE-EXIT
009300     END-IF
009400     IF WS-IQ-ASOF-DATE-X NUMERIC AND
009500        WS-IQ-ASOF-DATE-X NOT = '00000000'
009600         MOVE WS-IQ-ASOF-DATE-X TO WS-ASOF-DATE
009700     END-IF
009800     OPEN INPUT SNAPSHOT-FILE
009900     IF FS-SNAPSHOT-FILE NOT = '00'
010000         DISPLAY 'BAL-ASOF: NO BALANCE SNAPSHOT FILE, STATUS='
010100             FS-SNAPSHOT-FILE
010200         MOVE 8 TO RETURN-CODE
010300         MOVE 'Y' TO EOF-SWITCH
010400         GO TO 1000-INITIALIZE-EXIT
010500     END-IF
010600     MOVE 'Y' TO WS-SNAP-OPEN-SWITCH
010700     DISPLAY 'BAL-ASOF: ACCOUNT ' WS-INQUIRY-COMPANY '-'
010800         WS-INQUIRY-ACCOUNT ' AS OF ' WS-ASOF-DATE
010900     MOVE WS-INQUIRY-COMPANY TO BS-COMPANY-CODE
011000     MOVE WS-INQUIRY-ACCOUNT TO BS-ACCOUNT-NUMBER
011100     MOVE ZERO TO BS-SNAP-DATE
011200     START SNAPSHOT-FILE
011300         KEY IS NOT LESS THAN BS-SNAP-KEY
011400         INVALID KEY
011500             MOVE 'Y' TO EOF-SWITCH
011600     END-START
011700     IF NOT END-OF-FILE
011800         PERFORM 3100-READ-NEXT-SNAPSHOT
011900             THRU 3100-READ-NEXT-SNAPSHOT-EXIT
012000     END-IF.
012100 1000-INITIALIZE-EXIT.
012200     EXIT.
012300
012400*--------------------------------------------------------------
012500* THE ACCOUNT'S SNAPSHOTS RUN IN DATE ORDER - KEEP EACH ONE ON
012600* OR BEFORE THE AS-OF DATE; THE FIRST LATER ONE (OR ANOTHER
012700* ACCOUNT) ENDS THE SCAN WITH THE ANSWER IN HAND.
012800*--------------------------------------------------------------
012900 3000-SCAN-ONE-SNAPSHOT.
013000     IF BS-COMPANY-CODE NOT = WS-INQUIRY-COMPANY OR
013100        BS-ACCOUNT-NUMBER NOT = WS-INQUIRY-ACCOUNT OR
013200        BS-SNAP-DATE > WS-ASOF-DATE
013300         MOVE 'Y' TO EOF-SWITCH
013400         GO TO 3000-SCAN-ONE-SNAPSHOT-EXIT
013500     END-IF
013600     MOVE 'Y' TO WS-SNAP-FOUND-SWITCH
013700     MOVE BS-SNAP-DATE TO WS-FS-SNAP-DATE
013800     MOVE BS-BRANCH-CODE TO WS-FS-BRANCH-CODE
013900     MOVE BS-LEDGER-BALANCE TO WS-FS-LEDGER-BALANCE
014000     MOVE BS-ACCRUED-INTEREST TO WS-FS-ACCRUED-INTEREST
014100     PERFORM 3100-READ-NEXT-SNAPSHOT
014200         THRU 3100-READ-NEXT-SNAPSHOT-EXIT.
014300 3000-SCAN-ONE-SNAPSHOT-EXIT.
014400     EXIT.
014500
014600 3100-READ-NEXT-SNAPSHOT.
014700     READ SNAPSHOT-FILE NEXT RECORD
014800         AT END
014900             MOVE 'Y' TO EOF-SWITCH
015000     END-READ.
015100 3100-READ-NEXT-SNAPSHOT-EXIT.
015200     EXIT.
015300
015400 8000-SUMMARIZE.
015500     IF NOT WS-SNAPSHOT-FILE-OPEN
015600         GO TO 8000-SUMMARIZE-EXIT
015700     END-IF
015800     IF NOT WS-SNAPSHOT-FOUND
015900         DISPLAY 'BAL-ASOF: NO SNAPSHOT ON FILE ON OR BEFORE THE '
016000             'REQUESTED DATE'
016100         DISPLAY 'BAL-ASOF: SNAPSHOTS PAST THE RETENTION PERIOD '
016200             'ARE ON THE SNAPARC ARCHIVE'
016300         IF RETURN-CODE < 4
016400             MOVE 4 TO RETURN-CODE
016500         END-IF
016600         GO TO 8000-SUMMARIZE-EXIT
016700     END-IF
016800     DISPLAY 'BAL-ASOF: CLOSE OF BUSINESS ' WS-FS-SNAP-DATE
016900         ' BR ' WS-FS-BRANCH-CODE
017000     MOVE WS-FS-LEDGER-BALANCE TO WS-EDIT-AMOUNT
017100     DISPLAY 'BAL-ASOF: LEDGER BALANCE.... ' WS-EDIT-AMOUNT
017200     MOVE WS-FS-ACCRUED-INTEREST TO WS-EDIT-AMOUNT
017300     DISPLAY 'BAL-ASOF: ACCRUED INTEREST.. ' WS-EDIT-AMOUNT.
017400 8000-SUMMARIZE-EXIT.
017500     EXIT.
017600
017700 9999-TERMINATE.
017800     IF WS-SNAPSHOT-FILE-OPEN
017900         CLOSE SNAPSHOT-FILE
018000     END-IF.
018100 9999-TERMINATE-EXIT.
018200     EXIT.
