003300*                   COMPANY-PLUS-ACCOUNT MASTER KEY - THE CONTROL
003400*                   BREAK AND THE RESTORES KEY ON ALL 13 BYTES
003500*                   (PSTJRNL LRECL 104, SORT FIELDS 18,13).
003510* 2026-10-15  DLBS  JOURNAL RECORDS FLAGGED 'H' - DEBITS ACCT-POST
003520*                   HELD OVER THE ACCOUNT'S OVERDRAFT LIMIT - ARE
003530*                   PASSED OVER. THEY NEVER TOUCHED BALMSTR, SO
003540*                   THEIR BEFORE-IMAGE MUST NOT LEAD THE ACCOUNT'S
003550*                   GROUP. THE RERUN RE-HOLDS THEM; LMT-RELEASE
003560*                   DROPS THE DUPLICATE LMTEXCP ENTRIES.
003565* 2026-10-15  DLBS  JOURNAL GAINED JR-TRANSFER-LEG (LRECL 106) -
003570*                   BOTH LEGS OF A TRANSFER ARE JOURNALED UNDER
003575*                   ONE SEQUENCE AHEAD OF EITHER STORE, SO EACH
003580*                   LEG'S BEFORE-IMAGE LEADS ITS OWN ACCOUNT'S
003585*                   GROUP LIKE ANY OTHER DETAIL AND THE TRANSFER
003590*                   COMES OFF WHOLE. TRANSFER LEGS ARE COUNTED ON
003595*                   THE SUMMARY.
003596* 2026-10-15  DLBS  A PURGED REVERSAL ROW CLEARS THE REVERSED
003597*                   MARK AND LINK IT LEFT ON THE ORIGINAL ACTHIST
003598*                   ENTRY, SO THE RERUN CAN REVERSE IT AGAIN.
003599*                   CLEARED LINKS ARE COUNTED ON THE SUMMARY.
003600* 2026-10-15  DLBS  A SYSIN CARD NOW NAMES THE POSTING PARTITION
003601*                   (1-4) WHOSE JOURNAL IS BEING BACKED OUT. ONLY
003602*                   THAT PARTITION'S ACTHIST ROWS
003603*                   (AH-POST-PARTITION) ARE PURGED - AN ACCOUNT
003604*                   TOUCHED BY ITS OWN PARTITION AND BY THE SHARED
003605*                   PARTITION KEEPS THE OTHER PARTITION'S ROWS. A
003606*                   BLANK CARD PURGES EVERY ROW OF THE RUN DATE AS
003607*                   BEFORE. ROWS KEPT ARE COUNTED ON THE SUMMARY.
003608*--------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
007000     05  JR-FILL-5               PIC X(01).
007100     05  JR-APPLIED-AMOUNT       PIC S9(07)V99 SIGN IS
007200                                     LEADING SEPARATE CHARACTER.
007220     05  JR-FILL-6               PIC X(01).
007240     05  JR-TRANSFER-LEG         PIC X(01).
007260         88  JR-FROM-LEG                 VALUE 'F'.
007280         88  JR-TO-LEG                   VALUE 'T'.
007300
007400 FD  BALANCE-FILE
007500     LABEL RECORDS ARE STANDARD.
009800         88  WS-HISTORY-PURGE-DONE       VALUE 'Y'.
009900
010000 01  WS-PRIOR-KEY                PIC X(13) VALUE LOW-VALUES.
010020 01  WS-PURGED-KEY               PIC X(23).
010040 01  WS-PURGED-STATUS            PIC X(01).
010060 01  WS-PURGED-LINK-KEY          PIC X(23).
010063
010066*--------------------------------------------------------------
010069* BACKOUT CONTROL CARD - COLUMN 1 IS THE POSTING PARTITION
010072* WHOSE JOURNAL IS SORTED INTO PSTJRNLS; BLANK FOR A JOURNAL
010075* FROM AN UNPARTITIONED POSTING RUN.
010078*--------------------------------------------------------------
010081 01  WS-BACKOUT-CARD.
010084     05  WS-BACKOUT-PARTITION    PIC X(01).
010087         88  WS-ALL-PARTITIONS           VALUE SPACE.
010090         88  WS-VALID-PARTITION          VALUE '1' THRU '4'.
010093     05  FILLER                  PIC X(79).
010100
010200 01  WS-COUNTERS.
010300     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
010600     05  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
010700     05  WS-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
010800     05  WS-HIST-DELETED-COUNT   PIC 9(07) COMP VALUE ZERO.
010850     05  WS-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
010870     05  WS-TRANSFER-LEG-COUNT   PIC 9(07) COMP VALUE ZERO.
010880     05  WS-LINK-CLEARED-COUNT   PIC 9(07) COMP VALUE ZERO.
010890     05  WS-HIST-KEPT-COUNT      PIC 9(07) COMP VALUE ZERO.
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
012100     STOP RUN.
012200
012300 1000-INITIALIZE.
012307     ACCEPT WS-BACKOUT-CARD FROM SYSIN
012314     IF NOT WS-ALL-PARTITIONS AND NOT WS-VALID-PARTITION
012321         DISPLAY 'POST-BACKOUT: INVALID POSTING PARTITION '''
012328             WS-BACKOUT-PARTITION ''' ON CONTROL CARD'
012335         MOVE 8 TO RETURN-CODE
012342         MOVE 'Y' TO EOF-SWITCH
012349         GO TO 1000-INITIALIZE-EXIT
012356     END-IF
012363     IF WS-VALID-PARTITION
012370         DISPLAY 'POST-BACKOUT: BACKING OUT POSTING PARTITION '
012377             WS-BACKOUT-PARTITION
012384     END-IF
012400     OPEN INPUT JOURNAL-FILE
012500     IF FS-JOURNAL-FILE NOT = '00'
012600         DISPLAY 'POST-BACKOUT: NO SORTED JOURNAL UNDER '
015400*--------------------------------------------------------------
015500* CONTROL BREAK ON ACCOUNT - ONLY THE FIRST JOURNAL RECORD OF
015600* EACH ACCOUNT CARRIES THE PRE-RUN IMAGE; LATER ONES ARE
015700* WITHIN-RUN STATES AND ARE SKIPPED. A HELD DEBIT ('H') WAS
015750* NEVER APPLIED AND TAKES NO PART IN THE BREAK.
015800*--------------------------------------------------------------
015900 3000-BACK-OUT-ONE-RECORD.
016000     READ JOURNAL-FILE
016300             GO TO 3000-BACK-OUT-ONE-RECORD-EXIT
016400     END-READ
016500     ADD 1 TO WS-READ-COUNT
016505     IF JR-FROM-LEG OR JR-TO-LEG
016510         ADD 1 TO WS-TRANSFER-LEG-COUNT
016515     END-IF
016520     IF JR-NEW-FLAG = 'H'
016540         ADD 1 TO WS-HELD-COUNT
016560         GO TO 3000-BACK-OUT-ONE-RECORD-EXIT
016580     END-IF
016600     IF JR-MASTER-KEY = WS-PRIOR-KEY
016700         ADD 1 TO WS-SKIPPED-COUNT
016800         GO TO 3000-BACK-OUT-ONE-RECORD-EXIT
021200* WELL AS THE BALANCES, SO THE RERUN'S HISTORY WRITES DO NOT
021300* LEAVE A SECOND FULL SET OF ROWS BEHIND THE SEQUENCE CLIMB.
021400* ANY SAME-DAY ROW UNDER THIS ACCOUNT CAME FROM THE ABORTED
021500* RUN - POSTING RUNS ONCE PER BUSINESS DAY - UNLESS A PARTITION
021530* IS NAMED ON THE CONTROL CARD, WHEN ROWS WRITTEN BY ANOTHER
021560* PARTITION ARE LEFT IN PLACE.
021600*--------------------------------------------------------------
021700 6000-PURGE-HISTORY-ROWS.
021800     IF NOT WS-HISTORY-FILE-OPEN
024400         MOVE 'Y' TO WS-HIST-DONE-SWITCH
024500         GO TO 6100-PURGE-ONE-HISTORY-ROW-EXIT
024600     END-IF
024603     IF WS-VALID-PARTITION AND
024606        AH-POST-PARTITION NOT = WS-BACKOUT-PARTITION
024609         ADD 1 TO WS-HIST-KEPT-COUNT
024612         GO TO 6100-PURGE-ONE-HISTORY-ROW-EXIT
024615     END-IF
024620     MOVE AH-HISTORY-KEY TO WS-PURGED-KEY
024640     MOVE AH-REVERSAL-STATUS TO WS-PURGED-STATUS
024660     MOVE AH-LINK-KEY TO WS-PURGED-LINK-KEY
024700     DELETE HISTORY-FILE
024800         INVALID KEY
024900             ADD 1 TO WS-FAILED-COUNT
025100                 'FOR ' AH-ACCOUNT-NUMBER ' ***'
025200         NOT INVALID KEY
025300             ADD 1 TO WS-HIST-DELETED-COUNT
025320             IF WS-PURGED-STATUS = 'R'
025340                 PERFORM 6200-CLEAR-REVERSAL-LINK
025360                     THRU 6200-CLEAR-REVERSAL-LINK-EXIT
025380             END-IF
025400     END-DELETE.
025500 6100-PURGE-ONE-HISTORY-ROW-EXIT.
025600     EXIT.
025605
025610*--------------------------------------------------------------
025615* A PURGED REVERSAL ROW ('R') TAKES ITS MARK OFF THE ORIGINAL
025620* ENTRY IT REVERSED, SO THE RERUN CAN POST THE REVERSAL AGAIN.
025625* THE ORIGINAL KEEPS ANY LINK THAT IS NOT TO THIS ROW. THE
025630* SWEEP IS THEN REPOSITIONED JUST PAST THE PURGED ROW.
025635*--------------------------------------------------------------
025640 6200-CLEAR-REVERSAL-LINK.
025645     MOVE WS-PURGED-LINK-KEY TO AH-HISTORY-KEY
025650     READ HISTORY-FILE
025655         INVALID KEY
025660             GO TO 6200-CLEAR-REVERSAL-LINK-NEXT
025665     END-READ
025670     IF AH-REVERSED AND AH-LINK-KEY = WS-PURGED-KEY
025675         MOVE SPACE TO AH-REVERSAL-STATUS
025680         MOVE SPACES TO AH-LINK-KEY
025685         REWRITE HISTORY-RECORD
025690             INVALID KEY
025695                 ADD 1 TO WS-FAILED-COUNT
025700                 DISPLAY 'POST-BACKOUT: *** REVERSAL LINK NOT '
025705                     'CLEARED FOR ' AH-ACCOUNT-NUMBER ' ***'
025710             NOT INVALID KEY
025715                 ADD 1 TO WS-LINK-CLEARED-COUNT
025720         END-REWRITE
025725     END-IF.
025730 6200-CLEAR-REVERSAL-LINK-NEXT.
025735     MOVE WS-PURGED-KEY TO AH-HISTORY-KEY
025740     START HISTORY-FILE
025745         KEY IS NOT LESS THAN AH-HISTORY-KEY
025750         INVALID KEY
025755             MOVE 'Y' TO WS-HIST-DONE-SWITCH
025760     END-START.
025765 6200-CLEAR-REVERSAL-LINK-EXIT.
025770     EXIT.
025775
025800 8000-SUMMARIZE.
025900     DISPLAY 'POST-BACKOUT: JOURNAL RECORDS READ ' WS-READ-COUNT
026000     DISPLAY 'POST-BACKOUT: IMAGES RESTORED..... '
026300         WS-DELETED-COUNT
026400     DISPLAY 'POST-BACKOUT: WITHIN-RUN SKIPPED.. '
026500         WS-SKIPPED-COUNT
026530     DISPLAY 'POST-BACKOUT: HELD OVER LIMIT..... '
026560         WS-HELD-COUNT
026570     DISPLAY 'POST-BACKOUT: TRANSFER LEGS....... '
026580         WS-TRANSFER-LEG-COUNT
026586     DISPLAY 'POST-BACKOUT: LINKS CLEARED....... '
026592         WS-LINK-CLEARED-COUNT
026600     DISPLAY 'POST-BACKOUT: HISTORY ROWS DELETED '
026700         WS-HIST-DELETED-COUNT
026730     DISPLAY 'POST-BACKOUT: OTHER PARTITION KEPT '
026760         WS-HIST-KEPT-COUNT
026800     DISPLAY 'POST-BACKOUT: FAILURES............ '
026900         WS-FAILED-COUNT
027000     IF WS-FAILED-COUNT > 0
