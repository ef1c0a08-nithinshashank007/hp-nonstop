000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    POST-MERGE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. CLOSES THE PARTITIONED POSTING
001100*                   STEPS. READS TODAY'S RUNLOG AND PROVES THAT
001200*                   EVERY ACCT-POST PARTITION (ACCT-POST-1 TO
001300*                   ACCT-POST-4) ENDED CLEAN, AND THAT THE FOUR
001400*                   TOGETHER READ EXACTLY WHAT FILE-DEMO WROTE -
001500*                   THE SAME DETAIL COUNT AND THE SAME DEBIT,
001600*                   CREDIT, AND NET AMOUNTS - SO THE SPLIT LOST
001700*                   OR DOUBLED NOTHING. THE COMBINED COUNTS AND
001800*                   AMOUNTS ARE LOGGED UNDER POST-MERGE, WHICH
001900*                   RUN-VERIFY CROSS-FOOTS AGAINST FILE-DEMO AS IT
002000*                   ONCE DID THE SINGLE ACCT-POST STEP. A MISSING,
002100*                   UNFINISHED, OR FAILED PARTITION, OR A BREAK IN
002200*                   THE TOTALS, ENDS RC=8. NO RESTART MARK - THE
002300*                   PROOF IS SIMPLY RERUN.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS FS-RUN-LOG-FILE.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RUN-LOG-FILE
003500     LABEL RECORDS ARE STANDARD.
003600 01  RUN-LOG-RECORD.
003700     COPY RUNLREC.
003800
003900 WORKING-STORAGE SECTION.
004000 01  FS-RUN-LOG-FILE             PIC X(02) VALUE '00'.
004100 01  WS-SWITCHES.
004200     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
004300         88  END-OF-FILE                    VALUE 'Y'.
004400     05  WS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004500         88  WS-RUN-LOG-OPEN                 VALUE 'Y'.
004600     05  WS-DEMO-ENDED-SW        PIC X(01) VALUE 'N'.
004700         88  WS-DEMO-ENDED                   VALUE 'Y'.
004800
004900 01  WS-RUN-DATE                 PIC 9(08).
005000 01  WS-FLAG-COUNT               PIC 9(03) COMP VALUE ZERO.
005100 01  WS-EDIT-AMOUNT              PIC -(11)9.99.
005200 01  WS-EDIT-DEMO-AMOUNT         PIC -(11)9.99.
005300
005400*--------------------------------------------------------------
005500* A PARTITION'S RUNLOG PROGRAM ID IS 'ACCT-POST-' FOLLOWED BY
005600* THE PARTITION DIGIT.
005700*--------------------------------------------------------------
005800 01  WS-LOG-PROGRAM-ID.
005900     05  WS-LP-PREFIX            PIC X(10).
006000     05  WS-LP-PARTITION         PIC X(01).
006100         88  WS-LP-VALID-PARTITION       VALUE '1' THRU '4'.
006200     05  WS-LP-PARTITION-NUM     REDEFINES WS-LP-PARTITION
006300                                 PIC 9(01).
006400     05  WS-LP-SUFFIX            PIC X(01).
006500
006600*--------------------------------------------------------------
006700* FILE-DEMO'S END RECORD - WHAT THE PARTITIONS MUST ADD UP TO
006800*--------------------------------------------------------------
006900 01  WS-DEMO-WRITTEN-COUNT       PIC 9(07) VALUE ZERO.
007000 01  WS-DEMO-DEBIT-AMOUNT        PIC S9(11)V99 COMP-3
007100                                     VALUE ZERO.
007200 01  WS-DEMO-CREDIT-AMOUNT       PIC S9(11)V99 COMP-3
007300                                     VALUE ZERO.
007400 01  WS-DEMO-NET-AMOUNT          PIC S9(11)V99 COMP-3
007500                                     VALUE ZERO.
007600
007700*--------------------------------------------------------------
007800* OBSERVED STATE PER PARTITION, FROM ITS LATEST RUNLOG RECORDS
007900* TODAY. A START AFTER AN END (A RESUBMITTED PARTITION) CLEARS
008000* THE END, SO ONLY A RUN THAT FINISHED IS COUNTED.
008100*--------------------------------------------------------------
008200 01  WS-PARTITION-INDEX          PIC 9(02) COMP.
008300 01  WS-PARTITION-TABLE.
008400     05  WS-PARTITION-ENTRY      OCCURS 4 TIMES.
008500         10  WS-PT-STARTED-SW    PIC X(01).
008600         10  WS-PT-ENDED-SW      PIC X(01).
008700         10  WS-PT-READ-COUNT    PIC 9(07).
008800         10  WS-PT-WRITTEN-COUNT PIC 9(07).
008900         10  WS-PT-REJECT-COUNT  PIC 9(07).
009000         10  WS-PT-DEBIT-AMOUNT  PIC S9(11)V99 COMP-3.
009100         10  WS-PT-CREDIT-AMOUNT PIC S9(11)V99 COMP-3.
009200         10  WS-PT-NET-AMOUNT    PIC S9(11)V99 COMP-3.
009300         10  WS-PT-STATUS        PIC X(04).
009400
009500*--------------------------------------------------------------
009600* RUN-LOG CALL PARAMETER - CARRIES THE PARTITIONS' COMBINED
009700* TOTALS ON THE END RECORD
009800*--------------------------------------------------------------
009900 01  WS-RUNLOG-PARM.
010000     05  WS-RL-FUNCTION          PIC X(01).
010100     05  WS-RL-PROGRAM-ID        PIC X(12) VALUE 'POST-MERGE'.
010200     05  WS-RL-READ-COUNT        PIC 9(07) VALUE ZERO.
010300     05  WS-RL-WRITTEN-COUNT     PIC 9(07) VALUE ZERO.
010400     05  WS-RL-REJECTED-COUNT    PIC 9(07) VALUE ZERO.
010500     05  WS-RL-DEBIT-AMOUNT      PIC S9(11)V99 COMP-3
010600                                     VALUE ZERO.
010700     05  WS-RL-CREDIT-AMOUNT     PIC S9(11)V99 COMP-3
010800                                     VALUE ZERO.
010900     05  WS-RL-NET-AMOUNT        PIC S9(11)V99 COMP-3
011000                                     VALUE ZERO.
011100     05  WS-RL-STATUS            PIC X(04) VALUE 'OK  '.
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     MOVE 'S' TO WS-RL-FUNCTION
011600     CALL 'RUN-LOGGER' USING WS-RUNLOG-PARM
011700     PERFORM 1000-INITIALIZE
011800         THRU 1000-INITIALIZE-EXIT
011900     PERFORM 2000-COLLECT-RECORD
012000         THRU 2000-COLLECT-RECORD-EXIT
012100         UNTIL END-OF-FILE
012200     IF WS-RUN-LOG-OPEN
012300         CLOSE RUN-LOG-FILE
012400         MOVE 'N' TO WS-OPEN-SWITCH
012500         PERFORM 3000-PROVE-PARTITIONS
012600             THRU 3000-PROVE-PARTITIONS-EXIT
012700     END-IF
012800     PERFORM 8000-SUMMARIZE
012900         THRU 8000-SUMMARIZE-EXIT
013000     MOVE 'E' TO WS-RL-FUNCTION
013100     IF WS-FLAG-COUNT NOT = ZERO
013200         MOVE 'FAIL' TO WS-RL-STATUS
013300     END-IF
013400     CALL 'RUN-LOGGER' USING WS-RUNLOG-PARM
013500*--------------------------------------------------------------
013600* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
013700* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
013800* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
013900*--------------------------------------------------------------
014000     IF WS-FLAG-COUNT NOT = ZERO
014100         MOVE 8 TO RETURN-CODE
014200     END-IF
014300     STOP RUN.
014400
014500 1000-INITIALIZE.
014600     CALL 'PROC-DATE' USING WS-RUN-DATE
014700     MOVE 1 TO WS-PARTITION-INDEX
014800     PERFORM 1100-CLEAR-PARTITION-ENTRY
014900         THRU 1100-CLEAR-PARTITION-ENTRY-EXIT
015000         UNTIL WS-PARTITION-INDEX > 4
015100     OPEN INPUT RUN-LOG-FILE
015200     IF FS-RUN-LOG-FILE NOT = '00'
015300         DISPLAY 'POST-MERGE: NO RUNLOG FILE, STATUS='
015400             FS-RUN-LOG-FILE
015500         ADD 1 TO WS-FLAG-COUNT
015600         MOVE 'Y' TO EOF-SWITCH
015700         GO TO 1000-INITIALIZE-EXIT
015800     END-IF
015900     MOVE 'Y' TO WS-OPEN-SWITCH
016000     PERFORM 2100-READ-RUN-LOG
016100         THRU 2100-READ-RUN-LOG-EXIT.
016200 1000-INITIALIZE-EXIT.
016300     EXIT.
016400
016500 1100-CLEAR-PARTITION-ENTRY.
016600     MOVE 'N' TO WS-PT-STARTED-SW (WS-PARTITION-INDEX)
016700     MOVE 'N' TO WS-PT-ENDED-SW (WS-PARTITION-INDEX)
016800     MOVE ZERO TO WS-PT-READ-COUNT (WS-PARTITION-INDEX)
016900     MOVE ZERO TO WS-PT-WRITTEN-COUNT (WS-PARTITION-INDEX)
017000     MOVE ZERO TO WS-PT-REJECT-COUNT (WS-PARTITION-INDEX)
017100     MOVE ZERO TO WS-PT-DEBIT-AMOUNT (WS-PARTITION-INDEX)
017200     MOVE ZERO TO WS-PT-CREDIT-AMOUNT (WS-PARTITION-INDEX)
017300     MOVE ZERO TO WS-PT-NET-AMOUNT (WS-PARTITION-INDEX)
017400     MOVE SPACES TO WS-PT-STATUS (WS-PARTITION-INDEX)
017500     ADD 1 TO WS-PARTITION-INDEX.
017600 1100-CLEAR-PARTITION-ENTRY-EXIT.
017700     EXIT.
017800
017900*--------------------------------------------------------------
018000* ONLY TODAY'S FILE-DEMO AND ACCT-POST PARTITION RECORDS ARE
018100* OF INTEREST - RUNLOG ACCUMULATES ACROSS DAYS.
018200*--------------------------------------------------------------
018300 2000-COLLECT-RECORD.
018400     IF RL-TIMESTAMP (1:8) NOT = WS-RUN-DATE
018500         GO TO 2000-COLLECT-RECORD-NEXT
018600     END-IF
018700     IF RL-PROGRAM-ID = 'FILE-DEMO'
018800         IF RL-END-RECORD
018900             PERFORM 2200-COLLECT-DEMO-END
019000                 THRU 2200-COLLECT-DEMO-END-EXIT
019100         END-IF
019200         GO TO 2000-COLLECT-RECORD-NEXT
019300     END-IF
019400     MOVE RL-PROGRAM-ID TO WS-LOG-PROGRAM-ID
019500     IF WS-LP-PREFIX NOT = 'ACCT-POST-' OR
019600        NOT WS-LP-VALID-PARTITION OR
019700        WS-LP-SUFFIX NOT = SPACE
019800         GO TO 2000-COLLECT-RECORD-NEXT
019900     END-IF
020000     MOVE WS-LP-PARTITION-NUM TO WS-PARTITION-INDEX
020100     IF RL-START-RECORD
020200         MOVE 'Y' TO WS-PT-STARTED-SW (WS-PARTITION-INDEX)
020300         MOVE 'N' TO WS-PT-ENDED-SW (WS-PARTITION-INDEX)
020400     END-IF
020500     IF RL-END-RECORD
020600         PERFORM 2300-COLLECT-PARTITION-END
020700             THRU 2300-COLLECT-PARTITION-END-EXIT
020800     END-IF.
020900 2000-COLLECT-RECORD-NEXT.
021000     PERFORM 2100-READ-RUN-LOG
021100         THRU 2100-READ-RUN-LOG-EXIT.
021200 2000-COLLECT-RECORD-EXIT.
021300     EXIT.
021400
021500 2100-READ-RUN-LOG.
021600     READ RUN-LOG-FILE
021700         AT END
021800             MOVE 'Y' TO EOF-SWITCH
021900     END-READ.
022000 2100-READ-RUN-LOG-EXIT.
022100     EXIT.
022200
022300 2200-COLLECT-DEMO-END.
022400     MOVE 'Y' TO WS-DEMO-ENDED-SW
022500     MOVE RL-WRITTEN-COUNT TO WS-DEMO-WRITTEN-COUNT
022600     MOVE ZERO TO WS-DEMO-DEBIT-AMOUNT
022700     MOVE ZERO TO WS-DEMO-CREDIT-AMOUNT
022800     MOVE ZERO TO WS-DEMO-NET-AMOUNT
022900     IF RL-DEBIT-AMOUNT NUMERIC
023000         MOVE RL-DEBIT-AMOUNT TO WS-DEMO-DEBIT-AMOUNT
023100     END-IF
023200     IF RL-CREDIT-AMOUNT NUMERIC
023300         MOVE RL-CREDIT-AMOUNT TO WS-DEMO-CREDIT-AMOUNT
023400     END-IF
023500     IF RL-NET-AMOUNT NUMERIC
023600         MOVE RL-NET-AMOUNT TO WS-DEMO-NET-AMOUNT
023700     END-IF.
023800 2200-COLLECT-DEMO-END-EXIT.
023900     EXIT.
024000
024100 2300-COLLECT-PARTITION-END.
024200     MOVE 'Y' TO WS-PT-ENDED-SW (WS-PARTITION-INDEX)
024300     MOVE RL-READ-COUNT TO WS-PT-READ-COUNT (WS-PARTITION-INDEX)
024400     MOVE RL-WRITTEN-COUNT TO
024500         WS-PT-WRITTEN-COUNT (WS-PARTITION-INDEX)
024600     MOVE RL-REJECTED-COUNT TO
024700         WS-PT-REJECT-COUNT (WS-PARTITION-INDEX)
024800     MOVE ZERO TO WS-PT-DEBIT-AMOUNT (WS-PARTITION-INDEX)
024900     MOVE ZERO TO WS-PT-CREDIT-AMOUNT (WS-PARTITION-INDEX)
025000     MOVE ZERO TO WS-PT-NET-AMOUNT (WS-PARTITION-INDEX)
025100     IF RL-DEBIT-AMOUNT NUMERIC
025200         MOVE RL-DEBIT-AMOUNT TO
025300             WS-PT-DEBIT-AMOUNT (WS-PARTITION-INDEX)
025400     END-IF
025500     IF RL-CREDIT-AMOUNT NUMERIC
025600         MOVE RL-CREDIT-AMOUNT TO
025700             WS-PT-CREDIT-AMOUNT (WS-PARTITION-INDEX)
025800     END-IF
025900     IF RL-NET-AMOUNT NUMERIC
026000         MOVE RL-NET-AMOUNT TO
026100             WS-PT-NET-AMOUNT (WS-PARTITION-INDEX)
026200     END-IF
026300     MOVE RL-STATUS TO WS-PT-STATUS (WS-PARTITION-INDEX).
026400 2300-COLLECT-PARTITION-END-EXIT.
026500     EXIT.
026600
026700*--------------------------------------------------------------
026800* EVERY PARTITION MUST HAVE ENDED CLEAN (AN EMPTY PARTITION
026900* STILL STARTS AND ENDS WITH ZERO COUNTS), AND THE SUM OF THE
027000* FOUR MUST TIE TO FILE-DEMO.
027100*--------------------------------------------------------------
027200 3000-PROVE-PARTITIONS.
027300     MOVE 1 TO WS-PARTITION-INDEX
027400     PERFORM 3100-PROVE-ONE-PARTITION
027500         THRU 3100-PROVE-ONE-PARTITION-EXIT
027600         UNTIL WS-PARTITION-INDEX > 4
027700     IF NOT WS-DEMO-ENDED
027800         ADD 1 TO WS-FLAG-COUNT
027900         DISPLAY 'POST-MERGE: *** NO FILE-DEMO END RECORD '
028000             'TODAY - NOTHING TO PROVE THE PARTITIONS AGAINST ***'
028100         GO TO 3000-PROVE-PARTITIONS-EXIT
028200     END-IF
028300     IF WS-RL-READ-COUNT NOT = WS-DEMO-WRITTEN-COUNT
028400         ADD 1 TO WS-FLAG-COUNT
028500         DISPLAY 'POST-MERGE: *** PARTITIONS READ '
028600             WS-RL-READ-COUNT ' BUT FILE-DEMO WROTE '
028700             WS-DEMO-WRITTEN-COUNT ' ***'
028800     END-IF
028900     IF WS-RL-DEBIT-AMOUNT NOT = WS-DEMO-DEBIT-AMOUNT OR
029000        WS-RL-CREDIT-AMOUNT NOT = WS-DEMO-CREDIT-AMOUNT OR
029100        WS-RL-NET-AMOUNT NOT = WS-DEMO-NET-AMOUNT
029200         ADD 1 TO WS-FLAG-COUNT
029300         MOVE WS-RL-NET-AMOUNT TO WS-EDIT-AMOUNT
029400         MOVE WS-DEMO-NET-AMOUNT TO WS-EDIT-DEMO-AMOUNT
029500         DISPLAY 'POST-MERGE: *** PARTITION AMOUNTS DO NOT '
029600             'TIE TO FILE-DEMO - NET ' WS-EDIT-AMOUNT
029700             ' VS ' WS-EDIT-DEMO-AMOUNT ' ***'
029800     END-IF.
029900 3000-PROVE-PARTITIONS-EXIT.
030000     EXIT.
030100
030200 3100-PROVE-ONE-PARTITION.
030300     IF WS-PT-STARTED-SW (WS-PARTITION-INDEX) NOT = 'Y'
030400         ADD 1 TO WS-FLAG-COUNT
030500         DISPLAY 'POST-MERGE: *** ACCT-POST-' WS-PARTITION-INDEX
030600             ' NEVER STARTED ***'
030700         GO TO 3100-PROVE-ONE-PARTITION-NEXT
030800     END-IF
030900     IF WS-PT-ENDED-SW (WS-PARTITION-INDEX) NOT = 'Y'
031000         ADD 1 TO WS-FLAG-COUNT
031100         DISPLAY 'POST-MERGE: *** ACCT-POST-' WS-PARTITION-INDEX
031200             ' STARTED BUT NEVER ENDED ***'
031300         GO TO 3100-PROVE-ONE-PARTITION-NEXT
031400     END-IF
031500     IF WS-PT-STATUS (WS-PARTITION-INDEX) NOT = 'OK  '
031600         ADD 1 TO WS-FLAG-COUNT
031700         DISPLAY 'POST-MERGE: *** ACCT-POST-' WS-PARTITION-INDEX
031800             ' ENDED WITH STATUS '
031900             WS-PT-STATUS (WS-PARTITION-INDEX) ' ***'
032000     END-IF
032100     DISPLAY 'POST-MERGE: PARTITION ' WS-PARTITION-INDEX
032200         ' READ ' WS-PT-READ-COUNT (WS-PARTITION-INDEX)
032300         ' POSTED ' WS-PT-WRITTEN-COUNT (WS-PARTITION-INDEX)
032400         ' HELD ' WS-PT-REJECT-COUNT (WS-PARTITION-INDEX)
032500     ADD WS-PT-READ-COUNT (WS-PARTITION-INDEX) TO WS-RL-READ-COUNT
032600     ADD WS-PT-WRITTEN-COUNT (WS-PARTITION-INDEX) TO
032700         WS-RL-WRITTEN-COUNT
032800     ADD WS-PT-REJECT-COUNT (WS-PARTITION-INDEX) TO
032900         WS-RL-REJECTED-COUNT
033000     ADD WS-PT-DEBIT-AMOUNT (WS-PARTITION-INDEX) TO
033100         WS-RL-DEBIT-AMOUNT
033200     ADD WS-PT-CREDIT-AMOUNT (WS-PARTITION-INDEX) TO
033300         WS-RL-CREDIT-AMOUNT
033400     ADD WS-PT-NET-AMOUNT (WS-PARTITION-INDEX) TO
033500         WS-RL-NET-AMOUNT.
033600 3100-PROVE-ONE-PARTITION-NEXT.
033700     ADD 1 TO WS-PARTITION-INDEX.
033800 3100-PROVE-ONE-PARTITION-EXIT.
033900     EXIT.
034000
034100 8000-SUMMARIZE.
034200     DISPLAY 'POST-MERGE: DETAILS READ........ ' WS-RL-READ-COUNT
034300     DISPLAY 'POST-MERGE: POSTED.............. '
034400         WS-RL-WRITTEN-COUNT
034500     DISPLAY 'POST-MERGE: HELD................ '
034600         WS-RL-REJECTED-COUNT
034700     IF WS-FLAG-COUNT = ZERO
034800         DISPLAY 'POST-MERGE: ALL POSTING PARTITIONS ENDED CLEAN '
034900             'AND TIE TO FILE-DEMO'
035000     ELSE
035100         DISPLAY 'POST-MERGE: *** ' WS-FLAG-COUNT
035200             ' PROBLEM(S) FLAGGED - SEE MESSAGES ABOVE ***'
035300     END-IF.
035400 8000-SUMMARIZE-EXIT.
035500     EXIT.
