000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SIM-COMPARE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. LAST STEP OF THE DLSIM DRY RUN.
001100*                   COMPARES THE SIMULATED BALANCE MASTER (SIMBAL,
001200*                   THE DLSIM WORKING COPY ACCT-POST POSTED TO)
001300*                   WITH THE LIVE BALMSTR IT WAS COPIED FROM AND
001400*                   LISTS EVERY ACCOUNT THE DAY WOULD CHANGE, THEN
001500*                   EVERY ACCOUNT THE DAY WOULD LEAVE OVERDRAWN
001600*                   (NEW OVERDRAFTS MARKED), THEN THE SIMULATED
001700*                   REJECTS (SIMREJ) COUNTED BY REASON CODE. THE
001800*                   REPORT (SIMCRPT) IS STAMPED SIMULATION. RC=4
001900*                   WHEN THE DAY WOULD REJECT ANYTHING OR OPEN A
002000*                   NEW OVERDRAFT, RC=8 WHEN EITHER MASTER IS
002100*                   MISSING.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SIM-BALANCE-FILE ASSIGN TO 'SIMBAL'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS BL-MASTER-KEY OF SIM-BALANCE-RECORD
003000         FILE STATUS IS FS-SIM-BALANCE-FILE.
003100     SELECT BALANCE-FILE ASSIGN TO 'BALMSTR'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS BL-MASTER-KEY OF BALANCE-RECORD
003500         FILE STATUS IS FS-BALANCE-FILE.
003600     SELECT REJECT-FILE ASSIGN TO 'SIMREJ'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FS-REJECT-FILE.
003900     SELECT REPORT-FILE ASSIGN TO 'SIMCRPT'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FS-REPORT-FILE.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SIM-BALANCE-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  SIM-BALANCE-RECORD.
004800     COPY BALREC.
004900
005000 FD  BALANCE-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  BALANCE-RECORD.
005300     COPY BALREC.
005400
005500 FD  REJECT-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  REJECT-RECORD.
005800     05  RJ-ORIGINAL-RECORD      PIC X(80).
005900     05  RJ-FILL-1               PIC X(01).
006000     05  RJ-REASON-CODE          PIC X(04).
006100     05  RJ-FILL-2               PIC X(01).
006200     05  RJ-RESUB-COUNT          PIC 9(02).
006300     05  RJ-FILL-3               PIC X(01).
006400     05  RJ-SOURCE-SYSTEM        PIC X(10).
006500
006600 FD  REPORT-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  REPORT-RECORD               PIC X(80).
006900
007000 WORKING-STORAGE SECTION.
007100 01  FS-SIM-BALANCE-FILE         PIC X(02) VALUE '00'.
007200 01  FS-BALANCE-FILE             PIC X(02) VALUE '00'.
007300 01  FS-REJECT-FILE              PIC X(02) VALUE '00'.
007400 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
007500 01  WS-SWITCHES.
007600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007700         88  END-OF-FILE                    VALUE 'Y'.
007800     05  WS-SIM-OPEN-SWITCH      PIC X(01) VALUE 'N'.
007900         88  WS-SIM-FILE-OPEN                VALUE 'Y'.
008000     05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
008100         88  WS-BALANCE-FILE-OPEN            VALUE 'Y'.
008200     05  WS-REJ-EOF-SWITCH       PIC X(01) VALUE 'N'.
008300         88  WS-REJECT-EOF               VALUE 'Y'.
008400     05  WS-LIVE-FOUND-SWITCH    PIC X(01).
008500         88  WS-LIVE-FOUND               VALUE 'Y'.
008600     05  WS-REASON-FOUND-SWITCH  PIC X(01).
008700         88  WS-REASON-FOUND             VALUE 'Y'.
008800
008900 01  WS-RUN-DATE                 PIC 9(08).
009000 01  WS-LIVE-NET                 PIC S9(09)V99 COMP-3.
009100 01  WS-NET-CHANGE               PIC S9(09)V99 COMP-3.
009200
009300 01  WS-COUNTERS.
009400     05  WS-ACCOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
009500     05  WS-CHANGED-COUNT        PIC 9(07) COMP VALUE ZERO.
009600     05  WS-NEW-ACCOUNT-COUNT    PIC 9(07) COMP VALUE ZERO.
009700     05  WS-OVERDRAWN-COUNT      PIC 9(07) COMP VALUE ZERO.
009800     05  WS-NEW-OVERDRAFT-COUNT  PIC 9(07) COMP VALUE ZERO.
009900     05  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
010000
010100*--------------------------------------------------------------
010200* REJECT REASON TABLE - ONE ENTRY PER REASON CODE SEEN ON THE
010300* SIMULATED REJOUT, IN ORDER OF FIRST APPEARANCE.
010400*--------------------------------------------------------------
010500 01  WS-REASON-LIMIT             PIC 9(03) COMP VALUE 50.
010600 01  WS-REASON-COUNT             PIC 9(03) COMP VALUE ZERO.
010700 01  WS-REASON-INDEX             PIC 9(03) COMP.
010800 01  WS-REASON-TABLE.
010900     05  WS-REASON-ENTRY         OCCURS 50 TIMES.
011000         10  WS-RT-REASON-CODE   PIC X(04).
011100         10  WS-RT-REJECT-COUNT  PIC 9(07) COMP.
011200
011300*--------------------------------------------------------------
011400* PAGINATION CONTROL
011500*--------------------------------------------------------------
011600 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
011700 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
011800 01  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
011900 01  WS-PRINT-LINE               PIC X(80).
012000
012100*--------------------------------------------------------------
012200* REPORT LINES - ACCOUNTS THAT WOULD CHANGE, PROJECTED
012300* OVERDRAFTS, REJECTS BY REASON, TOTALS.
012400*--------------------------------------------------------------
012500 01  WS-PAGE-HEADING.
012600     05  FILLER                  PIC X(32)
012700         VALUE 'SIM-COMPARE  ** SIMULATION **  '.
012800     05  FILLER                  PIC X(18)
012900         VALUE 'LIVE VS SIMULATED '.
013000     05  PH-RUN-DATE             PIC X(08).
013100     05  FILLER                  PIC X(10) VALUE SPACES.
013200     05  FILLER                  PIC X(05) VALUE 'PAGE '.
013300     05  PH-PAGE-NUMBER          PIC ZZZ9.
013400 01  WS-SECTION-HEADING          PIC X(40).
013500 01  WS-COLUMN-HEADING.
013600     05  FILLER                  PIC X(29)
013700         VALUE 'CO  ACCOUNT         LIVE NET '.
013800     05  FILLER                  PIC X(32)
013900         VALUE 'SIMULATED NET        CHANGE NOTE'.
014000 01  WS-DETAIL-LINE.
014100     05  DL-COMPANY-CODE         PIC X(03).
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  DL-ACCOUNT-NUMBER       PIC X(10).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  DL-LIVE-NET             PIC -(09)9.99.
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  DL-SIM-NET              PIC -(09)9.99.
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  DL-NET-CHANGE           PIC -(09)9.99.
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  DL-NOTE                 PIC X(16).
015200 01  WS-REASON-HEADING.
015300     05  FILLER                  PIC X(16)
015400         VALUE 'REASON   REJECTS'.
015500 01  WS-REASON-LINE.
015600     05  RL-REASON-CODE          PIC X(04).
015700     05  FILLER                  PIC X(05) VALUE SPACES.
015800     05  RL-REJECT-COUNT         PIC ZZZ,ZZ9.
015900 01  WS-TOTAL-LINE.
016000     05  TL-LABEL                PIC X(28).
016100     05  TL-COUNT                PIC ZZZ,ZZ9.
016200
016300 PROCEDURE DIVISION.
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE
016600         THRU 1000-INITIALIZE-EXIT
016700     PERFORM 2000-COMPARE-ONE-ACCOUNT
016800         THRU 2000-COMPARE-ONE-ACCOUNT-EXIT
016900         UNTIL END-OF-FILE
017000     PERFORM 3000-START-OVERDRAFTS
017100         THRU 3000-START-OVERDRAFTS-EXIT
017200     PERFORM 3100-CHECK-ONE-OVERDRAFT
017300         THRU 3100-CHECK-ONE-OVERDRAFT-EXIT
017400         UNTIL END-OF-FILE
017500     PERFORM 4000-COUNT-REJECTS
017600         THRU 4000-COUNT-REJECTS-EXIT
017700     PERFORM 8000-SUMMARIZE
017800         THRU 8000-SUMMARIZE-EXIT
017900     PERFORM 9999-TERMINATE
018000         THRU 9999-TERMINATE-EXIT
018100     STOP RUN.
018200
018300 1000-INITIALIZE.
018400     CALL 'PROC-DATE' USING WS-RUN-DATE
018500     OPEN OUTPUT REPORT-FILE
018600     MOVE WS-RUN-DATE TO PH-RUN-DATE
018700     OPEN INPUT SIM-BALANCE-FILE
018800     IF FS-SIM-BALANCE-FILE NOT = '00' AND '05'
018900         DISPLAY 'SIM-COMPARE: NO SIMULATED BALMSTR, STATUS='
019000             FS-SIM-BALANCE-FILE
019100         MOVE 8 TO RETURN-CODE
019200         MOVE 'Y' TO EOF-SWITCH
019300         GO TO 1000-INITIALIZE-EXIT
019400     END-IF
019500     MOVE 'Y' TO WS-SIM-OPEN-SWITCH
019600     OPEN INPUT BALANCE-FILE
019700     IF FS-BALANCE-FILE NOT = '00' AND '05'
019800         DISPLAY 'SIM-COMPARE: NO LIVE BALMSTR TO COMPARE '
019900             'AGAINST, STATUS=' FS-BALANCE-FILE
020000         MOVE 8 TO RETURN-CODE
020100         MOVE 'Y' TO EOF-SWITCH
020200         GO TO 1000-INITIALIZE-EXIT
020300     END-IF
020400     MOVE 'Y' TO WS-BAL-OPEN-SWITCH
020500     MOVE 'ACCOUNTS THE DAY WOULD CHANGE' TO WS-SECTION-HEADING
020600     PERFORM 5000-START-SECTION
020700         THRU 5000-START-SECTION-EXIT
020800     PERFORM 2100-READ-SIM-BALANCE
020900         THRU 2100-READ-SIM-BALANCE-EXIT.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200
021300*--------------------------------------------------------------
021400* FIRST PASS - AN ACCOUNT WOULD CHANGE WHEN ITS SIMULATED RECORD
021500* DIFFERS IN ANY WAY FROM THE LIVE ONE, OR IS NOT ON THE LIVE
021600* MASTER AT ALL (OPENED BY THE DAY'S POSTING).
021700*--------------------------------------------------------------
021800 2000-COMPARE-ONE-ACCOUNT.
021900     ADD 1 TO WS-ACCOUNT-COUNT
022000     PERFORM 2200-READ-LIVE-BALANCE
022100         THRU 2200-READ-LIVE-BALANCE-EXIT
022200     IF WS-LIVE-FOUND AND
022300        SIM-BALANCE-RECORD = BALANCE-RECORD
022400         GO TO 2000-COMPARE-ONE-ACCOUNT-NEXT
022500     END-IF
022600     ADD 1 TO WS-CHANGED-COUNT
022700     MOVE SPACES TO DL-NOTE
022800     IF NOT WS-LIVE-FOUND
022900         MOVE 'NEW ACCOUNT' TO DL-NOTE
023000         ADD 1 TO WS-NEW-ACCOUNT-COUNT
023100     END-IF
023200     PERFORM 5100-WRITE-DETAIL
023300         THRU 5100-WRITE-DETAIL-EXIT.
023400 2000-COMPARE-ONE-ACCOUNT-NEXT.
023500     PERFORM 2100-READ-SIM-BALANCE
023600         THRU 2100-READ-SIM-BALANCE-EXIT.
023700 2000-COMPARE-ONE-ACCOUNT-EXIT.
023800     EXIT.
023900
024000 2100-READ-SIM-BALANCE.
024100     READ SIM-BALANCE-FILE
024200         AT END
024300             MOVE 'Y' TO EOF-SWITCH
024400     END-READ.
024500 2100-READ-SIM-BALANCE-EXIT.
024600     EXIT.
024700
024800*--------------------------------------------------------------
024900* THE LIVE RECORD FOR THE SIMULATED ACCOUNT, AND ITS NET BALANCE
025000* (ZERO FOR AN ACCOUNT THE LIVE MASTER DOES NOT YET HOLD).
025100*--------------------------------------------------------------
025200 2200-READ-LIVE-BALANCE.
025300     MOVE 'N' TO WS-LIVE-FOUND-SWITCH
025400     MOVE ZERO TO WS-LIVE-NET
025500     MOVE BL-MASTER-KEY OF SIM-BALANCE-RECORD
025600         TO BL-MASTER-KEY OF BALANCE-RECORD
025700     READ BALANCE-FILE
025800         INVALID KEY
025900             GO TO 2200-READ-LIVE-BALANCE-EXIT
026000     END-READ
026100     MOVE 'Y' TO WS-LIVE-FOUND-SWITCH
026200     MOVE BL-NET-BALANCE OF BALANCE-RECORD TO WS-LIVE-NET.
026300 2200-READ-LIVE-BALANCE-EXIT.
026400     EXIT.
026500
026600*--------------------------------------------------------------
026700* SECOND PASS - EVERY ACCOUNT THE DAY WOULD LEAVE OVERDRAWN. ONE
026800* THAT IS NOT OVERDRAWN ON THE LIVE MASTER TODAY IS A NEW
026900* OVERDRAFT. THE SIMULATED MASTER IS REOPENED FROM THE TOP.
027000*--------------------------------------------------------------
027100 3000-START-OVERDRAFTS.
027200     IF NOT WS-SIM-FILE-OPEN OR NOT WS-BALANCE-FILE-OPEN
027300         GO TO 3000-START-OVERDRAFTS-EXIT
027400     END-IF
027500     CLOSE SIM-BALANCE-FILE
027600     MOVE 'N' TO EOF-SWITCH
027700     OPEN INPUT SIM-BALANCE-FILE
027800     IF FS-SIM-BALANCE-FILE NOT = '00' AND '05'
027900         DISPLAY 'SIM-COMPARE: SIMULATED BALMSTR REOPEN FAILED, '
028000             'STATUS=' FS-SIM-BALANCE-FILE
028100         MOVE 8 TO RETURN-CODE
028200         MOVE 'N' TO WS-SIM-OPEN-SWITCH
028300         MOVE 'Y' TO EOF-SWITCH
028400         GO TO 3000-START-OVERDRAFTS-EXIT
028500     END-IF
028600     MOVE 'PROJECTED OVERDRAFTS' TO WS-SECTION-HEADING
028700     PERFORM 5000-START-SECTION
028800         THRU 5000-START-SECTION-EXIT
028900     PERFORM 2100-READ-SIM-BALANCE
029000         THRU 2100-READ-SIM-BALANCE-EXIT.
029100 3000-START-OVERDRAFTS-EXIT.
029200     EXIT.
029300
029400 3100-CHECK-ONE-OVERDRAFT.
029500     IF BL-NET-BALANCE OF SIM-BALANCE-RECORD NOT < ZERO
029600         GO TO 3100-CHECK-ONE-OVERDRAFT-NEXT
029700     END-IF
029800     ADD 1 TO WS-OVERDRAWN-COUNT
029900     PERFORM 2200-READ-LIVE-BALANCE
030000         THRU 2200-READ-LIVE-BALANCE-EXIT
030100     IF WS-LIVE-NET < ZERO
030200         MOVE 'STILL OVERDRAWN' TO DL-NOTE
030300     ELSE
030400         MOVE '*NEW OVERDRAFT' TO DL-NOTE
030500         ADD 1 TO WS-NEW-OVERDRAFT-COUNT
030600     END-IF
030700     PERFORM 5100-WRITE-DETAIL
030800         THRU 5100-WRITE-DETAIL-EXIT.
030900 3100-CHECK-ONE-OVERDRAFT-NEXT.
031000     PERFORM 2100-READ-SIM-BALANCE
031100         THRU 2100-READ-SIM-BALANCE-EXIT.
031200 3100-CHECK-ONE-OVERDRAFT-EXIT.
031300     EXIT.
031400
031500*--------------------------------------------------------------
031600* THE SIMULATED REJOUT, COUNTED BY REASON CODE. NO FILE MEANS
031700* FILE-DEMO REJECTED NOTHING (OR NEVER RAN).
031800*--------------------------------------------------------------
031900 4000-COUNT-REJECTS.
032000     OPEN INPUT REJECT-FILE
032100     IF FS-REJECT-FILE NOT = '00'
032200         DISPLAY 'SIM-COMPARE: NO SIMULATED REJOUT, STATUS='
032300             FS-REJECT-FILE
032400         GO TO 4000-COUNT-REJECTS-EXIT
032500     END-IF
032600     PERFORM 4100-COUNT-ONE-REJECT
032700         THRU 4100-COUNT-ONE-REJECT-EXIT
032800         UNTIL WS-REJECT-EOF
032900     CLOSE REJECT-FILE
033000     MOVE 'REJECTS BY REASON' TO WS-SECTION-HEADING
033100     MOVE SPACES TO WS-PRINT-LINE
033200     PERFORM 9100-WRITE-REPORT-LINE
033300         THRU 9100-WRITE-REPORT-LINE-EXIT
033400     MOVE WS-SECTION-HEADING TO WS-PRINT-LINE
033500     PERFORM 9100-WRITE-REPORT-LINE
033600         THRU 9100-WRITE-REPORT-LINE-EXIT
033700     MOVE WS-REASON-HEADING TO WS-PRINT-LINE
033800     PERFORM 9100-WRITE-REPORT-LINE
033900         THRU 9100-WRITE-REPORT-LINE-EXIT
034000     MOVE 1 TO WS-REASON-INDEX
034100     PERFORM 4300-WRITE-ONE-REASON
034200         THRU 4300-WRITE-ONE-REASON-EXIT
034300         UNTIL WS-REASON-INDEX > WS-REASON-COUNT.
034400 4000-COUNT-REJECTS-EXIT.
034500     EXIT.
034600
034700 4100-COUNT-ONE-REJECT.
034800     READ REJECT-FILE
034900         AT END
035000             MOVE 'Y' TO WS-REJ-EOF-SWITCH
035100             GO TO 4100-COUNT-ONE-REJECT-EXIT
035200     END-READ
035300     ADD 1 TO WS-REJECT-COUNT
035400     MOVE 'N' TO WS-REASON-FOUND-SWITCH
035500     MOVE 1 TO WS-REASON-INDEX
035600     PERFORM 4200-SCAN-REASON
035700         THRU 4200-SCAN-REASON-EXIT
035800         UNTIL WS-REASON-FOUND OR
035900             WS-REASON-INDEX > WS-REASON-COUNT
036000     IF WS-REASON-FOUND
036100         ADD 1 TO WS-RT-REJECT-COUNT (WS-REASON-INDEX)
036200         GO TO 4100-COUNT-ONE-REJECT-EXIT
036300     END-IF
036400     IF WS-REASON-COUNT < WS-REASON-LIMIT
036500         ADD 1 TO WS-REASON-COUNT
036600         MOVE RJ-REASON-CODE TO
036700             WS-RT-REASON-CODE (WS-REASON-COUNT)
036800         MOVE 1 TO WS-RT-REJECT-COUNT (WS-REASON-COUNT)
036900     ELSE
037000         DISPLAY 'SIM-COMPARE: REASON TABLE FULL - '
037100             RJ-REASON-CODE ' NOT COUNTED BY REASON'
037200     END-IF.
037300 4100-COUNT-ONE-REJECT-EXIT.
037400     EXIT.
037500
037600 4200-SCAN-REASON.
037700     IF WS-RT-REASON-CODE (WS-REASON-INDEX) = RJ-REASON-CODE
037800         MOVE 'Y' TO WS-REASON-FOUND-SWITCH
037900     ELSE
038000         ADD 1 TO WS-REASON-INDEX
038100     END-IF.
038200 4200-SCAN-REASON-EXIT.
038300     EXIT.
038400
038500 4300-WRITE-ONE-REASON.
038600     MOVE WS-RT-REASON-CODE (WS-REASON-INDEX) TO RL-REASON-CODE
038700     MOVE WS-RT-REJECT-COUNT (WS-REASON-INDEX) TO RL-REJECT-COUNT
038800     MOVE WS-REASON-LINE TO WS-PRINT-LINE
038900     PERFORM 9100-WRITE-REPORT-LINE
039000         THRU 9100-WRITE-REPORT-LINE-EXIT
039100     ADD 1 TO WS-REASON-INDEX.
039200 4300-WRITE-ONE-REASON-EXIT.
039300     EXIT.
039400
039500 5000-START-SECTION.
039600     MOVE SPACES TO WS-PRINT-LINE
039700     PERFORM 9100-WRITE-REPORT-LINE
039800         THRU 9100-WRITE-REPORT-LINE-EXIT
039900     MOVE WS-SECTION-HEADING TO WS-PRINT-LINE
040000     PERFORM 9100-WRITE-REPORT-LINE
040100         THRU 9100-WRITE-REPORT-LINE-EXIT
040200     MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
040300     PERFORM 9100-WRITE-REPORT-LINE
040400         THRU 9100-WRITE-REPORT-LINE-EXIT.
040500 5000-START-SECTION-EXIT.
040600     EXIT.
040700
040800 5100-WRITE-DETAIL.
040900     MOVE BL-COMPANY-CODE OF SIM-BALANCE-RECORD
041000         TO DL-COMPANY-CODE
041100     MOVE BL-ACCOUNT-NUMBER OF SIM-BALANCE-RECORD
041200         TO DL-ACCOUNT-NUMBER
041300     MOVE WS-LIVE-NET TO DL-LIVE-NET
041400     MOVE BL-NET-BALANCE OF SIM-BALANCE-RECORD TO DL-SIM-NET
041500     COMPUTE WS-NET-CHANGE =
041600         BL-NET-BALANCE OF SIM-BALANCE-RECORD - WS-LIVE-NET
041700     MOVE WS-NET-CHANGE TO DL-NET-CHANGE
041800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
041900     PERFORM 9100-WRITE-REPORT-LINE
042000         THRU 9100-WRITE-REPORT-LINE-EXIT.
042100 5100-WRITE-DETAIL-EXIT.
042200     EXIT.
042300
042400 8000-SUMMARIZE.
042500     MOVE SPACES TO WS-PRINT-LINE
042600     PERFORM 9100-WRITE-REPORT-LINE
042700         THRU 9100-WRITE-REPORT-LINE-EXIT
042800     MOVE 'ACCOUNTS SIMULATED          ' TO TL-LABEL
042900     MOVE WS-ACCOUNT-COUNT TO TL-COUNT
043000     PERFORM 8100-WRITE-TOTAL
043100         THRU 8100-WRITE-TOTAL-EXIT
043200     MOVE 'ACCOUNTS THAT WOULD CHANGE  ' TO TL-LABEL
043300     MOVE WS-CHANGED-COUNT TO TL-COUNT
043400     PERFORM 8100-WRITE-TOTAL
043500         THRU 8100-WRITE-TOTAL-EXIT
043600     MOVE '  OF WHICH NEW ACCOUNTS     ' TO TL-LABEL
043700     MOVE WS-NEW-ACCOUNT-COUNT TO TL-COUNT
043800     PERFORM 8100-WRITE-TOTAL
043900         THRU 8100-WRITE-TOTAL-EXIT
044000     MOVE 'PROJECTED OVERDRAFTS        ' TO TL-LABEL
044100     MOVE WS-OVERDRAWN-COUNT TO TL-COUNT
044200     PERFORM 8100-WRITE-TOTAL
044300         THRU 8100-WRITE-TOTAL-EXIT
044400     MOVE '  OF WHICH NEW OVERDRAFTS   ' TO TL-LABEL
044500     MOVE WS-NEW-OVERDRAFT-COUNT TO TL-COUNT
044600     PERFORM 8100-WRITE-TOTAL
044700         THRU 8100-WRITE-TOTAL-EXIT
044800     MOVE 'DETAILS REJECTED            ' TO TL-LABEL
044900     MOVE WS-REJECT-COUNT TO TL-COUNT
045000     PERFORM 8100-WRITE-TOTAL
045100         THRU 8100-WRITE-TOTAL-EXIT
045200     DISPLAY 'SIM-COMPARE: *** SIMULATION - NOTHING HERE WAS '
045300         'POSTED ***'
045400     DISPLAY 'SIM-COMPARE: ACCOUNTS SIMULATED.. ' WS-ACCOUNT-COUNT
045500     DISPLAY 'SIM-COMPARE: WOULD CHANGE........ ' WS-CHANGED-COUNT
045600     DISPLAY 'SIM-COMPARE: PROJECTED OVERDRAFTS '
045700         WS-OVERDRAWN-COUNT
045800     DISPLAY 'SIM-COMPARE: NEW OVERDRAFTS...... '
045900         WS-NEW-OVERDRAFT-COUNT
046000     DISPLAY 'SIM-COMPARE: DETAILS REJECTED.... ' WS-REJECT-COUNT
046100     IF (WS-NEW-OVERDRAFT-COUNT > ZERO OR
046200         WS-REJECT-COUNT > ZERO) AND RETURN-CODE < 4
046300         MOVE 4 TO RETURN-CODE
046400     END-IF.
046500 8000-SUMMARIZE-EXIT.
046600     EXIT.
046700
046800 8100-WRITE-TOTAL.
046900     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
047000     PERFORM 9100-WRITE-REPORT-LINE
047100         THRU 9100-WRITE-REPORT-LINE-EXIT.
047200 8100-WRITE-TOTAL-EXIT.
047300     EXIT.
047400
047500 9100-WRITE-REPORT-LINE.
047600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
047700         ADD 1 TO WS-PAGE-NUMBER
047800         MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER
047900         WRITE REPORT-RECORD FROM WS-PAGE-HEADING
048000         MOVE SPACES TO REPORT-RECORD
048100         WRITE REPORT-RECORD
048200         MOVE 2 TO WS-LINE-COUNT
048300     END-IF
048400     WRITE REPORT-RECORD FROM WS-PRINT-LINE
048500     ADD 1 TO WS-LINE-COUNT.
048600 9100-WRITE-REPORT-LINE-EXIT.
048700     EXIT.
048800
048900 9999-TERMINATE.
049000     IF WS-SIM-FILE-OPEN
049100         CLOSE SIM-BALANCE-FILE
049200     END-IF
049300     IF WS-BALANCE-FILE-OPEN
049400         CLOSE BALANCE-FILE
049500     END-IF
049600     CLOSE REPORT-FILE.
049700 9999-TERMINATE-EXIT.
049800     EXIT.
