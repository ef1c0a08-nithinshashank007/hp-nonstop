000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LMT-RELEASE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. LIMIT-EXCEPTION PROCESSOR RUN
001100*                   AHEAD OF DLBATCH (SEE JCL/DLLMTREL.JCL), IN
001200*                   THE SUSP-RELEASE MOLD. EACH DEBIT ACCT-POST
001300*                   HELD OVER THE ACCOUNT'S OVERDRAFT LIMIT
001400*                   (LMTEXCP) IS MATCHED TO THE REVIEWING
001500*                   OFFICER'S DECISION (LMTDECN). AN APPROVED ITEM
001600*                   IS STAGED TO RELSTAGE MARKED IR-LIMIT-OVERRIDE
001700*                   SO IT POSTS ON THE NEXT RUN WITHOUT BEING
001800*                   HELD AGAIN; A DECLINED ITEM IS DROPPED; AN
001900*                   UNDECIDED ITEM CARRIES FORWARD TO LMTNEXT.
002000*                   EVERY ITEM APPEARS ON THE LMTRLRPT REGISTER
002100*                   WITH ITS DECISION AND OFFICER. A REPEAT OF AN
002200*                   ITEM ALREADY SEEN (THE SAME HOLD WRITTEN TWICE
002300*                   BY A BACKED-OUT AND RERUN POSTING) IS DROPPED.
002400*                   ANYTHING STILL AWAITING A DECISION ENDS RC=4.
002420* 2026-10-15  DLBS  A RELSTAGE OPEN FAILURE NOW ENDS RC=8 - THE
002440*                   CODE IS SET AFTER THE CARRY-LOG CALL, WHICH
002460*                   WAS CLEARING IT.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LIMIT-EXCEPTION-FILE ASSIGN TO 'LMTEXCP'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FS-LIMIT-EXCEPTION-FILE.
003200     SELECT DECISION-FILE ASSIGN TO 'LMTDECN'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FS-DECISION-FILE.
003500     SELECT RELEASE-FILE ASSIGN TO 'RELSTAGE'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-RELEASE-FILE.
003800     SELECT CARRY-FILE ASSIGN TO 'LMTNEXT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-CARRY-FILE.
004100     SELECT REPORT-FILE ASSIGN TO 'LMTRLRPT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-REPORT-FILE.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  LIMIT-EXCEPTION-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  LIMIT-EXCEPTION-RECORD.
005000     05  LX-ORIGINAL-RECORD      PIC X(80).
005100     05  LX-FILL-1               PIC X(01).
005200     05  LX-HELD-DATE            PIC 9(08).
005300     05  LX-FILL-2               PIC X(01).
005400     05  LX-SEQUENCE             PIC 9(07).
005500     05  LX-FILL-3               PIC X(01).
005600     05  LX-NET-BALANCE          PIC S9(09)V99 SIGN IS
005700                                     LEADING SEPARATE CHARACTER.
005800     05  LX-FILL-4               PIC X(01).
005900     05  LX-LIMIT-AMOUNT         PIC 9(07)V99.
006000
006100 FD  DECISION-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  DECISION-RECORD.
006400     05  LD-COMPANY-CODE         PIC X(03).
006500     05  LD-FILL-1               PIC X(01).
006600     05  LD-ACCOUNT-NUMBER       PIC X(10).
006700     05  LD-FILL-2               PIC X(01).
006800     05  LD-HELD-DATE            PIC 9(08).
006900     05  LD-FILL-3               PIC X(01).
007000     05  LD-SEQUENCE             PIC 9(07).
007100     05  LD-FILL-4               PIC X(01).
007200     05  LD-DECISION             PIC X(01).
007300         88  LD-APPROVED                 VALUE 'A'.
007400         88  LD-DECLINED                 VALUE 'D'.
007500     05  LD-FILL-5               PIC X(01).
007600     05  LD-OPERATOR-ID          PIC X(08).
007700     05  LD-FILL-6               PIC X(01).
007800     05  LD-REASON-TEXT          PIC X(20).
007900
008000 FD  RELEASE-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  RELEASE-RECORD              PIC X(80).
008300
008400 FD  CARRY-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  CARRY-RECORD                PIC X(120).
008700
008800 FD  REPORT-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  REPORT-RECORD               PIC X(80).
009100
009200 WORKING-STORAGE SECTION.
009300 01  FS-LIMIT-EXCEPTION-FILE     PIC X(02) VALUE '00'.
009400 01  FS-DECISION-FILE            PIC X(02) VALUE '00'.
009500 01  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
009600 01  FS-CARRY-FILE               PIC X(02) VALUE '00'.
009700 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
009800 01  WS-SWITCHES.
009900     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
010000         88  END-OF-FILE                    VALUE 'Y'.
010100     05  WS-LMTX-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010200         88  WS-LIMIT-EXCP-FILE-OPEN        VALUE 'Y'.
010300     05  WS-RELEASE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
010400         88  WS-RELEASE-FILE-OPEN           VALUE 'Y'.
010500     05  WS-DECN-EOF-SWITCH      PIC X(01) VALUE 'N'.
010600         88  WS-DECISION-EOF                VALUE 'Y'.
010700     05  WS-FOUND-SWITCH         PIC X(01).
010800         88  WS-ENTRY-FOUND                 VALUE 'Y'.
010830     05  WS-RUN-FAIL-SWITCH      PIC X(01) VALUE 'N'.
010860         88  WS-RUN-FAILED               VALUE 'Y'.
010900
011000 01  WS-RUN-DATE                 PIC 9(08).
011100
011200*--------------------------------------------------------------
011300* WORKING COPY OF THE HELD LEDGER RECORD
011400*--------------------------------------------------------------
011500 01  WS-LEDGER-RECORD.
011600     COPY INPTREC.
011700
011800*--------------------------------------------------------------
011900* OFFICER DECISIONS, LOADED WHOLE AND MATCHED BY COMPANY,
012000* ACCOUNT, HELD DATE AND POSTING SEQUENCE. A LATER DECISION FOR
012100* THE SAME ITEM REPLACES AN EARLIER ONE.
012200*--------------------------------------------------------------
012300 01  WS-DECISION-LIMIT           PIC 9(05) COMP VALUE 2000.
012400 01  WS-DECISION-COUNT           PIC 9(05) COMP VALUE ZERO.
012500 01  WS-DECISION-INDEX           PIC 9(05) COMP.
012600 01  WS-DECISION-TABLE.
012700     05  WS-DECISION-ENTRY       OCCURS 2000 TIMES.
012800         10  WS-DN-KEY.
012900             15  WS-DN-COMPANY-CODE  PIC X(03).
013000             15  WS-DN-ACCOUNT-NUMBER PIC X(10).
013100             15  WS-DN-HELD-DATE     PIC 9(08).
013200             15  WS-DN-SEQUENCE      PIC 9(07).
013300         10  WS-DN-DECISION      PIC X(01).
013400         10  WS-DN-OPERATOR-ID   PIC X(08).
013500         10  WS-DN-REASON-TEXT   PIC X(20).
013600 01  WS-MATCH-KEY.
013700     05  WS-MK-COMPANY-CODE      PIC X(03).
013800     05  WS-MK-ACCOUNT-NUMBER    PIC X(10).
013900     05  WS-MK-HELD-DATE         PIC 9(08).
014000     05  WS-MK-SEQUENCE          PIC 9(07).
014100
014200*--------------------------------------------------------------
014300* HOLDS ALREADY WORKED THIS RUN - A SECOND COPY OF THE SAME HOLD
014400* IS DROPPED RATHER THAN RELEASED OR CARRIED TWICE.
014500*--------------------------------------------------------------
014600 01  WS-SEEN-LIMIT               PIC 9(05) COMP VALUE 5000.
014700 01  WS-SEEN-COUNT               PIC 9(05) COMP VALUE ZERO.
014800 01  WS-SEEN-INDEX               PIC 9(05) COMP.
014900 01  WS-SEEN-TABLE.
015000     05  WS-SEEN-KEY             PIC X(28) OCCURS 5000 TIMES.
015100
015200 01  WS-COUNTERS.
015300     05  WS-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
015400     05  WS-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
015500     05  WS-DECLINED-COUNT       PIC 9(07) COMP VALUE ZERO.
015600     05  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
015700     05  WS-DUPLICATE-COUNT      PIC 9(07) COMP VALUE ZERO.
015800     05  WS-DECISION-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
015900 01  WS-APPROVED-AMOUNT          PIC S9(11)V99 COMP-3
016000                                     VALUE ZERO.
016100 01  WS-DECLINED-AMOUNT          PIC S9(11)V99 COMP-3
016200                                     VALUE ZERO.
016300
016400*--------------------------------------------------------------
016500* SHARED CARRY-LOG CALL PARAMETER
016600*--------------------------------------------------------------
016700 01  WS-CARRY-PARM.
016800     05  WS-CL-PROGRAM-ID        PIC X(12) VALUE 'LMT-RELEASE'.
016900     05  WS-CL-FILE-NAME         PIC X(08).
017000     05  WS-CL-MOVE-TYPE         PIC X(01).
017100     05  WS-CL-COUNT             PIC 9(07).
017200
017300*--------------------------------------------------------------
017400* LIMIT-EXCEPTION REGISTER LINES
017500*--------------------------------------------------------------
017600 01  WS-REPORT-HEADING.
017700     05  FILLER                  PIC X(38)
017800         VALUE 'LMT-RELEASE  LIMIT EXCEPTION REG.  '.
017900     05  RH-RUN-DATE             PIC X(08).
018000 01  WS-REPORT-COLUMNS.
018100     05  FILLER                  PIC X(40)
018200         VALUE 'CO  ACCOUNT    HELD ON      AMOUNT  DISP'.
018300     05  FILLER                  PIC X(38)
018400         VALUE '  OFFICER  REASON                     '.
018500 01  WS-DETAIL-LINE.
018600     05  DL-COMPANY-CODE         PIC X(03).
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  DL-ACCOUNT-NUMBER       PIC X(10).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  DL-HELD-DATE            PIC X(08).
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  DL-AMOUNT               PIC -(07)9.99.
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  DL-DISPOSITION          PIC X(08).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  DL-OPERATOR-ID          PIC X(08).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  DL-REASON-TEXT          PIC X(20).
019900 01  WS-TOTAL-LINE.
020000     05  FILLER                  PIC X(10) VALUE 'APPROVED '.
020100     05  TL-APPROVED-COUNT       PIC ZZZZZZ9.
020200     05  FILLER                  PIC X(11) VALUE '  DECLINED '.
020300     05  TL-DECLINED-COUNT       PIC ZZZZZZ9.
020400     05  FILLER                  PIC X(16)
020500         VALUE '  STILL PENDING '.
020600     05  TL-CARRIED-COUNT        PIC ZZZZZZ9.
020700
020800 PROCEDURE DIVISION.
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE
021100         THRU 1000-INITIALIZE-EXIT
021200     PERFORM 3000-PROCESS-HELD-ITEM
021300         THRU 3000-PROCESS-HELD-ITEM-EXIT
021400         UNTIL END-OF-FILE
021500     PERFORM 7000-REGISTER-TOTALS
021600         THRU 7000-REGISTER-TOTALS-EXIT
021700     PERFORM 7500-LOG-CARRY-MOVEMENTS
021800         THRU 7500-LOG-CARRY-MOVEMENTS-EXIT
021900     PERFORM 8000-SUMMARIZE
022000         THRU 8000-SUMMARIZE-EXIT
022010*--------------------------------------------------------------
022020* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
022030* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
022040* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
022050*--------------------------------------------------------------
022060     IF WS-RUN-FAILED
022070         MOVE 8 TO RETURN-CODE
022080     END-IF
022100     PERFORM 9999-TERMINATE
022200         THRU 9999-TERMINATE-EXIT
022300     STOP RUN.
022400
022500 1000-INITIALIZE.
022600     CALL 'PROC-DATE' USING WS-RUN-DATE
022700     MOVE WS-RUN-DATE TO RH-RUN-DATE
022800     OPEN OUTPUT REPORT-FILE
022900     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
023000     WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS
023100     PERFORM 1100-LOAD-DECISIONS
023200         THRU 1100-LOAD-DECISIONS-EXIT
023300     OPEN EXTEND RELEASE-FILE
023400     IF FS-RELEASE-FILE = '35'
023500         OPEN OUTPUT RELEASE-FILE
023600     END-IF
023700     IF FS-RELEASE-FILE NOT = '00'
023800         DISPLAY 'LMT-RELEASE: RELSTAGE OPEN FAILED, STATUS='
023900             FS-RELEASE-FILE
024000         MOVE 'Y' TO WS-RUN-FAIL-SWITCH
024100         MOVE 'Y' TO EOF-SWITCH
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF
024400     MOVE 'Y' TO WS-RELEASE-OPEN-SWITCH
024500     OPEN INPUT LIMIT-EXCEPTION-FILE
024600     IF FS-LIMIT-EXCEPTION-FILE NOT = '00'
024700         DISPLAY 'LMT-RELEASE: NO LIMIT-EXCEPTION FILE - '
024800             'NOTHING TO RELEASE'
024900         MOVE 'Y' TO EOF-SWITCH
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF
025200     MOVE 'Y' TO WS-LMTX-OPEN-SWITCH
025300     OPEN OUTPUT CARRY-FILE
025400     PERFORM 3100-READ-HELD-RECORD
025500         THRU 3100-READ-HELD-RECORD-EXIT.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800
025900*--------------------------------------------------------------
026000* NO DECISION FILE SIMPLY MEANS NOTHING HAS BEEN REVIEWED YET -
026100* EVERY HELD ITEM CARRIES FORWARD.
026200*--------------------------------------------------------------
026300 1100-LOAD-DECISIONS.
026400     OPEN INPUT DECISION-FILE
026500     IF FS-DECISION-FILE NOT = '00'
026600         DISPLAY 'LMT-RELEASE: NO DECISION FILE - EVERY '
026700             'HELD ITEM CARRIES FORWARD'
026800         GO TO 1100-LOAD-DECISIONS-EXIT
026900     END-IF
027000     PERFORM 1200-LOAD-ONE-DECISION
027100         THRU 1200-LOAD-ONE-DECISION-EXIT
027200         UNTIL WS-DECISION-EOF
027300     CLOSE DECISION-FILE.
027400 1100-LOAD-DECISIONS-EXIT.
027500     EXIT.
027600
027700 1200-LOAD-ONE-DECISION.
027800     READ DECISION-FILE
027900         AT END
028000             MOVE 'Y' TO WS-DECN-EOF-SWITCH
028100             GO TO 1200-LOAD-ONE-DECISION-EXIT
028200     END-READ
028300     ADD 1 TO WS-DECISION-READ-COUNT
028400     IF NOT LD-APPROVED AND NOT LD-DECLINED
028500         DISPLAY 'LMT-RELEASE: DECISION CODE ' LD-DECISION
028600             ' NOT A OR D FOR ' LD-ACCOUNT-NUMBER ' - IGNORED'
028700         GO TO 1200-LOAD-ONE-DECISION-EXIT
028800     END-IF
028900     MOVE LD-COMPANY-CODE TO WS-MK-COMPANY-CODE
029000     MOVE LD-ACCOUNT-NUMBER TO WS-MK-ACCOUNT-NUMBER
029100     MOVE LD-HELD-DATE TO WS-MK-HELD-DATE
029200     MOVE LD-SEQUENCE TO WS-MK-SEQUENCE
029300     PERFORM 4000-FIND-DECISION
029400         THRU 4000-FIND-DECISION-EXIT
029500     IF NOT WS-ENTRY-FOUND
029600         IF WS-DECISION-COUNT NOT < WS-DECISION-LIMIT
029700             DISPLAY 'LMT-RELEASE: DECISION TABLE FULL - '
029800                 LD-ACCOUNT-NUMBER ' NOT LOADED'
029900             GO TO 1200-LOAD-ONE-DECISION-EXIT
030000         END-IF
030100         ADD 1 TO WS-DECISION-COUNT
030200         MOVE WS-DECISION-COUNT TO WS-DECISION-INDEX
030300         MOVE WS-MATCH-KEY TO WS-DN-KEY (WS-DECISION-INDEX)
030400     END-IF
030500     MOVE LD-DECISION TO WS-DN-DECISION (WS-DECISION-INDEX)
030600     MOVE LD-OPERATOR-ID TO WS-DN-OPERATOR-ID (WS-DECISION-INDEX)
030700     MOVE LD-REASON-TEXT TO WS-DN-REASON-TEXT (WS-DECISION-INDEX).
030800 1200-LOAD-ONE-DECISION-EXIT.
030900     EXIT.
031000
031100 3000-PROCESS-HELD-ITEM.
031200     ADD 1 TO WS-HELD-COUNT
031300     MOVE LX-ORIGINAL-RECORD TO WS-LEDGER-RECORD
031400     MOVE IR-COMPANY-CODE OF WS-LEDGER-RECORD
031500         TO WS-MK-COMPANY-CODE
031600     MOVE IR-ACCOUNT-NUMBER OF WS-LEDGER-RECORD
031700         TO WS-MK-ACCOUNT-NUMBER
031800     MOVE LX-HELD-DATE TO WS-MK-HELD-DATE
031900     MOVE LX-SEQUENCE TO WS-MK-SEQUENCE
032000     PERFORM 3200-CHECK-DUPLICATE
032100         THRU 3200-CHECK-DUPLICATE-EXIT
032200     IF WS-ENTRY-FOUND
032300         ADD 1 TO WS-DUPLICATE-COUNT
032400         DISPLAY 'LMT-RELEASE: DUPLICATE HOLD FOR '
032500             WS-MK-ACCOUNT-NUMBER ' DROPPED'
032600         GO TO 3000-PROCESS-HELD-ITEM-NEXT
032700     END-IF
032800     MOVE WS-MK-COMPANY-CODE TO DL-COMPANY-CODE
032900     MOVE WS-MK-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
033000     MOVE LX-HELD-DATE TO DL-HELD-DATE
033100     MOVE IR-AMOUNT OF WS-LEDGER-RECORD TO DL-AMOUNT
033200     MOVE SPACES TO DL-OPERATOR-ID
033300     MOVE SPACES TO DL-REASON-TEXT
033400     PERFORM 4000-FIND-DECISION
033500         THRU 4000-FIND-DECISION-EXIT
033600     IF NOT WS-ENTRY-FOUND
033700         PERFORM 5000-CARRY-FORWARD
033800             THRU 5000-CARRY-FORWARD-EXIT
033900         GO TO 3000-PROCESS-HELD-ITEM-NEXT
034000     END-IF
034100     MOVE WS-DN-OPERATOR-ID (WS-DECISION-INDEX) TO DL-OPERATOR-ID
034200     MOVE WS-DN-REASON-TEXT (WS-DECISION-INDEX) TO DL-REASON-TEXT
034300     IF WS-DN-DECISION (WS-DECISION-INDEX) = 'A'
034400         PERFORM 6000-RELEASE-RECORD
034500             THRU 6000-RELEASE-RECORD-EXIT
034600     ELSE
034700         ADD 1 TO WS-DECLINED-COUNT
034800         ADD IR-AMOUNT OF WS-LEDGER-RECORD TO WS-DECLINED-AMOUNT
034900         MOVE 'DECLINED' TO DL-DISPOSITION
035000         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
035100     END-IF.
035200 3000-PROCESS-HELD-ITEM-NEXT.
035300     PERFORM 3100-READ-HELD-RECORD
035400         THRU 3100-READ-HELD-RECORD-EXIT.
035500 3000-PROCESS-HELD-ITEM-EXIT.
035600     EXIT.
035700
035800 3100-READ-HELD-RECORD.
035900     READ LIMIT-EXCEPTION-FILE
036000         AT END
036100             MOVE 'Y' TO EOF-SWITCH
036200     END-READ.
036300 3100-READ-HELD-RECORD-EXIT.
036400     EXIT.
036500
036600 3200-CHECK-DUPLICATE.
036700     MOVE 'N' TO WS-FOUND-SWITCH
036800     MOVE 1 TO WS-SEEN-INDEX
036900     PERFORM 3250-SCAN-SEEN-SLOT
037000         THRU 3250-SCAN-SEEN-SLOT-EXIT
037100         UNTIL WS-ENTRY-FOUND OR WS-SEEN-INDEX > WS-SEEN-COUNT
037200     IF NOT WS-ENTRY-FOUND AND WS-SEEN-COUNT < WS-SEEN-LIMIT
037300         ADD 1 TO WS-SEEN-COUNT
037400         MOVE WS-MATCH-KEY TO WS-SEEN-KEY (WS-SEEN-COUNT)
037500     END-IF.
037600 3200-CHECK-DUPLICATE-EXIT.
037700     EXIT.
037800
037900 3250-SCAN-SEEN-SLOT.
038000     IF WS-SEEN-KEY (WS-SEEN-INDEX) = WS-MATCH-KEY
038100         MOVE 'Y' TO WS-FOUND-SWITCH
038200     ELSE
038300         ADD 1 TO WS-SEEN-INDEX
038400     END-IF.
038500 3250-SCAN-SEEN-SLOT-EXIT.
038600     EXIT.
038700
038800 4000-FIND-DECISION.
038900     MOVE 'N' TO WS-FOUND-SWITCH
039000     MOVE 1 TO WS-DECISION-INDEX
039100     PERFORM 4050-SCAN-DECISION-SLOT
039200         THRU 4050-SCAN-DECISION-SLOT-EXIT
039300         UNTIL WS-ENTRY-FOUND OR
039400             WS-DECISION-INDEX > WS-DECISION-COUNT.
039500 4000-FIND-DECISION-EXIT.
039600     EXIT.
039700
039800 4050-SCAN-DECISION-SLOT.
039900     IF WS-DN-KEY (WS-DECISION-INDEX) = WS-MATCH-KEY
040000         MOVE 'Y' TO WS-FOUND-SWITCH
040100     ELSE
040200         ADD 1 TO WS-DECISION-INDEX
040300     END-IF.
040400 4050-SCAN-DECISION-SLOT-EXIT.
040500     EXIT.
040600
040700*--------------------------------------------------------------
040800* AN UNDECIDED ITEM CARRIES FORWARD UNCHANGED, HELD-ON DATE AND
040900* ALL, AND IS LISTED AS PENDING.
041000*--------------------------------------------------------------
041100 5000-CARRY-FORWARD.
041200     ADD 1 TO WS-CARRIED-COUNT
041300     WRITE CARRY-RECORD FROM LIMIT-EXCEPTION-RECORD
041400     MOVE 'PENDING' TO DL-DISPOSITION
041500     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
041600 5000-CARRY-FORWARD-EXIT.
041700     EXIT.
041800
041900*--------------------------------------------------------------
042000* AN APPROVED ITEM IS STAGED TO RELSTAGE MARKED AS A LIMIT
042100* OVERRIDE - FILE-DEMO VALIDATES IT LIKE ANY RELEASED DETAIL AND
042200* ACCT-POST POSTS IT PAST THE LIMIT CHECK.
042300*--------------------------------------------------------------
042400 6000-RELEASE-RECORD.
042500     MOVE 'Y' TO IR-LIMIT-RELEASED OF WS-LEDGER-RECORD
042600     WRITE RELEASE-RECORD FROM WS-LEDGER-RECORD
042700     ADD 1 TO WS-APPROVED-COUNT
042800     ADD IR-AMOUNT OF WS-LEDGER-RECORD TO WS-APPROVED-AMOUNT
042900     MOVE 'APPROVED' TO DL-DISPOSITION
043000     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
043100 6000-RELEASE-RECORD-EXIT.
043200     EXIT.
043300
043400 7000-REGISTER-TOTALS.
043500     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT
043600     MOVE WS-DECLINED-COUNT TO TL-DECLINED-COUNT
043700     MOVE WS-CARRIED-COUNT TO TL-CARRIED-COUNT
043800     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
043900 7000-REGISTER-TOTALS-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------
044300* CARRY-FILE MOVEMENTS FOR CARRY-RECON - APPROVED ITEMS ARE
044400* ADDITIONS TO THE STAGING FILE.
044500*--------------------------------------------------------------
044600 7500-LOG-CARRY-MOVEMENTS.
044700     MOVE 'RELSTAGE' TO WS-CL-FILE-NAME
044800     MOVE 'A' TO WS-CL-MOVE-TYPE
044900     MOVE WS-APPROVED-COUNT TO WS-CL-COUNT
045000     CALL 'CARRY-LOG' USING WS-CARRY-PARM.
045100 7500-LOG-CARRY-MOVEMENTS-EXIT.
045200     EXIT.
045300
045400 8000-SUMMARIZE.
045500     DISPLAY 'LMT-RELEASE: HELD ITEMS READ..... ' WS-HELD-COUNT
045600     DISPLAY 'LMT-RELEASE: DECISIONS READ...... '
045700         WS-DECISION-READ-COUNT
045800     DISPLAY 'LMT-RELEASE: APPROVED/RELEASED... '
045900         WS-APPROVED-COUNT
046000     DISPLAY 'LMT-RELEASE: DECLINED/DROPPED.... '
046100         WS-DECLINED-COUNT
046200     DISPLAY 'LMT-RELEASE: STILL PENDING....... '
046300         WS-CARRIED-COUNT
046400     DISPLAY 'LMT-RELEASE: DUPLICATES DROPPED.. '
046500         WS-DUPLICATE-COUNT
046600     IF WS-CARRIED-COUNT > 0 AND RETURN-CODE < 4
046700         MOVE 4 TO RETURN-CODE
046800     END-IF.
046900 8000-SUMMARIZE-EXIT.
047000     EXIT.
047100
047200 9999-TERMINATE.
047300     IF WS-RELEASE-FILE-OPEN
047400         CLOSE RELEASE-FILE
047500     END-IF
047600     IF WS-LIMIT-EXCP-FILE-OPEN
047700         CLOSE LIMIT-EXCEPTION-FILE
047800         CLOSE CARRY-FILE
047900     END-IF
048000     CLOSE REPORT-FILE.
048100 9999-TERMINATE-EXIT.
048200     EXIT.
