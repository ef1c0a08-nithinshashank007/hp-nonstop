000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    POST-SPLIT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. SPLITS THE DAY'S VALIDATED
001100*                   DETAILS, SORTED INTO COMPANY-PLUS-ACCOUNT
001200*                   ORDER BY THE PRECEDING SORT STEP (VALIDSRT),
001300*                   INTO ONE POSTING INPUT PER ACCT-POST PARTITION
001400*                   (POSTIN1-4). A COMPANY'S DETAILS GO TO THE
001500*                   PARTITION NAMED BY THE FILE NUMBER ON ITS
001600*                   CTLMSTR 'C' ENTRY, AS EXTRACT-GEN SPLITS THE
001700*                   CLASSIFIER EXTRACTS, SO PARTITIONS 1-3 NEVER
001800*                   TOUCH THE SAME BALMSTR RECORD. PARTITION 4,
001900*                   THE SHARED PARTITION POSTED AFTER THE OTHER
002000*                   THREE, TAKES A COMPANY WITH NO FILE NUMBER AND
002100*                   ANY TRANSFER OR CORRECTED RE-POST WHOSE OTHER
002200*                   ACCOUNT LIES IN ANOTHER PARTITION. A DETAIL
002300*                   OUT OF KEY SEQUENCE FAILS THE STEP (RC=8). NO
002400*                   CTLMSTR SENDS EVERYTHING TO PARTITION 4 WITH A
002500*                   WARNING ALERT.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT VALID-FILE ASSIGN TO 'VALIDSRT'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FS-VALID-FILE.
003300     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS CT-CONTROL-KEY
003700         FILE STATUS IS FS-CONTROL-MASTER-FILE.
003800     SELECT POST-OUT-1 ASSIGN TO 'POSTIN1'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FS-POST-OUT-1.
004100     SELECT POST-OUT-2 ASSIGN TO 'POSTIN2'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-POST-OUT-2.
004400     SELECT POST-OUT-3 ASSIGN TO 'POSTIN3'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-POST-OUT-3.
004700     SELECT POST-OUT-4 ASSIGN TO 'POSTIN4'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-POST-OUT-4.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  VALID-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  VALID-RECORD.
005600     COPY INPTREC.
005700
005800 FD  CONTROL-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  CONTROL-MASTER-RECORD.
006100     COPY CTLREC.
006200
006300 FD  POST-OUT-1
006400     LABEL RECORDS ARE STANDARD.
006500 01  POST-OUT-1-RECORD           PIC X(83).
006600
006700 FD  POST-OUT-2
006800     LABEL RECORDS ARE STANDARD.
006900 01  POST-OUT-2-RECORD           PIC X(83).
007000
007100 FD  POST-OUT-3
007200     LABEL RECORDS ARE STANDARD.
007300 01  POST-OUT-3-RECORD           PIC X(83).
007400
007500 FD  POST-OUT-4
007600     LABEL RECORDS ARE STANDARD.
007700 01  POST-OUT-4-RECORD           PIC X(83).
007800
007900 WORKING-STORAGE SECTION.
008000 01  FS-VALID-FILE               PIC X(02) VALUE '00'.
008100 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
008200 01  FS-POST-OUT-1               PIC X(02) VALUE '00'.
008300 01  FS-POST-OUT-2               PIC X(02) VALUE '00'.
008400 01  FS-POST-OUT-3               PIC X(02) VALUE '00'.
008500 01  FS-POST-OUT-4               PIC X(02) VALUE '00'.
008600 01  WS-SWITCHES.
008700     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
008800         88  END-OF-FILE                    VALUE 'Y'.
008900     05  WS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
009000         88  WS-VALID-FILE-OPEN              VALUE 'Y'.
009100     05  WS-OUT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
009200         88  WS-POST-FILES-OPEN              VALUE 'Y'.
009300     05  WS-COMP-LOADED-SWITCH   PIC X(01) VALUE 'N'.
009400         88  WS-COMPANY-TABLE-LOADED         VALUE 'Y'.
009500     05  WS-SEQUENCE-SWITCH      PIC X(01) VALUE 'N'.
009600         88  WS-SEQUENCE-BROKEN              VALUE 'Y'.
009700
009800 01  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
009900 01  WS-CROSS-COUNT              PIC 9(07) COMP VALUE ZERO.
010000 01  WS-DEBIT-TOTAL              PIC S9(11)V99 COMP-3
010100                                     VALUE ZERO.
010200 01  WS-CREDIT-TOTAL             PIC S9(11)V99 COMP-3
010300                                     VALUE ZERO.
010400 01  WS-PREVIOUS-KEY             PIC X(13) VALUE LOW-VALUES.
010500
010600*--------------------------------------------------------------
010700* PARTITION ROUTING - THE FILE NUMBER OF THE DETAIL'S COMPANY
010800* IS READ FROM CTLMSTR ONCE PER COMPANY (THE INPUT IS IN
010900* COMPANY ORDER); THE OTHER COMPANY OF A TRANSFER OR CORRECTED
011000* RE-POST IS READ AS IT COMES. ZERO MEANS NO PARTITION OF ITS
011100* OWN - THE SHARED PARTITION 4.
011200*--------------------------------------------------------------
011300 01  WS-LOOKUP-COMPANY           PIC X(03).
011400 01  WS-LOOKUP-PARTITION         PIC 9(01).
011500 01  WS-LAST-COMPANY             PIC X(03) VALUE LOW-VALUES.
011600 01  WS-LAST-PARTITION           PIC 9(01) VALUE ZERO.
011700 01  WS-PARTITION                PIC 9(01).
011800 01  WS-PARTITION-INDEX          PIC 9(02) COMP.
011900 01  WS-PARTITION-TABLE.
012000     05  WS-PARTITION-COUNT      PIC 9(07) COMP OCCURS 4 TIMES.
012100
012200*--------------------------------------------------------------
012300* SHARED ALERT-WRITER CALL PARAMETER
012400*--------------------------------------------------------------
012500 01  WS-ALERT-PARM.
012600     05  WS-AL-PROGRAM-ID        PIC X(12) VALUE 'POST-SPLIT'.
012700     05  WS-AL-SEVERITY          PIC X(01).
012800     05  WS-AL-ALERT-CODE        PIC X(08).
012900     05  WS-AL-ALERT-TEXT        PIC X(40).
013000
013100*--------------------------------------------------------------
013200* RUN-LOG CALL PARAMETER
013300*--------------------------------------------------------------
013400 01  WS-RUNLOG-PARM.
013500     05  WS-RL-FUNCTION          PIC X(01).
013600     05  WS-RL-PROGRAM-ID        PIC X(12) VALUE 'POST-SPLIT'.
013700     05  WS-RL-READ-COUNT        PIC 9(07) VALUE ZERO.
013800     05  WS-RL-WRITTEN-COUNT     PIC 9(07) VALUE ZERO.
013900     05  WS-RL-REJECTED-COUNT    PIC 9(07) VALUE ZERO.
014000     05  WS-RL-DEBIT-AMOUNT      PIC S9(11)V99 COMP-3
014100                                     VALUE ZERO.
014200     05  WS-RL-CREDIT-AMOUNT     PIC S9(11)V99 COMP-3
014300                                     VALUE ZERO.
014400     05  WS-RL-NET-AMOUNT        PIC S9(11)V99 COMP-3
014500                                     VALUE ZERO.
014600     05  WS-RL-STATUS            PIC X(04) VALUE 'OK  '.
014700
014800*--------------------------------------------------------------
014900* RESTART-MANAGER CALL PARAMETER
015000*--------------------------------------------------------------
015100 01  WS-RESTART-PARM.
015200     05  WS-RM-FUNCTION          PIC X(01).
015300     05  WS-RM-PROGRAM-ID        PIC X(12) VALUE 'POST-SPLIT'.
015400     05  WS-RM-SKIP-SWITCH       PIC X(01).
015500         88  WS-RM-STEP-DONE             VALUE 'Y'.
015600
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     MOVE 'C' TO WS-RM-FUNCTION
016000     CALL 'RESTART-MGR' USING WS-RESTART-PARM
016100     IF WS-RM-STEP-DONE
016200         DISPLAY 'POST-SPLIT: STEP ALREADY COMPLETE FOR THIS '
016300             'RUN DATE - SKIPPED'
016400         STOP RUN
016500     END-IF
016600     MOVE 'S' TO WS-RL-FUNCTION
016700     CALL 'RUN-LOGGER' USING WS-RUNLOG-PARM
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-INITIALIZE-EXIT
017000     PERFORM 2000-SPLIT-DETAIL
017100         THRU 2000-SPLIT-DETAIL-EXIT
017200         UNTIL END-OF-FILE
017300     PERFORM 8000-SUMMARIZE
017400         THRU 8000-SUMMARIZE-EXIT
017500     MOVE 'E' TO WS-RL-FUNCTION
017600     MOVE WS-DETAIL-COUNT TO WS-RL-READ-COUNT
017700     MOVE WS-DETAIL-COUNT TO WS-RL-WRITTEN-COUNT
017800     MOVE WS-DEBIT-TOTAL TO WS-RL-DEBIT-AMOUNT
017900     MOVE WS-CREDIT-TOTAL TO WS-RL-CREDIT-AMOUNT
018000     COMPUTE WS-RL-NET-AMOUNT = WS-DEBIT-TOTAL
018100         - WS-CREDIT-TOTAL
018200     IF WS-SEQUENCE-BROKEN
018300         MOVE 'FAIL' TO WS-RL-STATUS
018400     END-IF
018500     CALL 'RUN-LOGGER' USING WS-RUNLOG-PARM
018600     IF WS-VALID-FILE-OPEN AND WS-POST-FILES-OPEN AND
018700        NOT WS-SEQUENCE-BROKEN
018800         MOVE 'M' TO WS-RM-FUNCTION
018900         CALL 'RESTART-MGR' USING WS-RESTART-PARM
019000     END-IF
019100*--------------------------------------------------------------
019200* RETURN-CODE IS SET AFTER THE LAST SUBPROGRAM CALL - A CALL
019300* RETURN REFRESHES THE CALLER'S RETURN-CODE REGISTER, SO A
019400* CODE RAISED EARLIER WOULD NOT SURVIVE TO STEP END.
019500*--------------------------------------------------------------
019600     IF NOT WS-VALID-FILE-OPEN OR NOT WS-POST-FILES-OPEN OR
019700        WS-SEQUENCE-BROKEN
019800         MOVE 8 TO RETURN-CODE
019900     END-IF
020000     PERFORM 9999-TERMINATE
020100         THRU 9999-TERMINATE-EXIT
020200     STOP RUN.
020300
020400 1000-INITIALIZE.
020500     MOVE 1 TO WS-PARTITION-INDEX
020600     PERFORM 1100-CLEAR-PARTITION-COUNT
020700         THRU 1100-CLEAR-PARTITION-COUNT-EXIT
020800         UNTIL WS-PARTITION-INDEX > 4
020900     OPEN INPUT VALID-FILE
021000     IF FS-VALID-FILE NOT = '00'
021100         DISPLAY 'POST-SPLIT: NO SORTED VALIDATED DETAILS, '
021200             'STATUS=' FS-VALID-FILE
021300         MOVE 'Y' TO EOF-SWITCH
021400         GO TO 1000-INITIALIZE-EXIT
021500     END-IF
021600     MOVE 'Y' TO WS-OPEN-SWITCH
021700     OPEN OUTPUT POST-OUT-1 POST-OUT-2 POST-OUT-3 POST-OUT-4
021800     IF FS-POST-OUT-1 NOT = '00' OR FS-POST-OUT-2 NOT = '00' OR
021900        FS-POST-OUT-3 NOT = '00' OR FS-POST-OUT-4 NOT = '00'
022000         DISPLAY 'POST-SPLIT: POSTIN OPEN FAILED, STATUS='
022100             FS-POST-OUT-1 ' ' FS-POST-OUT-2 ' '
022200             FS-POST-OUT-3 ' ' FS-POST-OUT-4
022300         MOVE 'Y' TO EOF-SWITCH
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600     MOVE 'Y' TO WS-OUT-OPEN-SWITCH
022700     PERFORM 1500-OPEN-CONTROL-MASTER
022800         THRU 1500-OPEN-CONTROL-MASTER-EXIT
022900     PERFORM 2100-READ-DETAIL
023000         THRU 2100-READ-DETAIL-EXIT.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400 1100-CLEAR-PARTITION-COUNT.
023500     MOVE ZERO TO WS-PARTITION-COUNT (WS-PARTITION-INDEX)
023600     ADD 1 TO WS-PARTITION-INDEX.
023700 1100-CLEAR-PARTITION-COUNT-EXIT.
023800     EXIT.
023900
024000 1500-OPEN-CONTROL-MASTER.
024100     OPEN INPUT CONTROL-MASTER-FILE
024200     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
024300         DISPLAY 'POST-SPLIT: NO CONTROL-TABLE MASTER - '
024400             'EVERY DETAIL TO THE SHARED PARTITION'
024500         MOVE 'W' TO WS-AL-SEVERITY
024600         MOVE 'CTLBYPAS' TO WS-AL-ALERT-CODE
024700         MOVE 'NO CONTROL MASTER - ONE POSTING PARTITION'
024800             TO WS-AL-ALERT-TEXT
024900         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
025000         GO TO 1500-OPEN-CONTROL-MASTER-EXIT
025100     END-IF
025200     MOVE 'Y' TO WS-COMP-LOADED-SWITCH.
025300 1500-OPEN-CONTROL-MASTER-EXIT.
025400     EXIT.
025500
025600*--------------------------------------------------------------
025700* ONE DETAIL - SEQUENCE-CHECKED, COUNTED INTO THE RUN TOTALS BY
025800* SIGN AS EVERY STEP UPSTREAM COUNTS IT, AND WRITTEN TO ITS
025900* PARTITION'S POSTING INPUT. A TRANSFER OR A CORRECTED RE-POST
026000* WHOSE OTHER ACCOUNT BELONGS TO A DIFFERENT PARTITION GOES TO
026100* THE SHARED PARTITION, SO NO TWO PARTITIONS RUNNING TOGETHER
026200* UPDATE THE SAME BALANCE RECORD.
026300*--------------------------------------------------------------
026400 2000-SPLIT-DETAIL.
026500     IF IR-MASTER-KEY < WS-PREVIOUS-KEY
026600         DISPLAY 'POST-SPLIT: *** DETAIL OUT OF KEY SEQUENCE - '
026700             IR-MASTER-KEY ' AFTER ' WS-PREVIOUS-KEY ' ***'
026800         MOVE 'Y' TO WS-SEQUENCE-SWITCH
026900         MOVE 'Y' TO EOF-SWITCH
027000         GO TO 2000-SPLIT-DETAIL-EXIT
027100     END-IF
027200     MOVE IR-MASTER-KEY TO WS-PREVIOUS-KEY
027300     ADD 1 TO WS-DETAIL-COUNT
027400     IF IR-AMOUNT < ZERO
027500         SUBTRACT IR-AMOUNT FROM WS-CREDIT-TOTAL
027600     ELSE
027700         ADD IR-AMOUNT TO WS-DEBIT-TOTAL
027800     END-IF
027900     IF IR-COMPANY-CODE NOT = WS-LAST-COMPANY
028000         MOVE IR-COMPANY-CODE TO WS-LOOKUP-COMPANY
028100         PERFORM 2200-FIND-PARTITION
028200             THRU 2200-FIND-PARTITION-EXIT
028300         MOVE IR-COMPANY-CODE TO WS-LAST-COMPANY
028400         MOVE WS-LOOKUP-PARTITION TO WS-LAST-PARTITION
028500     END-IF
028600     MOVE WS-LAST-PARTITION TO WS-PARTITION
028700     IF WS-PARTITION = ZERO
028800         MOVE 4 TO WS-PARTITION
028900         GO TO 2000-SPLIT-DETAIL-WRITE
029000     END-IF
029100     IF NOT IR-TRANSFER-ITEM AND
029200        NOT (IR-REVERSAL-ITEM AND IR-TO-MASTER-KEY NOT = SPACES)
029300         GO TO 2000-SPLIT-DETAIL-WRITE
029400     END-IF
029500     MOVE IR-TO-COMPANY-CODE TO WS-LOOKUP-COMPANY
029600     PERFORM 2200-FIND-PARTITION
029700         THRU 2200-FIND-PARTITION-EXIT
029800     IF WS-LOOKUP-PARTITION NOT = WS-PARTITION
029900         MOVE 4 TO WS-PARTITION
030000         ADD 1 TO WS-CROSS-COUNT
030100     END-IF.
030200 2000-SPLIT-DETAIL-WRITE.
030300     ADD 1 TO WS-PARTITION-COUNT (WS-PARTITION)
030400     IF WS-PARTITION = 1
030500         WRITE POST-OUT-1-RECORD FROM VALID-RECORD
030600     ELSE
030700         IF WS-PARTITION = 2
030800             WRITE POST-OUT-2-RECORD FROM VALID-RECORD
030900         ELSE
031000             IF WS-PARTITION = 3
031100                 WRITE POST-OUT-3-RECORD FROM VALID-RECORD
031200             ELSE
031300                 WRITE POST-OUT-4-RECORD FROM VALID-RECORD
031400             END-IF
031500         END-IF
031600     END-IF
031700     PERFORM 2100-READ-DETAIL
031800         THRU 2100-READ-DETAIL-EXIT.
031900 2000-SPLIT-DETAIL-EXIT.
032000     EXIT.
032100
032200 2100-READ-DETAIL.
032300     READ VALID-FILE
032400         AT END
032500             MOVE 'Y' TO EOF-SWITCH
032600     END-READ.
032700 2100-READ-DETAIL-EXIT.
032800     EXIT.
032900
033000 2200-FIND-PARTITION.
033100     MOVE ZERO TO WS-LOOKUP-PARTITION
033200     IF NOT WS-COMPANY-TABLE-LOADED
033300         GO TO 2200-FIND-PARTITION-EXIT
033400     END-IF
033500     MOVE 'C' TO CT-ENTRY-TYPE
033600     MOVE WS-LOOKUP-COMPANY TO CT-ENTRY-CODE
033700     READ CONTROL-MASTER-FILE
033800         INVALID KEY
033900             CONTINUE
034000         NOT INVALID KEY
034100             IF CT-CO-FILE-NUMBER NUMERIC AND
034200                CT-CO-FILE-NUMBER >= 1 AND
034300                CT-CO-FILE-NUMBER <= 3
034400                 MOVE CT-CO-FILE-NUMBER TO WS-LOOKUP-PARTITION
034500             END-IF
034600     END-READ.
034700 2200-FIND-PARTITION-EXIT.
034800     EXIT.
034900
035000 8000-SUMMARIZE.
035100     DISPLAY 'POST-SPLIT: DETAILS SPLIT....... ' WS-DETAIL-COUNT
035200     MOVE 1 TO WS-PARTITION-INDEX
035300     PERFORM 8100-SHOW-PARTITION
035400         THRU 8100-SHOW-PARTITION-EXIT
035500         UNTIL WS-PARTITION-INDEX > 4
035600     DISPLAY 'POST-SPLIT: CROSS-PARTITION..... ' WS-CROSS-COUNT.
035700 8000-SUMMARIZE-EXIT.
035800     EXIT.
035900
036000 8100-SHOW-PARTITION.
036100     DISPLAY 'POST-SPLIT: PARTITION ' WS-PARTITION-INDEX
036200         ' DETAILS.. ' WS-PARTITION-COUNT (WS-PARTITION-INDEX)
036300     ADD 1 TO WS-PARTITION-INDEX.
036400 8100-SHOW-PARTITION-EXIT.
036500     EXIT.
036600
036700 9999-TERMINATE.
036800     IF WS-VALID-FILE-OPEN
036900         CLOSE VALID-FILE
037000     END-IF
037100     IF WS-POST-FILES-OPEN
037200         CLOSE POST-OUT-1 POST-OUT-2 POST-OUT-3 POST-OUT-4
037300     END-IF
037400     IF WS-COMPANY-TABLE-LOADED
037500         CLOSE CONTROL-MASTER-FILE
037600     END-IF.
037700 9999-TERMINATE-EXIT.
037800     EXIT.
