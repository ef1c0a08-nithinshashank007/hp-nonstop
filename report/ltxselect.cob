000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LTX-SELECT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. FIRST STEP OF THE MONTHLY
001100*                   LARGE-TRANSACTION COMPLIANCE RUN (DLLGTX).
001200*                   SWEEPS ACTHIST FOR THE CARD'S FROM/TO POSTING
001300*                   DATES, REACHING BACK FAR ENOUGH BEFORE THE
001400*                   FROM DATE TO FILL THE STRUCTURING WINDOW, AND
001500*                   WRITES ONE LTXWORK RECORD PER CUSTOMER ITEM
001600*                   KEYED BY THE CUSTMSTR CUSTOMER NAME, SO THE
001700*                   SORT STEP CAN BRING EACH CUSTOMER'S ACCOUNTS
001800*                   IN EVERY COMPANY TOGETHER BY BUSINESS DAY FOR
001900*                   LTX-REPORT. BANK-ORIGINATED CLASSES
002000*                   (CAPITALIZED INTEREST, FEES), REVERSED ENTRIES
002100*                   AND THEIR REVERSALS, AND ENTRIES ALREADY FILED
002200*                   ARE LEFT OUT.
002220* 2026-10-15  DLBS  WRITE-OFFS ('WO' CLASS) ARE BANK-ORIGINATED
002240*                   AND LEFT OUT WITH THE CAPITALIZED INTEREST AND
002260*                   FEES.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT HISTORY-FILE ASSIGN TO 'ACTHIST'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS AH-HISTORY-KEY
003100         FILE STATUS IS FS-HISTORY-FILE.
003200     SELECT CUSTOMER-REF-FILE ASSIGN TO 'CUSTMSTR'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CU-MASTER-KEY
003600         FILE STATUS IS FS-CUSTOMER-REF-FILE.
003700     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CT-CONTROL-KEY
004100         FILE STATUS IS FS-CONTROL-MASTER-FILE.
004200     SELECT WORK-FILE ASSIGN TO 'LTXWORK'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FS-WORK-FILE.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  HISTORY-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  HISTORY-RECORD.
005100     COPY ACTHREC.
005200
005300 FD  CUSTOMER-REF-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  CUSTOMER-REF-RECORD.
005600     COPY CUSTREC.
005700
005800 FD  CONTROL-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  CONTROL-MASTER-RECORD.
006100     COPY CTLREC.
006200
006300*--------------------------------------------------------------
006400* ONE CUSTOMER ITEM. THE SORT STEP ORDERS THE FILE ON CUSTOMER
006500* KEY PLUS POSTING DATE (1,38) AND THEN THE HISTORY KEY (39,23).
006600* A ROW WHOSE ACCOUNT HAS NO CUSTMSTR RECORD STANDS AS ITS OWN
006700* CUSTOMER UNDER A KEY BUILT FROM ITS COMPANY AND ACCOUNT.
006800*--------------------------------------------------------------
006900 FD  WORK-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  WORK-RECORD.
007200     05  LW-CUSTOMER-KEY         PIC X(30).
007300     05  LW-POST-DATE            PIC 9(08).
007400     05  LW-HISTORY-KEY.
007500         10  LW-ACCOUNT-NUMBER   PIC X(10).
007600         10  LW-HIST-POST-DATE   PIC 9(08).
007700         10  LW-SEQUENCE         PIC 9(05).
007800     05  LW-COMPANY-CODE         PIC X(03).
007900     05  LW-AMOUNT               PIC S9(07)V99 COMP-3.
008000     05  LW-CUSTOMER-FOUND       PIC X(01).
008100         88  LW-REGISTERED-CUSTOMER      VALUE 'Y'.
008200     05  FILLER                  PIC X(10).
008300
008400 WORKING-STORAGE SECTION.
008500 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
008600 01  FS-CUSTOMER-REF-FILE        PIC X(02) VALUE '00'.
008700 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
008800 01  FS-WORK-FILE                PIC X(02) VALUE '00'.
008900 01  WS-SWITCHES.
009000     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
009100         88  END-OF-FILE                    VALUE 'Y'.
009200     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
009300         88  WS-CALENDAR-EOF             VALUE 'Y'.
009400     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009500         88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.
009600     05  WS-CUST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009700         88  WS-CUSTOMER-FILE-OPEN           VALUE 'Y'.
009800
009900*--------------------------------------------------------------
010000* SYSIN CARD - FILING MODE, THEN THE FROM AND TO POSTING DATES.
010100* THE MODE IS LTX-REPORT'S; THIS STEP READS THE SAME CARD FOR
010200* ITS DATES.
010300*--------------------------------------------------------------
010400 01  WS-RANGE-CARD.
010500     05  WS-RANGE-MODE           PIC X(01).
010600     05  WS-RC-FILL-1            PIC X(01).
010700     05  WS-RANGE-FROM-X         PIC X(08).
010800     05  WS-RC-FILL-2            PIC X(01).
010900     05  WS-RANGE-TO-X           PIC X(08).
011000
011100 01  WS-RANGE-FROM-DATE          PIC 9(08) VALUE ZERO.
011200 01  WS-RANGE-TO-DATE            PIC 9(08) VALUE ZERO.
011300 01  WS-LOOKBACK-DATE            PIC 9(08) VALUE ZERO.
011400 01  WS-WINDOW-DAYS              PIC 9(02) COMP VALUE ZERO.
011500
011600*--------------------------------------------------------------
011700* CTLMSTR BUSINESS DAYS, ASCENDING, AS CATCHUP-MGR LOADS THEM.
011800*--------------------------------------------------------------
011900 01  WS-DAY-LIMIT                PIC 9(03) COMP VALUE 400.
012000 01  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
012100 01  WS-DAY-INDEX                PIC 9(03) COMP.
012200 01  WS-BUSINESS-DAY-TABLE.
012300     05  WS-BD-DATE              OCCURS 400 TIMES
012400                                 PIC 9(08).
012500
012600 01  WS-ABSENT-KEY.
012700     05  FILLER                  PIC X(12) VALUE 'NO CUSTMSTR '.
012800     05  WS-AK-COMPANY-CODE      PIC X(03).
012900     05  FILLER                  PIC X(01) VALUE '-'.
013000     05  WS-AK-ACCOUNT-NUMBER    PIC X(10).
013100     05  FILLER                  PIC X(04) VALUE SPACES.
013200
013300 01  WS-COUNTERS.
013400     05  WS-HISTORY-COUNT        PIC 9(07) COMP VALUE ZERO.
013500     05  WS-SELECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
013600     05  WS-OUT-OF-RANGE-COUNT   PIC 9(07) COMP VALUE ZERO.
013700     05  WS-BANK-CLASS-COUNT     PIC 9(07) COMP VALUE ZERO.
013800     05  WS-REVERSED-COUNT       PIC 9(07) COMP VALUE ZERO.
013900     05  WS-FILED-COUNT          PIC 9(07) COMP VALUE ZERO.
014000     05  WS-ABSENT-COUNT         PIC 9(07) COMP VALUE ZERO.
014100
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE
014500         THRU 1000-INITIALIZE-EXIT
014600     PERFORM 3000-PROCESS-ONE-HISTORY
014700         THRU 3000-PROCESS-ONE-HISTORY-EXIT
014800         UNTIL END-OF-FILE
014900     PERFORM 8000-SUMMARIZE
015000         THRU 8000-SUMMARIZE-EXIT
015100     PERFORM 9999-TERMINATE
015200         THRU 9999-TERMINATE-EXIT
015300     STOP RUN.
015400
015500 1000-INITIALIZE.
015600     ACCEPT WS-RANGE-CARD FROM SYSIN
015700     OPEN OUTPUT WORK-FILE
015800     IF WS-RANGE-FROM-X NOT NUMERIC OR
015900        WS-RANGE-TO-X NOT NUMERIC
016000         DISPLAY 'LTX-SELECT: RANGE CARD NEEDS FROM AND TO '
016100             'DATES - NOTHING SELECTED'
016200         MOVE 8 TO RETURN-CODE
016300         MOVE 'Y' TO EOF-SWITCH
016400         GO TO 1000-INITIALIZE-EXIT
016500     END-IF
016600     MOVE WS-RANGE-FROM-X TO WS-RANGE-FROM-DATE
016700     MOVE WS-RANGE-TO-X TO WS-RANGE-TO-DATE
016800     IF WS-RANGE-FROM-DATE > WS-RANGE-TO-DATE
016900         DISPLAY 'LTX-SELECT: FROM DATE IS AFTER THE TO DATE '
017000             '- NOTHING SELECTED'
017100         MOVE 8 TO RETURN-CODE
017200         MOVE 'Y' TO EOF-SWITCH
017300         GO TO 1000-INITIALIZE-EXIT
017400     END-IF
017500     PERFORM 1100-LOAD-CONTROL
017600         THRU 1100-LOAD-CONTROL-EXIT
017700     IF WS-WINDOW-DAYS = ZERO
017800         MOVE 8 TO RETURN-CODE
017900         MOVE 'Y' TO EOF-SWITCH
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF
018200     PERFORM 1300-SET-LOOKBACK
018300         THRU 1300-SET-LOOKBACK-EXIT
018400     OPEN INPUT CUSTOMER-REF-FILE
018500     IF FS-CUSTOMER-REF-FILE = '00' OR '05'
018600         MOVE 'Y' TO WS-CUST-OPEN-SWITCH
018700     ELSE
018800         DISPLAY 'LTX-SELECT: NO CUSTMSTR - EVERY ACCOUNT '
018900             'STANDS AS ITS OWN CUSTOMER'
019000     END-IF
019100     OPEN INPUT HISTORY-FILE
019200     IF FS-HISTORY-FILE NOT = '00' AND '05'
019300         DISPLAY 'LTX-SELECT: ACTHIST OPEN FAILED, STATUS='
019400             FS-HISTORY-FILE
019500         MOVE 8 TO RETURN-CODE
019600         MOVE 'Y' TO EOF-SWITCH
019700         GO TO 1000-INITIALIZE-EXIT
019800     END-IF
019900     MOVE 'Y' TO WS-HIST-OPEN-SWITCH
020000     MOVE LOW-VALUES TO AH-HISTORY-KEY
020100     START HISTORY-FILE
020200         KEY IS NOT LESS THAN AH-HISTORY-KEY
020300         INVALID KEY
020400             MOVE 'Y' TO EOF-SWITCH
020500     END-START
020600     IF NOT END-OF-FILE
020700         PERFORM 3100-READ-NEXT-HISTORY
020800             THRU 3100-READ-NEXT-HISTORY-EXIT
020900     END-IF.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200
021300*--------------------------------------------------------------
021400* THE 'T' LARGETXN ENTRY GIVES THE WINDOW; THE 'D' ENTRIES GIVE
021500* THE BUSINESS DAYS IT IS COUNTED IN.
021600*--------------------------------------------------------------
021700 1100-LOAD-CONTROL.
021800     OPEN INPUT CONTROL-MASTER-FILE
021900     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
022000         DISPLAY 'LTX-SELECT: CTLMSTR OPEN FAILED, STATUS='
022100             FS-CONTROL-MASTER-FILE
022200         GO TO 1100-LOAD-CONTROL-EXIT
022300     END-IF
022400     MOVE 'T' TO CT-ENTRY-TYPE
022500     MOVE 'LARGETXN' TO CT-ENTRY-CODE
022600     READ CONTROL-MASTER-FILE
022700         INVALID KEY
022800             DISPLAY 'LTX-SELECT: NO LARGETXN THRESHOLD ENTRY '
022900                 'ON CTLMSTR - NOTHING SELECTED'
023000         NOT INVALID KEY
023100             MOVE CT-TH-WINDOW-DAYS TO WS-WINDOW-DAYS
023200     END-READ
023300     MOVE 'D' TO CT-ENTRY-TYPE
023400     MOVE LOW-VALUES TO CT-ENTRY-CODE
023500     START CONTROL-MASTER-FILE
023600         KEY IS NOT LESS THAN CT-CONTROL-KEY
023700         INVALID KEY
023800             MOVE 'Y' TO WS-CAL-EOF-SWITCH
023900     END-START
024000     PERFORM 1200-LOAD-ONE-DAY
024100         THRU 1200-LOAD-ONE-DAY-EXIT
024200         UNTIL WS-CALENDAR-EOF
024300     CLOSE CONTROL-MASTER-FILE.
024400 1100-LOAD-CONTROL-EXIT.
024500     EXIT.
024600
024700 1200-LOAD-ONE-DAY.
024800     READ CONTROL-MASTER-FILE NEXT RECORD
024900         AT END
025000             MOVE 'Y' TO WS-CAL-EOF-SWITCH
025100             GO TO 1200-LOAD-ONE-DAY-EXIT
025200     END-READ
025300     IF NOT CT-BUSINESS-DAY-ENTRY
025400         MOVE 'Y' TO WS-CAL-EOF-SWITCH
025500         GO TO 1200-LOAD-ONE-DAY-EXIT
025600     END-IF
025700     IF WS-DAY-COUNT < WS-DAY-LIMIT
025800         ADD 1 TO WS-DAY-COUNT
025900         MOVE CT-ENTRY-CODE (1:8) TO WS-BD-DATE (WS-DAY-COUNT)
026000     ELSE
026100         DISPLAY 'LTX-SELECT: CALENDAR TABLE FULL '
026200             '- ' CT-ENTRY-CODE ' IGNORED'
026300     END-IF.
026400 1200-LOAD-ONE-DAY-EXIT.
026500     EXIT.
026600
026700*--------------------------------------------------------------
026800* THE LOOKBACK DATE IS THE BUSINESS DAY WINDOW-LESS-ONE DAYS
026900* BEFORE THE FIRST BUSINESS DAY OF THE RANGE, SO A WINDOW ENDING
027000* ON THE FROM DATE IS FULL. WITH NO CALENDAR, OR A RANGE THAT
027100* STARTS BEFORE IT, THE SWEEP STARTS AT THE FROM DATE ITSELF.
027200*--------------------------------------------------------------
027300 1300-SET-LOOKBACK.
027400     MOVE WS-RANGE-FROM-DATE TO WS-LOOKBACK-DATE
027500     MOVE 1 TO WS-DAY-INDEX
027600     PERFORM 1350-SCAN-DAY
027700         THRU 1350-SCAN-DAY-EXIT
027800         UNTIL WS-DAY-INDEX > WS-DAY-COUNT OR
027900             WS-BD-DATE (WS-DAY-INDEX) NOT < WS-RANGE-FROM-DATE
028000     IF WS-DAY-INDEX > WS-DAY-COUNT
028100         GO TO 1300-SET-LOOKBACK-EXIT
028200     END-IF
028300     IF WS-DAY-INDEX > WS-WINDOW-DAYS
028400         SUBTRACT WS-WINDOW-DAYS FROM WS-DAY-INDEX
028500         ADD 1 TO WS-DAY-INDEX
028600     ELSE
028700         MOVE 1 TO WS-DAY-INDEX
028800     END-IF
028900     IF WS-BD-DATE (WS-DAY-INDEX) < WS-LOOKBACK-DATE
029000         MOVE WS-BD-DATE (WS-DAY-INDEX) TO WS-LOOKBACK-DATE
029100     END-IF.
029200 1300-SET-LOOKBACK-EXIT.
029300     EXIT.
029400
029500 1350-SCAN-DAY.
029600     ADD 1 TO WS-DAY-INDEX.
029700 1350-SCAN-DAY-EXIT.
029800     EXIT.
029900
030000 3000-PROCESS-ONE-HISTORY.
030100     ADD 1 TO WS-HISTORY-COUNT
030200     IF AH-POST-DATE < WS-LOOKBACK-DATE OR
030300        AH-POST-DATE > WS-RANGE-TO-DATE
030400         ADD 1 TO WS-OUT-OF-RANGE-COUNT
030500         GO TO 3000-PROCESS-ONE-HISTORY-NEXT
030600     END-IF
030700     IF AH-INTEREST-CAPITALIZED OR AH-FEE-CHARGE OR AH-WRITE-OFF
030800         ADD 1 TO WS-BANK-CLASS-COUNT
030900         GO TO 3000-PROCESS-ONE-HISTORY-NEXT
031000     END-IF
031100     IF AH-REVERSED OR AH-REVERSAL-ENTRY
031200         ADD 1 TO WS-REVERSED-COUNT
031300         GO TO 3000-PROCESS-ONE-HISTORY-NEXT
031400     END-IF
031500     IF AH-LARGE-FILED OR AH-STRUCT-FILED
031600         ADD 1 TO WS-FILED-COUNT
031700         GO TO 3000-PROCESS-ONE-HISTORY-NEXT
031800     END-IF
031900     MOVE SPACES TO WORK-RECORD
032000     PERFORM 3200-SET-CUSTOMER-KEY
032100         THRU 3200-SET-CUSTOMER-KEY-EXIT
032200     MOVE AH-POST-DATE TO LW-POST-DATE
032300     MOVE AH-ACCOUNT-NUMBER TO LW-ACCOUNT-NUMBER
032400     MOVE AH-POST-DATE TO LW-HIST-POST-DATE
032500     MOVE AH-SEQUENCE TO LW-SEQUENCE
032600     MOVE AH-COMPANY-CODE TO LW-COMPANY-CODE
032700     MOVE AH-AMOUNT TO LW-AMOUNT
032800     WRITE WORK-RECORD
032900     ADD 1 TO WS-SELECTED-COUNT.
033000 3000-PROCESS-ONE-HISTORY-NEXT.
033100     PERFORM 3100-READ-NEXT-HISTORY
033200         THRU 3100-READ-NEXT-HISTORY-EXIT.
033300 3000-PROCESS-ONE-HISTORY-EXIT.
033400     EXIT.
033500
033600 3100-READ-NEXT-HISTORY.
033700     READ HISTORY-FILE NEXT RECORD
033800         AT END
033900             MOVE 'Y' TO EOF-SWITCH
034000     END-READ.
034100 3100-READ-NEXT-HISTORY-EXIT.
034200     EXIT.
034300
034400 3200-SET-CUSTOMER-KEY.
034500     MOVE 'N' TO LW-CUSTOMER-FOUND
034600     IF WS-CUSTOMER-FILE-OPEN
034700         MOVE AH-COMPANY-CODE TO CU-COMPANY-CODE
034800         MOVE AH-ACCOUNT-NUMBER TO CU-ACCOUNT-NUMBER
034900         READ CUSTOMER-REF-FILE
035000             INVALID KEY
035100                 CONTINUE
035200             NOT INVALID KEY
035300                 IF CU-CUSTOMER-NAME NOT = SPACES
035400                     MOVE CU-CUSTOMER-NAME TO LW-CUSTOMER-KEY
035500                     MOVE 'Y' TO LW-CUSTOMER-FOUND
035600                 END-IF
035700         END-READ
035800     END-IF
035900     IF NOT LW-REGISTERED-CUSTOMER
036000         MOVE AH-COMPANY-CODE TO WS-AK-COMPANY-CODE
036100         MOVE AH-ACCOUNT-NUMBER TO WS-AK-ACCOUNT-NUMBER
036200         MOVE WS-ABSENT-KEY TO LW-CUSTOMER-KEY
036300         ADD 1 TO WS-ABSENT-COUNT
036400     END-IF.
036500 3200-SET-CUSTOMER-KEY-EXIT.
036600     EXIT.
036700
036800 8000-SUMMARIZE.
036900     DISPLAY 'LTX-SELECT: RANGE............... '
037000         WS-RANGE-FROM-DATE ' TO ' WS-RANGE-TO-DATE
037100     DISPLAY 'LTX-SELECT: LOOKBACK FROM........ ' WS-LOOKBACK-DATE
037200     DISPLAY 'LTX-SELECT: HISTORY ROWS READ.... '
037300         WS-HISTORY-COUNT
037400     DISPLAY 'LTX-SELECT: OUTSIDE THE RANGE.... '
037500         WS-OUT-OF-RANGE-COUNT
037600     DISPLAY 'LTX-SELECT: INTEREST/FEE ROWS.... '
037700         WS-BANK-CLASS-COUNT
037800     DISPLAY 'LTX-SELECT: REVERSED/REVERSALS... '
037900         WS-REVERSED-COUNT
038000     DISPLAY 'LTX-SELECT: ALREADY FILED........ ' WS-FILED-COUNT
038100     DISPLAY 'LTX-SELECT: ITEMS SELECTED....... '
038200         WS-SELECTED-COUNT
038300     DISPLAY 'LTX-SELECT: NO CUSTMSTR RECORD... ' WS-ABSENT-COUNT.
038400 8000-SUMMARIZE-EXIT.
038500     EXIT.
038600
038700 9999-TERMINATE.
038800     IF WS-HISTORY-FILE-OPEN
038900         CLOSE HISTORY-FILE
039000     END-IF
039100     IF WS-CUSTOMER-FILE-OPEN
039200         CLOSE CUSTOMER-REF-FILE
039300     END-IF
039400     CLOSE WORK-FILE.
039500 9999-TERMINATE-EXIT.
039600     EXIT.
