000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ADJ-FEED.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. MANUAL ADJUSTMENT FEED (SEE
001100*                   JCL/DLADJ.JCL). MANUAL ADJUSTMENTS USED TO BE
001200*                   TYPED INTO A FLAT FILE IN AN EDITOR AND
001300*                   DROPPED IN AS A FEED, WITH NO BATCH CONTROL
001400*                   AND NO RECORD OF WHO KEYED WHAT. THEY ARE NOW
001500*                   KEYED IN BATCHES THROUGH MENU-DRIVER OPTION A
001600*                   ONTO ADJMSTR. EVERY BATCH RELEASED BY A
001700*                   SECOND OPERATOR IS WRITTEN HERE TO ADJWORK AS
001800*                   A PROPER FILE-DEMO INPUT - AN 'H' HEADER WITH
001900*                   THE RUN DATE AND SOURCE SYSTEM 'MANADJ', ONE
002000*                   'D' DETAIL PER ITEM, AND A 'T' COUNT TRAILER -
002100*                   AND MARKED PROCESSED WITH THE FEED DATE. THE
002200*                   RUN ALSO PRINTS THE ADJRPT BATCH REGISTER OF
002300*                   EVERY BATCH ON FILE. A SECOND RUN FOR THE SAME
002400*                   RUN DATE IS REFUSED (RC=8) - FILE-DEMO TAKES
002500*                   ONE MANADJ TRANSMISSION PER RUN DATE.
002520* 2026-10-15  DLBS  INPTMSTR IS READ THROUGH THE SHARED INPTREC
002540*                   LAYOUT. THE PRIVATE 80-BYTE VIEW WAS THREE
002560*                   BYTES SHORT OF THE 83-BYTE MASTER AND THE OPEN
002580*                   FAILED.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ADJ-FILE ASSIGN TO 'ADJMSTR'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AJ-ADJ-KEY
003400         FILE STATUS IS FS-ADJ-FILE.
003500     SELECT MASTER-FILE ASSIGN TO 'INPTMSTR'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS IR-MASTER-KEY OF MASTER-RECORD
003900         FILE STATUS IS FS-MASTER-FILE.
004000     SELECT WORK-FILE ASSIGN TO 'ADJWORK'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-WORK-FILE.
004300     SELECT REPORT-FILE ASSIGN TO 'ADJRPT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FS-REPORT-FILE.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ADJ-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  ADJ-RECORD.
005200     COPY ADJREC.
005300
005400*--------------------------------------------------------------
005500* INPTMSTR, READ-ONLY, FOR EACH ITEM'S CURRENT STATUS CODE.
005600*--------------------------------------------------------------
005700 FD  MASTER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  MASTER-RECORD.
006000     COPY INPTREC.
006700
006800 FD  WORK-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  WORK-RECORD.
007100     COPY INPTREC.
007200
007300 FD  REPORT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  REPORT-RECORD               PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800 01  FS-ADJ-FILE                 PIC X(02) VALUE '00'.
007900 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
008000 01  FS-WORK-FILE                PIC X(02) VALUE '00'.
008100 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
008200 01  WS-SWITCHES.
008300     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
008400         88  END-OF-FILE                    VALUE 'Y'.
008500     05  WS-ADJ-OPEN-SWITCH      PIC X(01) VALUE 'N'.
008600         88  WS-ADJ-FILE-OPEN               VALUE 'Y'.
008700     05  WS-MSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
008800         88  WS-MASTER-FILE-OPEN            VALUE 'Y'.
008900     05  WS-WORK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009000         88  WS-WORK-FILE-OPEN              VALUE 'Y'.
009100     05  WS-RPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
009200         88  WS-REPORT-FILE-OPEN            VALUE 'Y'.
009300     05  WS-FEEDING-SWITCH       PIC X(01) VALUE 'N'.
009400         88  WS-FEEDING-BATCH               VALUE 'Y'.
009500
009600 01  WS-RUN-DATE                 PIC 9(08).
009700 01  WS-SOURCE-SYSTEM            PIC X(10) VALUE 'MANADJ'.
009800 01  WS-STATUS-TEXT              PIC X(09).
009900
010000 01  WS-COUNTERS.
010100     05  WS-OPEN-COUNT           PIC 9(05) COMP VALUE ZERO.
010200     05  WS-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
010300     05  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
010400     05  WS-PROCESSED-COUNT      PIC 9(05) COMP VALUE ZERO.
010500     05  WS-FED-BATCH-COUNT      PIC 9(05) COMP VALUE ZERO.
010600     05  WS-FED-ITEM-COUNT       PIC 9(07) VALUE ZERO.
010700     05  WS-NOT-ON-MASTER-COUNT  PIC 9(07) COMP VALUE ZERO.
010800 01  WS-FED-AMOUNT               PIC S9(11)V99 COMP-3 VALUE ZERO.
010900
011000*--------------------------------------------------------------
011100* HEADER AND TRAILER VIEWS OF THE FEED RECORD - THE SAME
011200* OFFSETS FILE-DEMO CHECKS (RUN DATE AND SOURCE SYSTEM AFTER
011300* THE KEY ON THE HEADER, EXPECTED DETAIL COUNT ON THE TRAILER).
011400*--------------------------------------------------------------
011500 01  WS-FEED-RECORD.
011600     05  WS-FD-RECORD-TYPE       PIC X(01).
011700     05  WS-FD-COMPANY-CODE      PIC X(03).
011800     05  WS-FD-ACCOUNT-NUMBER    PIC X(10).
011900     05  WS-FD-REST              PIC X(66).
012000 01  WS-FEED-HEADER-VIEW REDEFINES WS-FEED-RECORD.
012100     05  FILLER                  PIC X(14).
012200     05  WS-FH-RUN-DATE          PIC 9(08).
012300     05  WS-FH-SOURCE-SYSTEM     PIC X(10).
012400     05  FILLER                  PIC X(48).
012500 01  WS-FEED-TRAILER-VIEW REDEFINES WS-FEED-RECORD.
012600     05  FILLER                  PIC X(14).
012700     05  WS-FT-DETAIL-COUNT      PIC 9(07).
012800     05  FILLER                  PIC X(59).
012900
013000*--------------------------------------------------------------
013100* REPORT LINES
013200*--------------------------------------------------------------
013300 01  WS-REPORT-HEADING.
013400     05  FILLER                  PIC X(36)
013500         VALUE 'ADJ-FEED  ADJUSTMENT BATCH REGISTER'.
013600     05  FILLER                  PIC X(07) VALUE 'RUN ON '.
013700     05  RH-RUN-DATE             PIC X(08).
013800 01  WS-COLUMN-HEADING-1.
013900     05  FILLER                  PIC X(44)
014000         VALUE 'BATCH  STATUS   ---- DECLARED --- ----- KEYE'.
014100     05  FILLER                  PIC X(34)
014200         VALUE 'D ----- OPENED   CLOSED   RELEASED'.
014300 01  WS-COLUMN-HEADING-2.
014400     05  FILLER                  PIC X(44)
014500         VALUE '                 CNT       AMOUNT  CNT      '.
014600     05  FILLER                  PIC X(28)
014700         VALUE ' AMOUNT BY       BY       BY'.
014800 01  WS-BATCH-LINE.
014900     05  BL-BATCH-NUMBER         PIC 9(06).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  BL-STATUS-TEXT          PIC X(09).
015200     05  BL-CONTROL-COUNT        PIC Z(03)9.
015300     05  BL-CONTROL-AMOUNT       PIC -(09)9.99.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  BL-KEYED-COUNT          PIC Z(03)9.
015600     05  BL-KEYED-AMOUNT         PIC -(09)9.99.
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  BL-OPENED-BY            PIC X(08).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  BL-CLOSED-BY            PIC X(08).
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  BL-RELEASED-BY          PIC X(08).
016300 01  WS-DATE-LINE.
016400     05  FILLER                  PIC X(07) VALUE SPACES.
016500     05  FILLER                  PIC X(08) VALUE 'OPENED '.
016600     05  DL-OPENED-DATE          PIC X(08).
016700     05  FILLER                  PIC X(09) VALUE '  CLOSED '.
016800     05  DL-CLOSED-DATE          PIC X(08).
016900     05  FILLER                  PIC X(11) VALUE '  RELEASED '.
017000     05  DL-RELEASED-DATE        PIC X(08).
017100     05  FILLER                  PIC X(07) VALUE '  FED '.
017200     05  DL-FEED-DATE            PIC X(08).
017300 01  WS-TOTAL-LINE.
017400     05  TL-LABEL                PIC X(30).
017500     05  TL-COUNT                PIC Z(06)9.
017600 01  WS-AMOUNT-TOTAL-LINE.
017700     05  FILLER                  PIC X(30)
017800         VALUE 'AMOUNT FED THIS RUN'.
017900     05  AT-AMOUNT               PIC -(11)9.99.
018000
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE
018400         THRU 1000-INITIALIZE-EXIT
018500     PERFORM 3000-PROCESS-ONE-RECORD
018600         THRU 3000-PROCESS-ONE-RECORD-EXIT
018700         UNTIL END-OF-FILE
018800     PERFORM 5000-WRITE-TRAILER
018900         THRU 5000-WRITE-TRAILER-EXIT
019000     PERFORM 8000-SUMMARIZE
019100         THRU 8000-SUMMARIZE-EXIT
019200     PERFORM 9999-TERMINATE
019300         THRU 9999-TERMINATE-EXIT
019400     STOP RUN.
019500
019600*--------------------------------------------------------------
019700* OPEN THE FILES AND MAKE SURE TODAY'S FEED HAS NOT ALREADY
019800* BEEN CUT - A BATCH ALREADY CARRYING TODAY'S FEED DATE MEANS
019900* IT HAS, AND A SECOND MANADJ HEADER FOR THE SAME RUN DATE
020000* WOULD BE REFUSED BY FILE-DEMO WITH THE BATCHES MARKED FED.
020100*--------------------------------------------------------------
020200 1000-INITIALIZE.
020300     CALL 'PROC-DATE' USING WS-RUN-DATE
020400     OPEN I-O ADJ-FILE
020500     IF FS-ADJ-FILE NOT = '00' AND '05'
020600         DISPLAY 'ADJ-FEED: ADJMSTR OPEN FAILED, STATUS='
020700             FS-ADJ-FILE
020800         MOVE 8 TO RETURN-CODE
020900         MOVE 'Y' TO EOF-SWITCH
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200     MOVE 'Y' TO WS-ADJ-OPEN-SWITCH
021300     PERFORM 2000-START-BATCHES
021400         THRU 2000-START-BATCHES-EXIT
021500     PERFORM 2100-CHECK-ONE-FEED-DATE
021600         THRU 2100-CHECK-ONE-FEED-DATE-EXIT
021700         UNTIL END-OF-FILE
021800     IF RETURN-CODE NOT < 8
021900         GO TO 1000-INITIALIZE-EXIT
022000     END-IF
022100     OPEN INPUT MASTER-FILE
022200     IF FS-MASTER-FILE NOT = '00' AND '05'
022300         DISPLAY 'ADJ-FEED: INPTMSTR OPEN FAILED, STATUS='
022400             FS-MASTER-FILE
022500         MOVE 8 TO RETURN-CODE
022600         MOVE 'Y' TO EOF-SWITCH
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF
022900     MOVE 'Y' TO WS-MSTR-OPEN-SWITCH
023000     OPEN OUTPUT WORK-FILE
023100     IF FS-WORK-FILE NOT = '00'
023200         DISPLAY 'ADJ-FEED: ADJWORK OPEN FAILED, STATUS='
023300             FS-WORK-FILE
023400         MOVE 8 TO RETURN-CODE
023500         MOVE 'Y' TO EOF-SWITCH
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF
023800     MOVE 'Y' TO WS-WORK-OPEN-SWITCH
023900     OPEN OUTPUT REPORT-FILE
024000     MOVE 'Y' TO WS-RPT-OPEN-SWITCH
024100     MOVE WS-RUN-DATE TO RH-RUN-DATE
024200     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
024300     MOVE SPACES TO REPORT-RECORD
024400     WRITE REPORT-RECORD
024500     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING-1
024600     WRITE REPORT-RECORD FROM WS-COLUMN-HEADING-2
024700     MOVE SPACES TO WS-FEED-RECORD
024800     MOVE 'H' TO WS-FD-RECORD-TYPE
024900     MOVE LOW-VALUES TO WS-FD-COMPANY-CODE
025000     MOVE ALL '0' TO WS-FD-ACCOUNT-NUMBER
025100     MOVE WS-RUN-DATE TO WS-FH-RUN-DATE
025200     MOVE WS-SOURCE-SYSTEM TO WS-FH-SOURCE-SYSTEM
025300     WRITE WORK-RECORD FROM WS-FEED-RECORD
025400     PERFORM 2000-START-BATCHES
025500         THRU 2000-START-BATCHES-EXIT.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800
025900*--------------------------------------------------------------
026000* POSITION ON THE FIRST BATCH - BATCH ZERO IS THE NUMBER
026100* CONTROL RECORD, NOT A BATCH.
026200*--------------------------------------------------------------
026300 2000-START-BATCHES.
026400     MOVE 'N' TO EOF-SWITCH
026500     MOVE 1 TO AJ-BATCH-NUMBER
026600     MOVE ZERO TO AJ-ITEM-NUMBER
026700     START ADJ-FILE
026800         KEY IS NOT LESS THAN AJ-ADJ-KEY
026900         INVALID KEY
027000             MOVE 'Y' TO EOF-SWITCH
027100     END-START.
027200 2000-START-BATCHES-EXIT.
027300     EXIT.
027400
027500 2100-CHECK-ONE-FEED-DATE.
027600     READ ADJ-FILE NEXT RECORD
027700         AT END
027800             MOVE 'Y' TO EOF-SWITCH
027900             GO TO 2100-CHECK-ONE-FEED-DATE-EXIT
028000     END-READ
028100     IF AJ-ITEM-NUMBER = ZERO AND
028200        AJ-BATCH-PROCESSED AND
028300        AJ-FEED-DATE = WS-RUN-DATE
028400         DISPLAY 'ADJ-FEED: *** BATCH ' AJ-BATCH-NUMBER
028500             ' WAS ALREADY FED FOR RUN DATE ' WS-RUN-DATE
028600             ' - NO SECOND FEED CUT ***'
028700         MOVE 8 TO RETURN-CODE
028800         MOVE 'Y' TO EOF-SWITCH
028900     END-IF.
029000 2100-CHECK-ONE-FEED-DATE-EXIT.
029100     EXIT.
029200
029300*--------------------------------------------------------------
029400* ONE ADJMSTR RECORD. A BATCH RECORD GOES ON THE REGISTER; A
029500* RELEASED BATCH IS MARKED PROCESSED AND ITS ITEMS, WHICH
029600* FOLLOW IT IN KEY ORDER, ARE WRITTEN TO THE FEED.
029700*--------------------------------------------------------------
029800 3000-PROCESS-ONE-RECORD.
029900     READ ADJ-FILE NEXT RECORD
030000         AT END
030100             MOVE 'Y' TO EOF-SWITCH
030200             GO TO 3000-PROCESS-ONE-RECORD-EXIT
030300     END-READ
030400     IF AJ-ITEM-NUMBER NOT = ZERO
030500         IF WS-FEEDING-BATCH
030600             PERFORM 3200-FEED-ONE-ITEM
030700                 THRU 3200-FEED-ONE-ITEM-EXIT
030800         END-IF
030900         GO TO 3000-PROCESS-ONE-RECORD-EXIT
031000     END-IF
031100     MOVE 'N' TO WS-FEEDING-SWITCH
031200     IF AJ-BATCH-RELEASED
031300         PERFORM 3100-MARK-BATCH-FED
031400             THRU 3100-MARK-BATCH-FED-EXIT
031500     END-IF
031600     PERFORM 4000-LIST-BATCH
031700         THRU 4000-LIST-BATCH-EXIT.
031800 3000-PROCESS-ONE-RECORD-EXIT.
031900     EXIT.
032000
032100 3100-MARK-BATCH-FED.
032200     MOVE 'P' TO AJ-BATCH-STATUS
032300     MOVE WS-RUN-DATE TO AJ-FEED-DATE
032400     REWRITE ADJ-RECORD
032500     IF FS-ADJ-FILE NOT = '00'
032600         DISPLAY 'ADJ-FEED: *** BATCH ' AJ-BATCH-NUMBER
032700             ' NOT MARKED, STATUS=' FS-ADJ-FILE
032800             ' - NOT FED ***'
032900         MOVE 'R' TO AJ-BATCH-STATUS
033000         MOVE ZERO TO AJ-FEED-DATE
033100         MOVE 8 TO RETURN-CODE
033200         GO TO 3100-MARK-BATCH-FED-EXIT
033300     END-IF
033400     MOVE 'Y' TO WS-FEEDING-SWITCH
033500     ADD 1 TO WS-FED-BATCH-COUNT.
033600 3100-MARK-BATCH-FED-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------
034000* ONE FEED DETAIL PER ITEM, DATED THE RUN DATE. THE STATUS CODE
034100* IS THE ACCOUNT'S CURRENT ONE FROM INPTMSTR SO FILE-DEMO ROUTES
034200* A SINCE-CLOSED OR HELD ACCOUNT AS IT WOULD ANY OTHER DETAIL.
034300*--------------------------------------------------------------
034400 3200-FEED-ONE-ITEM.
034500     MOVE AJ-IT-MASTER-KEY TO IR-MASTER-KEY OF MASTER-RECORD
034600     READ MASTER-FILE
034700         INVALID KEY
034800             MOVE SPACES TO IR-STATUS-CODE OF MASTER-RECORD
034900             ADD 1 TO WS-NOT-ON-MASTER-COUNT
035000             DISPLAY 'ADJ-FEED: BATCH ' AJ-BATCH-NUMBER
035100                 ' ITEM ' AJ-ITEM-NUMBER ' ACCOUNT '
035200                 AJ-IT-COMPANY-CODE ' ' AJ-IT-ACCOUNT-NUMBER
035300                 ' NO LONGER ON INPTMSTR'
035400     END-READ
035500     MOVE SPACES TO WORK-RECORD
035600     MOVE 'D' TO IR-RECORD-TYPE OF WORK-RECORD
035700     MOVE AJ-IT-COMPANY-CODE TO IR-COMPANY-CODE OF WORK-RECORD
035800     MOVE AJ-IT-ACCOUNT-NUMBER TO IR-ACCOUNT-NUMBER OF WORK-RECORD
035900     MOVE WS-RUN-DATE TO IR-TRANS-DATE OF WORK-RECORD
036000     MOVE AJ-IT-AMOUNT TO IR-AMOUNT OF WORK-RECORD
036100     MOVE IR-STATUS-CODE OF MASTER-RECORD
036200         TO IR-STATUS-CODE OF WORK-RECORD
036300     MOVE AJ-IT-BRANCH-CODE TO IR-BRANCH-CODE OF WORK-RECORD
036400     MOVE ZERO TO IR-REVERSED-POST-DATE OF WORK-RECORD
036500     MOVE ZERO TO IR-REVERSED-SEQUENCE OF WORK-RECORD
036550     MOVE ZERO TO IR-CORRECTED-AMOUNT OF WORK-RECORD
036600     WRITE WORK-RECORD
036700     ADD 1 TO WS-FED-ITEM-COUNT
036800     ADD AJ-IT-AMOUNT TO WS-FED-AMOUNT.
036900 3200-FEED-ONE-ITEM-EXIT.
037000     EXIT.
037100
037200 4000-LIST-BATCH.
037300     MOVE SPACES TO WS-STATUS-TEXT
037400     IF AJ-BATCH-OPEN
037500         MOVE 'OPEN' TO WS-STATUS-TEXT
037600         ADD 1 TO WS-OPEN-COUNT
037700     END-IF
037800     IF AJ-BATCH-CLOSED
037900         MOVE 'CLOSED' TO WS-STATUS-TEXT
038000         ADD 1 TO WS-CLOSED-COUNT
038100     END-IF
038200     IF AJ-BATCH-RELEASED
038300         MOVE 'RELEASED' TO WS-STATUS-TEXT
038400         ADD 1 TO WS-RELEASED-COUNT
038500     END-IF
038600     IF AJ-BATCH-PROCESSED
038700         MOVE 'PROCESSED' TO WS-STATUS-TEXT
038800         ADD 1 TO WS-PROCESSED-COUNT
038900     END-IF
039000     MOVE AJ-BATCH-NUMBER TO BL-BATCH-NUMBER
039100     MOVE WS-STATUS-TEXT TO BL-STATUS-TEXT
039200     MOVE AJ-CONTROL-COUNT TO BL-CONTROL-COUNT
039300     MOVE AJ-CONTROL-AMOUNT TO BL-CONTROL-AMOUNT
039400     MOVE AJ-KEYED-COUNT TO BL-KEYED-COUNT
039500     MOVE AJ-KEYED-AMOUNT TO BL-KEYED-AMOUNT
039600     MOVE AJ-OPENED-BY TO BL-OPENED-BY
039700     MOVE AJ-CLOSED-BY TO BL-CLOSED-BY
039800     MOVE AJ-RELEASED-BY TO BL-RELEASED-BY
039900     WRITE REPORT-RECORD FROM WS-BATCH-LINE
040000     MOVE AJ-OPENED-DATE TO DL-OPENED-DATE
040100     MOVE SPACES TO DL-CLOSED-DATE
040200     MOVE SPACES TO DL-RELEASED-DATE
040300     MOVE SPACES TO DL-FEED-DATE
040400     IF AJ-CLOSED-DATE NOT = ZERO
040500         MOVE AJ-CLOSED-DATE TO DL-CLOSED-DATE
040600     END-IF
040700     IF AJ-RELEASED-DATE NOT = ZERO
040800         MOVE AJ-RELEASED-DATE TO DL-RELEASED-DATE
040900     END-IF
041000     IF AJ-FEED-DATE NOT = ZERO
041100         MOVE AJ-FEED-DATE TO DL-FEED-DATE
041200     END-IF
041300     WRITE REPORT-RECORD FROM WS-DATE-LINE.
041400 4000-LIST-BATCH-EXIT.
041500     EXIT.
041600
041700 5000-WRITE-TRAILER.
041800     IF NOT WS-WORK-FILE-OPEN
041900         GO TO 5000-WRITE-TRAILER-EXIT
042000     END-IF
042100     MOVE SPACES TO WS-FEED-RECORD
042200     MOVE 'T' TO WS-FD-RECORD-TYPE
042300     MOVE HIGH-VALUES TO WS-FD-COMPANY-CODE
042400     MOVE ALL '9' TO WS-FD-ACCOUNT-NUMBER
042500     MOVE WS-FED-ITEM-COUNT TO WS-FT-DETAIL-COUNT
042600     WRITE WORK-RECORD FROM WS-FEED-RECORD.
042700 5000-WRITE-TRAILER-EXIT.
042800     EXIT.
042900
043000*--------------------------------------------------------------
043100* REGISTER TOTALS. AN ITEM WHOSE ACCOUNT HAS LEFT INPTMSTR IS
043200* STILL FED - FILE-DEMO REJECTS IT THE USUAL WAY - BUT ENDS THE
043300* RUN RC=4 SO THE BATCH OWNER HEARS ABOUT IT.
043400*--------------------------------------------------------------
043500 8000-SUMMARIZE.
043600     IF WS-REPORT-FILE-OPEN
043700         MOVE SPACES TO REPORT-RECORD
043800         WRITE REPORT-RECORD
043900         MOVE 'BATCHES OPEN' TO TL-LABEL
044000         MOVE WS-OPEN-COUNT TO TL-COUNT
044100         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
044200         MOVE 'BATCHES CLOSED, NOT RELEASED' TO TL-LABEL
044300         MOVE WS-CLOSED-COUNT TO TL-COUNT
044400         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
044500         MOVE 'BATCHES RELEASED, NOT FED' TO TL-LABEL
044600         MOVE WS-RELEASED-COUNT TO TL-COUNT
044700         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
044800         MOVE 'BATCHES PROCESSED' TO TL-LABEL
044900         MOVE WS-PROCESSED-COUNT TO TL-COUNT
045000         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
045100         MOVE 'BATCHES FED THIS RUN' TO TL-LABEL
045200         MOVE WS-FED-BATCH-COUNT TO TL-COUNT
045300         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
045400         MOVE 'ITEMS FED THIS RUN' TO TL-LABEL
045500         MOVE WS-FED-ITEM-COUNT TO TL-COUNT
045600         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
045700         MOVE WS-FED-AMOUNT TO AT-AMOUNT
045800         WRITE REPORT-RECORD FROM WS-AMOUNT-TOTAL-LINE
045900         MOVE 'ITEMS NOT ON INPTMSTR' TO TL-LABEL
046000         MOVE WS-NOT-ON-MASTER-COUNT TO TL-COUNT
046100         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
046200     END-IF
046300     DISPLAY 'ADJ-FEED: BATCHES FED........... '
046400         WS-FED-BATCH-COUNT
046500     DISPLAY 'ADJ-FEED: ITEMS FED............. ' WS-FED-ITEM-COUNT
046600     DISPLAY 'ADJ-FEED: NOT ON INPTMSTR....... '
046700         WS-NOT-ON-MASTER-COUNT
046800     DISPLAY 'ADJ-FEED: OPEN / CLOSED......... ' WS-OPEN-COUNT
046900         ' / ' WS-CLOSED-COUNT
047000     IF WS-NOT-ON-MASTER-COUNT > 0 AND RETURN-CODE < 4
047100         MOVE 4 TO RETURN-CODE
047200     END-IF.
047300 8000-SUMMARIZE-EXIT.
047400     EXIT.
047500
047600 9999-TERMINATE.
047700     IF WS-ADJ-FILE-OPEN
047800         CLOSE ADJ-FILE
047900     END-IF
048000     IF WS-MASTER-FILE-OPEN
048100         CLOSE MASTER-FILE
048200     END-IF
048300     IF WS-WORK-FILE-OPEN
048400         CLOSE WORK-FILE
048500     END-IF
048600     IF WS-REPORT-FILE-OPEN
048700         CLOSE REPORT-FILE
048800     END-IF.
048900 9999-TERMINATE-EXIT.
049000     EXIT.
