001900*                   KEEP A BAD ENTRY (UNKNOWN TYPE, BLANK CODE,
002000*                   NON-NUMERIC DATE OR FILE NUMBER) OFF THE
002100*                   MASTER.
002110* 2026-10-15  DLBS  ACCEPTS THE NEW 'T' REPORTING-THRESHOLD
002120*                   ENTRY. ITS FIGURES MUST BE NUMERIC, THE NEAR-
002130*                   THRESHOLD FLOOR BELOW THE REPORTING AMOUNT,
002140*                   AND THE WINDOW AND ITEM COUNT BETWEEN 1 AND
002150*                   20 (REJECT REASON THRS).
002160* 2026-10-15  DLBS  THE 'T' ENTRY 'INTTAX' IS EDITED ON ITS OWN
002170*                   VIEW - A NUMERIC REPORTING MINIMUM AND A
002180*                   PAYER ID (REJECT REASON ITAX).
002184* 2026-10-15  DLBS  A 'C' ENTRY MUST CARRY ITS COMPANY'S CURRENCY
002188*                   CODE, AND THE 'T' ENTRY 'GROUPCCY' THE GROUP
002192*                   REPORTING CURRENCY - THREE LETTERS (REJECT
002196*                   REASON CCY).
002197* 2026-10-15  DLBS  THE 'T' ENTRY 'BALSNAP' MUST CARRY A RETENTION
002198*                   OF 1 TO 120 MONTHS (REJECT REASON RETN).
002199* 2026-10-15  DLBS  A 'C' ENTRY'S CHARGE-OFF AGE MUST BE NUMERIC
002200*                   BUSINESS DAYS, OR BLANK FOR NO WRITE-OFF
002201*                   PROPOSALS (REJECT REASON CHGO).
002202*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
007700     COPY CTLREC.
007800
007900 01  WS-REJECT-REASON            PIC X(04).
007950 01  WS-CURRENCY-CODE            PIC X(03).
008000
008100 01  WS-COUNTERS.
008200     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
021000        NOT CT-SOURCE-ENTRY OF WS-CONTROL-RECORD AND
021100        NOT CT-COMPANY-ENTRY OF WS-CONTROL-RECORD AND
021200        NOT CT-BUSINESS-DAY-ENTRY OF WS-CONTROL-RECORD AND
021300        NOT CT-OPEN-PERIOD-ENTRY OF WS-CONTROL-RECORD AND
021350        NOT CT-THRESHOLD-ENTRY OF WS-CONTROL-RECORD
021400         MOVE 'TYPE' TO WS-REJECT-REASON
021500         GO TO 2200-EDIT-TRANSACTION-EXIT
021600     END-IF
023100         MOVE 'PERD' TO WS-REJECT-REASON
023200         GO TO 2200-EDIT-TRANSACTION-EXIT
023300     END-IF
023310     IF CT-COMPANY-ENTRY OF WS-CONTROL-RECORD AND
023320        CT-CO-CHARGEOFF-DAYS OF WS-CONTROL-RECORD NOT NUMERIC AND
023330        CT-CO-CHARGEOFF-DAYS OF WS-CONTROL-RECORD NOT = SPACES
023340         MOVE 'CHGO' TO WS-REJECT-REASON
023350         GO TO 2200-EDIT-TRANSACTION-EXIT
023360     END-IF
023400     IF CT-COMPANY-ENTRY OF WS-CONTROL-RECORD AND
023500        CT-CO-FILE-NUMBER OF WS-CONTROL-RECORD NOT NUMERIC
023600         MOVE 'FILE' TO WS-REJECT-REASON
023601         GO TO 2200-EDIT-TRANSACTION-EXIT
023602     END-IF
023603     IF CT-COMPANY-ENTRY OF WS-CONTROL-RECORD
023604         MOVE CT-CO-CURRENCY-CODE OF WS-CONTROL-RECORD
023605             TO WS-CURRENCY-CODE
023606         PERFORM 2270-EDIT-CURRENCY-CODE
023607             THRU 2270-EDIT-CURRENCY-CODE-EXIT
023610         GO TO 2200-EDIT-TRANSACTION-EXIT
023620     END-IF
023630     IF CT-THRESHOLD-ENTRY OF WS-CONTROL-RECORD
023640         IF CT-ENTRY-CODE OF WS-CONTROL-RECORD = 'INTTAX'
023650             PERFORM 2260-EDIT-TAX-MINIMUM
023658                 THRU 2260-EDIT-TAX-MINIMUM-EXIT
023666         ELSE
023674             IF CT-ENTRY-CODE OF WS-CONTROL-RECORD = 'GROUPCCY'
023682                 MOVE CT-GR-CURRENCY-CODE OF WS-CONTROL-RECORD
023683                     TO WS-CURRENCY-CODE
023684                 PERFORM 2270-EDIT-CURRENCY-CODE
023685                     THRU 2270-EDIT-CURRENCY-CODE-EXIT
023686             ELSE
023687                 IF CT-ENTRY-CODE OF WS-CONTROL-RECORD = 'BALSNAP'
023688                     PERFORM 2280-EDIT-SNAPSHOT-RETENTION
023689                         THRU 2280-EDIT-SNAPSHOT-RETENTION-EXIT
023690                 ELSE
023691                     PERFORM 2250-EDIT-THRESHOLD
023692                         THRU 2250-EDIT-THRESHOLD-EXIT
023693                 END-IF
023694             END-IF
023695         END-IF
023700     END-IF.
023800 2200-EDIT-TRANSACTION-EXIT.
023900     EXIT.
023904
023908*--------------------------------------------------------------
023912* THE WINDOW AND COUNT ARE CAPPED AT 20 - LTX-REPORT HOLDS A
023916* CUSTOMER'S NEAR-THRESHOLD ITEMS IN A FIXED WINDOW TABLE.
023920*--------------------------------------------------------------
023924 2250-EDIT-THRESHOLD.
023928     IF CT-TH-REPORT-AMOUNT OF WS-CONTROL-RECORD NOT NUMERIC OR
023932        CT-TH-NEAR-AMOUNT OF WS-CONTROL-RECORD NOT NUMERIC OR
023936        CT-TH-WINDOW-DAYS OF WS-CONTROL-RECORD NOT NUMERIC OR
023940        CT-TH-NEAR-COUNT OF WS-CONTROL-RECORD NOT NUMERIC
023944         MOVE 'THRS' TO WS-REJECT-REASON
023948         GO TO 2250-EDIT-THRESHOLD-EXIT
023952     END-IF
023956     IF CT-TH-REPORT-AMOUNT OF WS-CONTROL-RECORD = ZERO OR
023960        CT-TH-NEAR-AMOUNT OF WS-CONTROL-RECORD NOT <
023964            CT-TH-REPORT-AMOUNT OF WS-CONTROL-RECORD OR
023968        CT-TH-WINDOW-DAYS OF WS-CONTROL-RECORD = ZERO OR
023972        CT-TH-WINDOW-DAYS OF WS-CONTROL-RECORD > 20 OR
023976        CT-TH-NEAR-COUNT OF WS-CONTROL-RECORD = ZERO OR
023980        CT-TH-NEAR-COUNT OF WS-CONTROL-RECORD > 20
023984         MOVE 'THRS' TO WS-REJECT-REASON
023988     END-IF.
023992 2250-EDIT-THRESHOLD-EXIT.
023996     EXIT.
023997
023998*--------------------------------------------------------------
023999* A ZERO MINIMUM IS ALLOWED - EVERY ACCOUNT THAT WAS PAID ANY
024000* INTEREST IS THEN FILED.
024001*--------------------------------------------------------------
024002 2260-EDIT-TAX-MINIMUM.
024003     IF CT-TX-REPORT-MINIMUM OF WS-CONTROL-RECORD NOT NUMERIC OR
024004        CT-TX-PAYER-ID OF WS-CONTROL-RECORD = SPACES
024005         MOVE 'ITAX' TO WS-REJECT-REASON
024006     END-IF.
024007 2260-EDIT-TAX-MINIMUM-EXIT.
024008     EXIT.
024009
024010*--------------------------------------------------------------
024011* A CURRENCY CODE IS THREE LETTERS - NO BLANKS, NO DIGITS.
024012*--------------------------------------------------------------
024013 2270-EDIT-CURRENCY-CODE.
024014     IF WS-CURRENCY-CODE NOT ALPHABETIC-UPPER OR
024015        WS-CURRENCY-CODE (1:1) = SPACE OR
024016        WS-CURRENCY-CODE (2:1) = SPACE OR
024017        WS-CURRENCY-CODE (3:1) = SPACE
024018         MOVE 'CCY ' TO WS-REJECT-REASON
024019     END-IF.
024020 2270-EDIT-CURRENCY-CODE-EXIT.
024021     EXIT.
024022
024023*--------------------------------------------------------------
024024* AT LEAST THE RUN MONTH MUST STAY ONLINE - NEXT MONTH'S
024025* ADB-REPORT OPENS EACH ACCOUNT FROM ITS LAST SNAPSHOT.
024026*--------------------------------------------------------------
024027 2280-EDIT-SNAPSHOT-RETENTION.
024028     IF CT-SN-RETAIN-MONTHS OF WS-CONTROL-RECORD NOT NUMERIC
024029         MOVE 'RETN' TO WS-REJECT-REASON
024030         GO TO 2280-EDIT-SNAPSHOT-RETENTION-EXIT
024031     END-IF
024032     IF CT-SN-RETAIN-MONTHS OF WS-CONTROL-RECORD = ZERO OR
024033        CT-SN-RETAIN-MONTHS OF WS-CONTROL-RECORD > 120
024034         MOVE 'RETN' TO WS-REJECT-REASON
024035     END-IF.
024036 2280-EDIT-SNAPSHOT-RETENTION-EXIT.
024037     EXIT.
024038
024100 3000-ADD-CONTROL-ENTRY.
024200     MOVE WS-CONTROL-RECORD TO CONTROL-MASTER-RECORD
024300     WRITE CONTROL-MASTER-RECORD
