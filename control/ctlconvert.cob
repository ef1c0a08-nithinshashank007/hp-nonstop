002000*                   CONTRIBUTES NO ENTRIES OF ITS TYPE, WITH A
002100*                   WARNING. ENTRY COUNTS PER TYPE ARE DISPLAYED
002200*                   AS THE PROOF SHEET.
002210* 2026-10-15  DLBS  'T' REPORTING-THRESHOLD ENTRIES HAVE NO FLAT
002220*                   FILE BEHIND THEM, SO THEY ARE READ OFF THE OLD
002230*                   MASTER BEFORE THE REBUILD AND WRITTEN BACK
002240*                   AFTER IT - A MONTH-END RESYNC NO LONGER WIPES
002250*                   THEM.
002257* 2026-10-15  DLBS  COMPTAB GAINS A CURRENCY-CODE COLUMN, MOVED
002264*                   TO THE 'C' ENTRY. A BLANK COLUMN KEEPS THE
002271*                   CURRENCY THE OLD MASTER'S ENTRY CARRIED (SO A
002278*                   CODE KEYED THROUGH CTL-MAINT SURVIVES THE
002285*                   RESYNC); A COMPANY WITH NEITHER IS COUNTED AND
002292*                   ENDS THE RUN RC=4.
002294* 2026-10-15  DLBS  THE 'C' ENTRY'S CHARGE-OFF AGE HAS NO COMPTAB
002296*                   COLUMN, SO THE AGE THE OLD MASTER'S ENTRY
002298*                   CARRIED IS KEPT ACROSS THE REBUILD.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS CT-CONTROL-KEY
003100         FILE STATUS IS FS-CONTROL-MASTER-FILE.
003200     SELECT BRANCH-FILE ASSIGN TO 'BRANCHLS'
007000     05  CO-COMPANY-NAME         PIC X(20).
007100     05  CO-FILL-2               PIC X(01).
007200     05  CO-FILE-NUMBER          PIC 9(01).
007230     05  CO-FILL-3               PIC X(01).
007260     05  CO-CURRENCY-CODE        PIC X(03).
007300
007400 FD  CALENDAR-FILE
007500     LABEL RECORDS ARE STANDARD.
009400         88  WS-COMPANY-EOF              VALUE 'Y'.
009500     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
009600         88  WS-CALENDAR-EOF             VALUE 'Y'.
009608     05  WS-CARRY-EOF-SWITCH     PIC X(01) VALUE 'N'.
009616         88  WS-CARRY-EOF                VALUE 'Y'.
009624
009632*--------------------------------------------------------------
009640* ENTRIES KEYED ONLY THROUGH CTL-MAINT, HELD ACROSS THE REBUILD.
009648*--------------------------------------------------------------
009656 01  WS-CARRY-LIMIT              PIC 9(03) COMP VALUE 20.
009664 01  WS-CARRY-INDEX              PIC 9(03) COMP.
009672 01  WS-CARRY-TABLE.
009680     05  WS-CARRY-ENTRY          OCCURS 20 TIMES
009688                                 PIC X(41).
009689
009690*--------------------------------------------------------------
009691* EACH COMPANY'S CURRENCY AND CHARGE-OFF AGE AS THE OLD MASTER
009692* HELD THEM - COMPTAB MAY LEAVE THE ONE BLANK AND LACKS THE OTHER.
009693*--------------------------------------------------------------
009694 01  WS-CURRENCY-LIMIT           PIC 9(03) COMP VALUE 20.
009695 01  WS-CURRENCY-COUNT           PIC 9(03) COMP VALUE ZERO.
009696 01  WS-CURRENCY-INDEX           PIC 9(03) COMP.
009697 01  WS-CURRENCY-TABLE.
009698     05  WS-CURRENCY-ENTRY       OCCURS 20 TIMES.
009699         10  WS-CC-COMPANY-CODE  PIC X(03).
009700         10  WS-CC-CURRENCY-CODE PIC X(03).
009701         10  WS-CC-CHARGEOFF-DAYS PIC X(03).
009702
009800 01  WS-COUNTERS.
009900     05  WS-BRANCH-COUNT         PIC 9(05) COMP VALUE ZERO.
010000     05  WS-SOURCE-COUNT         PIC 9(05) COMP VALUE ZERO.
010200     05  WS-DAY-COUNT            PIC 9(05) COMP VALUE ZERO.
010300     05  WS-PERIOD-COUNT         PIC 9(05) COMP VALUE ZERO.
010400     05  WS-DUPLICATE-COUNT      PIC 9(05) COMP VALUE ZERO.
010450     05  WS-CARRY-COUNT          PIC 9(05) COMP VALUE ZERO.
010470     05  WS-NO-CURRENCY-COUNT    PIC 9(05) COMP VALUE ZERO.
010500
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010730     PERFORM 0500-SAVE-CARRIED-ENTRIES
010760         THRU 0500-SAVE-CARRIED-ENTRIES-EXIT
010800     OPEN OUTPUT CONTROL-MASTER-FILE
010900     IF FS-CONTROL-MASTER-FILE NOT = '00'
011000         DISPLAY 'CTL-CONVERT: CTLMSTR OPEN FAILED, STATUS='
012000         THRU 3000-CONVERT-COMPANIES-EXIT
012100     PERFORM 4000-CONVERT-CALENDAR
012200         THRU 4000-CONVERT-CALENDAR-EXIT
012220     MOVE 1 TO WS-CARRY-INDEX
012240     PERFORM 5000-RESTORE-ONE-ENTRY
012260         THRU 5000-RESTORE-ONE-ENTRY-EXIT
012280         UNTIL WS-CARRY-INDEX > WS-CARRY-COUNT
012300     CLOSE CONTROL-MASTER-FILE
012400     PERFORM 8000-SUMMARIZE
012500         THRU 8000-SUMMARIZE-EXIT
012600     STOP RUN.
012700
012702*--------------------------------------------------------------
012704* NO OLD MASTER (THE FIRST BUILD) MEANS NOTHING TO CARRY. THE
012705* SWEEP STARTS AT THE 'C' ENTRIES (FOR THEIR CURRENCY CODES AND
012706* CHARGE-OFF AGES) AND RUNS TO THE END FOR THE 'T' ENTRIES.
012707*--------------------------------------------------------------
012708 0500-SAVE-CARRIED-ENTRIES.
012710     OPEN INPUT CONTROL-MASTER-FILE
012712     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
012714         GO TO 0500-SAVE-CARRIED-ENTRIES-EXIT
012716     END-IF
012718     MOVE 'C' TO CT-ENTRY-TYPE
012720     MOVE LOW-VALUES TO CT-ENTRY-CODE
012722     START CONTROL-MASTER-FILE
012724         KEY IS NOT LESS THAN CT-CONTROL-KEY
012726         INVALID KEY
012728             MOVE 'Y' TO WS-CARRY-EOF-SWITCH
012730     END-START
012732     PERFORM 0600-SAVE-ONE-ENTRY
012734         THRU 0600-SAVE-ONE-ENTRY-EXIT
012736         UNTIL WS-CARRY-EOF
012738     CLOSE CONTROL-MASTER-FILE.
012740 0500-SAVE-CARRIED-ENTRIES-EXIT.
012742     EXIT.
012744
012746 0600-SAVE-ONE-ENTRY.
012748     READ CONTROL-MASTER-FILE NEXT RECORD
012750         AT END
012752             MOVE 'Y' TO WS-CARRY-EOF-SWITCH
012754             GO TO 0600-SAVE-ONE-ENTRY-EXIT
012756     END-READ
012758     IF CT-COMPANY-ENTRY
012760         PERFORM 0700-SAVE-COMPANY-CURRENCY
012761             THRU 0700-SAVE-COMPANY-CURRENCY-EXIT
012762         GO TO 0600-SAVE-ONE-ENTRY-EXIT
012764     END-IF
012765     IF NOT CT-THRESHOLD-ENTRY
012766         GO TO 0600-SAVE-ONE-ENTRY-EXIT
012767     END-IF
012768     IF WS-CARRY-COUNT < WS-CARRY-LIMIT
012769         ADD 1 TO WS-CARRY-COUNT
012770         MOVE CONTROL-MASTER-RECORD
012771             TO WS-CARRY-ENTRY (WS-CARRY-COUNT)
012772     ELSE
012774         DISPLAY 'CTL-CONVERT: CARRY TABLE FULL - '
012776             CT-ENTRY-TYPE ' ' CT-ENTRY-CODE ' NOT CARRIED'
012778         MOVE 4 TO RETURN-CODE
012780     END-IF.
012782 0600-SAVE-ONE-ENTRY-EXIT.
012784     EXIT.
012785
012786 0700-SAVE-COMPANY-CURRENCY.
012787     IF CT-CO-CURRENCY-CODE = SPACES AND
012788        CT-CO-CHARGEOFF-DAYS NOT NUMERIC
012789         GO TO 0700-SAVE-COMPANY-CURRENCY-EXIT
012790     END-IF
012791     IF WS-CURRENCY-COUNT < WS-CURRENCY-LIMIT
012792         ADD 1 TO WS-CURRENCY-COUNT
012793         MOVE CT-ENTRY-CODE
012794             TO WS-CC-COMPANY-CODE (WS-CURRENCY-COUNT)
012795         MOVE CT-CO-CURRENCY-CODE
012796             TO WS-CC-CURRENCY-CODE (WS-CURRENCY-COUNT)
012797         MOVE CT-CO-CHARGEOFF-DAYS
012798             TO WS-CC-CHARGEOFF-DAYS (WS-CURRENCY-COUNT)
012799     ELSE
012800         DISPLAY 'CTL-CONVERT: CURRENCY TABLE FULL - COMPANY '
012801             CT-ENTRY-CODE ' CURRENCY NOT CARRIED'
012802         MOVE 4 TO RETURN-CODE
012803     END-IF.
012804 0700-SAVE-COMPANY-CURRENCY-EXIT.
012805     EXIT.
012806 1000-CONVERT-BRANCHES.
012900     OPEN INPUT BRANCH-FILE
013000     IF FS-BRANCH-FILE NOT = '00'
013100         DISPLAY 'CTL-CONVERT: NO BRANCHLS - NO BRANCH ENTRIES'
020700     MOVE CO-COMPANY-CODE TO CT-ENTRY-CODE
020800     MOVE CO-COMPANY-NAME TO CT-CO-COMPANY-NAME
020900     MOVE CO-FILE-NUMBER TO CT-CO-FILE-NUMBER
020909     MOVE CO-CURRENCY-CODE TO CT-CO-CURRENCY-CODE
020918     IF CT-CO-CURRENCY-CODE = SPACES
020927         PERFORM 3200-FIND-OLD-CURRENCY
020936             THRU 3200-FIND-OLD-CURRENCY-EXIT
020945     END-IF
020954     IF CT-CO-CURRENCY-CODE = SPACES
020963         ADD 1 TO WS-NO-CURRENCY-COUNT
020972         DISPLAY 'CTL-CONVERT: COMPANY ' CO-COMPANY-CODE
020981             ' HAS NO CURRENCY CODE'
020990     END-IF
020993     PERFORM 3300-FIND-OLD-CHARGEOFF
020996         THRU 3300-FIND-OLD-CHARGEOFF-EXIT
021000     PERFORM 7000-WRITE-CONTROL-ENTRY
021100         THRU 7000-WRITE-CONTROL-ENTRY-EXIT
021200     ADD 1 TO WS-COMPANY-COUNT.
021300 3100-CONVERT-ONE-COMPANY-EXIT.
021400     EXIT.
021405
021410 3200-FIND-OLD-CURRENCY.
021415     MOVE 1 TO WS-CURRENCY-INDEX
021420     PERFORM 3250-SCAN-CURRENCY-SLOT
021425         THRU 3250-SCAN-CURRENCY-SLOT-EXIT
021430         UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT OR
021435             WS-CC-COMPANY-CODE (WS-CURRENCY-INDEX) =
021440                 CO-COMPANY-CODE
021445     IF WS-CURRENCY-INDEX NOT > WS-CURRENCY-COUNT
021450         MOVE WS-CC-CURRENCY-CODE (WS-CURRENCY-INDEX)
021455             TO CT-CO-CURRENCY-CODE
021460     END-IF.
021465 3200-FIND-OLD-CURRENCY-EXIT.
021470     EXIT.
021475
021480 3250-SCAN-CURRENCY-SLOT.
021485     ADD 1 TO WS-CURRENCY-INDEX.
021490 3250-SCAN-CURRENCY-SLOT-EXIT.
021495     EXIT.
021496
021497 3300-FIND-OLD-CHARGEOFF.
021498     MOVE 1 TO WS-CURRENCY-INDEX
021499     PERFORM 3250-SCAN-CURRENCY-SLOT
021500         THRU 3250-SCAN-CURRENCY-SLOT-EXIT
021501         UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT OR
021502             WS-CC-COMPANY-CODE (WS-CURRENCY-INDEX) =
021503                 CO-COMPANY-CODE
021504     IF WS-CURRENCY-INDEX NOT > WS-CURRENCY-COUNT AND
021505        WS-CC-CHARGEOFF-DAYS (WS-CURRENCY-INDEX) NUMERIC
021506         MOVE WS-CC-CHARGEOFF-DAYS (WS-CURRENCY-INDEX)
021507             TO CT-CO-CHARGEOFF-DAYS
021508     END-IF.
021509 3300-FIND-OLD-CHARGEOFF-EXIT.
021510     EXIT.
021511
021600 4000-CONVERT-CALENDAR.
021700     OPEN INPUT CALENDAR-FILE
021800     IF FS-CALENDAR-FILE NOT = '00'
025200 4100-CONVERT-ONE-CALENDAR-EXIT.
025300     EXIT.
025400
025410 5000-RESTORE-ONE-ENTRY.
025420     MOVE WS-CARRY-ENTRY (WS-CARRY-INDEX) TO CONTROL-MASTER-RECORD
025430     PERFORM 7000-WRITE-CONTROL-ENTRY
025440         THRU 7000-WRITE-CONTROL-ENTRY-EXIT
025450     ADD 1 TO WS-CARRY-INDEX.
025460 5000-RESTORE-ONE-ENTRY-EXIT.
025470     EXIT.
025500 7000-WRITE-CONTROL-ENTRY.
025600     WRITE CONTROL-MASTER-RECORD
025700         INVALID KEY
027000     DISPLAY 'CTL-CONVERT: BUSINESS DAYS....... ' WS-DAY-COUNT
027100     DISPLAY 'CTL-CONVERT: OPEN-PERIOD ENTRIES. '
027200         WS-PERIOD-COUNT
027230     DISPLAY 'CTL-CONVERT: CARRIED ENTRIES..... '
027260         WS-CARRY-COUNT
027300     DISPLAY 'CTL-CONVERT: DUPLICATES IGNORED.. '
027400         WS-DUPLICATE-COUNT
027430     DISPLAY 'CTL-CONVERT: NO CURRENCY CODE.... '
027460         WS-NO-CURRENCY-COUNT
027500     IF WS-DUPLICATE-COUNT > 0 AND RETURN-CODE < 4
027600         MOVE 4 TO RETURN-CODE
027620     END-IF
027640     IF WS-NO-CURRENCY-COUNT > 0 AND RETURN-CODE < 4
027660         MOVE 4 TO RETURN-CODE
027700     END-IF.
027800 8000-SUMMARIZE-EXIT.
027900     EXIT.
