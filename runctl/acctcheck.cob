000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACCT-CHECK.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. SHARED ACCOUNT-NUMBER CHECK-DIGIT
001100*                   ROUTINE. AN ACCOUNT NUMBER IS A 9-DIGIT BASE
001200*                   FOLLOWED BY A MOD-10 CHECK DIGIT (THE BASE'S
001300*                   DIGITS FROM THE RIGHT ARE WEIGHTED 2, 1, 2
001400*                   ..., A TWO-DIGIT PRODUCT COUNTS AS THE SUM OF
001500*                   ITS DIGITS, AND THE CHECK DIGIT BRINGS THE
001600*                   TOTAL TO A MULTIPLE OF TEN) - IT CATCHES EVERY
001700*                   SINGLE MIS-KEYED DIGIT AND MOST
001800*                   TRANSPOSITIONS. 'G' GENERATES THE CHECK DIGIT
001900*                   FOR ACCT-OPEN; 'V' VERIFIES A NUMBER FOR
002000*                   FILE-DEMO AND THE MAINTENANCE PROGRAMS.
002100*                   NUMBERS WERE PICKED BY HAND BEFORE THE ACCTRNG
002200*                   RANGES EXISTED, SO ONLY A NUMBER WHOSE BASE
002300*                   FALLS INSIDE ONE OF ITS COMPANY'S RANGES MUST
002400*                   VERIFY - ANY OTHER COMES BACK 'L' (LEGACY) AND
002500*                   STANDS. THE RANGES ARE LOADED ONCE, ON THE
002600*                   FIRST 'V' CALL OF THE STEP, AND HELD FOR THE
002700*                   REST OF IT.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RANGE-FILE ASSIGN TO 'ACCTRNG'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS AR-RANGE-KEY
003600         FILE STATUS IS FS-RANGE-FILE.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RANGE-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  RANGE-RECORD.
004300     COPY ARNGREC.
004400
004500 WORKING-STORAGE SECTION.
004600 01  FS-RANGE-FILE               PIC X(02) VALUE '00'.
004700 01  WS-SWITCHES.
004800     05  WS-LOADED-SWITCH        PIC X(01) VALUE 'N'.
004900         88  WS-RANGES-LOADED            VALUE 'Y'.
005000     05  EOF-SWITCH              PIC X(01).
005100         88  END-OF-FILE                    VALUE 'Y'.
005200     05  WS-RANGE-FOUND-SWITCH   PIC X(01).
005300         88  WS-RANGE-FOUND                 VALUE 'Y'.
005400
005500*--------------------------------------------------------------
005600* ISSUED RANGES - COMPANY AND LOW/HIGH BASE ONLY; THE BRANCH
005700* DOES NOT MATTER TO THE CHECK. A RANGE BEYOND THE LIMIT IS NOT
005800* HELD, SO ITS NUMBERS WOULD PASS AS LEGACY - THE STEP'S SYSOUT
005900* AND ALERTLOG SAY SO.
006000*--------------------------------------------------------------
006100 01  WS-RANGE-LIMIT              PIC 9(04) COMP VALUE 500.
006200 01  WS-RANGE-COUNT              PIC 9(04) COMP VALUE ZERO.
006300 01  WS-RANGE-INDEX              PIC 9(04) COMP.
006400 01  WS-RANGE-TABLE.
006500     05  WS-RANGE-ENTRY          OCCURS 500 TIMES.
006600         10  WS-RG-COMPANY-CODE  PIC X(03).
006700         10  WS-RG-BASE-LOW      PIC 9(09).
006800         10  WS-RG-BASE-HIGH     PIC 9(09).
006900
007000*--------------------------------------------------------------
007100* CHECK-DIGIT WORK AREAS - THE BASE IS TAKEN APART ONE DIGIT AT
007200* A TIME THROUGH THE REDEFINITION.
007300*--------------------------------------------------------------
007400 01  WS-BASE-NUMBER              PIC 9(09).
007500 01  WS-BASE-DIGITS              REDEFINES WS-BASE-NUMBER.
007600     05  WS-BASE-DIGIT           PIC 9(01) OCCURS 9 TIMES.
007700 01  WS-DIGIT-INDEX              PIC 9(02) COMP.
007800 01  WS-DIGIT-WEIGHT             PIC 9(01) COMP.
007900 01  WS-DIGIT-PRODUCT            PIC 9(02) COMP.
008000 01  WS-DIGIT-SUM                PIC 9(03) COMP.
008100 01  WS-SUM-QUOTIENT             PIC 9(03) COMP.
008200 01  WS-SUM-REMAINDER            PIC 9(01) COMP.
008300 01  WS-CHECK-DIGIT              PIC 9(01).
008400
008500*--------------------------------------------------------------
008600* SHARED ALERT-WRITER CALL PARAMETER - RAISED UNDER THE CALLING
008700* PROGRAM'S ID.
008800*--------------------------------------------------------------
008900 01  WS-ALERT-PARM.
009000     05  WS-AL-PROGRAM-ID        PIC X(12).
009100     05  WS-AL-SEVERITY          PIC X(01).
009200     05  WS-AL-ALERT-CODE        PIC X(08).
009300     05  WS-AL-ALERT-TEXT        PIC X(40).
009400
009500 LINKAGE SECTION.
009600 01  LK-ACCT-CHECK-PARM.
009700     05  LK-AC-PROGRAM-ID        PIC X(12).
009800     05  LK-AC-FUNCTION          PIC X(01).
009900         88  LK-AC-VERIFY                   VALUE 'V'.
010000         88  LK-AC-GENERATE                 VALUE 'G'.
010100     05  LK-AC-MASTER-KEY.
010200         10  LK-AC-COMPANY-CODE  PIC X(03).
010300         10  LK-AC-ACCOUNT-NUMBER
010400                                 PIC X(10).
010500     05  LK-AC-RESULT            PIC X(01).
010600         88  LK-AC-VALID                    VALUE 'Y'.
010700         88  LK-AC-FAILED                   VALUE 'N'.
010800         88  LK-AC-LEGACY                   VALUE 'L'.
010900
011000 PROCEDURE DIVISION USING LK-ACCT-CHECK-PARM.
011100 0000-MAINLINE.
011200     MOVE 'N' TO LK-AC-RESULT
011300     IF LK-AC-ACCOUNT-NUMBER (1:9) NOT NUMERIC
011400         GOBACK
011500     END-IF
011600     MOVE LK-AC-ACCOUNT-NUMBER (1:9) TO WS-BASE-NUMBER
011700     PERFORM 2000-COMPUTE-CHECK-DIGIT
011800         THRU 2000-COMPUTE-CHECK-DIGIT-EXIT
011900     IF LK-AC-GENERATE
012000         MOVE WS-CHECK-DIGIT TO LK-AC-ACCOUNT-NUMBER (10:1)
012100         MOVE 'Y' TO LK-AC-RESULT
012200         GOBACK
012300     END-IF
012400     IF NOT WS-RANGES-LOADED
012500         PERFORM 1000-LOAD-RANGES
012600             THRU 1000-LOAD-RANGES-EXIT
012700     END-IF
012800     PERFORM 3000-FIND-RANGE
012900         THRU 3000-FIND-RANGE-EXIT
013000     IF NOT WS-RANGE-FOUND
013100         MOVE 'L' TO LK-AC-RESULT
013200         GOBACK
013300     END-IF
013400     IF LK-AC-ACCOUNT-NUMBER (10:1) = WS-CHECK-DIGIT
013500         MOVE 'Y' TO LK-AC-RESULT
013600     END-IF
013700     GOBACK.
013800
013900*--------------------------------------------------------------
014000* NO ACCTRNG ON FILE MEANS NO RANGE HAS BEEN ISSUED YET - EVERY
014100* NUMBER IS LEGACY AND THE CHECK IS BYPASSED FOR THE STEP.
014200*--------------------------------------------------------------
014300 1000-LOAD-RANGES.
014400     MOVE 'Y' TO WS-LOADED-SWITCH
014500     MOVE LK-AC-PROGRAM-ID TO WS-AL-PROGRAM-ID
014600     OPEN INPUT RANGE-FILE
014700     IF FS-RANGE-FILE NOT = '00' AND '05'
014800         DISPLAY 'ACCT-CHECK: NO ACCTRNG, STATUS=' FS-RANGE-FILE
014900             ' - CHECK DIGITS NOT VERIFIED'
015000         MOVE 'W' TO WS-AL-SEVERITY
015100         MOVE 'CHKDBYPA' TO WS-AL-ALERT-CODE
015200         MOVE 'NO ACCTRNG - CHECK DIGITS NOT VERIFIED'
015300             TO WS-AL-ALERT-TEXT
015400         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
015500         GO TO 1000-LOAD-RANGES-EXIT
015600     END-IF
015700     MOVE 'N' TO EOF-SWITCH
015800     PERFORM 1100-LOAD-ONE-RANGE
015900         THRU 1100-LOAD-ONE-RANGE-EXIT
016000         UNTIL END-OF-FILE
016100     CLOSE RANGE-FILE.
016200 1000-LOAD-RANGES-EXIT.
016300     EXIT.
016400
016500 1100-LOAD-ONE-RANGE.
016600     READ RANGE-FILE
016700         AT END
016800             MOVE 'Y' TO EOF-SWITCH
016900             GO TO 1100-LOAD-ONE-RANGE-EXIT
017000     END-READ
017100     IF WS-RANGE-COUNT NOT < WS-RANGE-LIMIT
017200         DISPLAY 'ACCT-CHECK: RANGE TABLE FULL - '
017300             AR-COMPANY-CODE ' ' AR-BRANCH-CODE
017400             ' AND LATER RANGES NOT CHECKED'
017500         MOVE 'W' TO WS-AL-SEVERITY
017600         MOVE 'RNGFULL ' TO WS-AL-ALERT-CODE
017700         MOVE 'ACCT-CHECK RANGE TABLE FULL'
017800             TO WS-AL-ALERT-TEXT
017900         CALL 'ALERT-WRITER' USING WS-ALERT-PARM
018000         MOVE 'Y' TO EOF-SWITCH
018100         GO TO 1100-LOAD-ONE-RANGE-EXIT
018200     END-IF
018300     ADD 1 TO WS-RANGE-COUNT
018400     MOVE AR-COMPANY-CODE TO WS-RG-COMPANY-CODE (WS-RANGE-COUNT)
018500     MOVE AR-BASE-LOW TO WS-RG-BASE-LOW (WS-RANGE-COUNT)
018600     MOVE AR-BASE-HIGH TO WS-RG-BASE-HIGH (WS-RANGE-COUNT).
018700 1100-LOAD-ONE-RANGE-EXIT.
018800     EXIT.
018900
019000*--------------------------------------------------------------
019100* WEIGHTS RUN 2, 1, 2 ... FROM THE RIGHTMOST BASE DIGIT, THE ONE
019200* NEXT TO THE CHECK DIGIT.
019300*--------------------------------------------------------------
019400 2000-COMPUTE-CHECK-DIGIT.
019500     MOVE ZERO TO WS-DIGIT-SUM
019600     MOVE 9 TO WS-DIGIT-INDEX
019700     MOVE 2 TO WS-DIGIT-WEIGHT
019800     PERFORM 2100-WEIGH-ONE-DIGIT
019900         THRU 2100-WEIGH-ONE-DIGIT-EXIT
020000         UNTIL WS-DIGIT-INDEX = ZERO
020100     DIVIDE WS-DIGIT-SUM BY 10
020200         GIVING WS-SUM-QUOTIENT REMAINDER WS-SUM-REMAINDER
020300     IF WS-SUM-REMAINDER = ZERO
020400         MOVE ZERO TO WS-CHECK-DIGIT
020500     ELSE
020600         COMPUTE WS-CHECK-DIGIT = 10 - WS-SUM-REMAINDER
020700     END-IF.
020800 2000-COMPUTE-CHECK-DIGIT-EXIT.
020900     EXIT.
021000
021100 2100-WEIGH-ONE-DIGIT.
021200     COMPUTE WS-DIGIT-PRODUCT =
021300         WS-BASE-DIGIT (WS-DIGIT-INDEX) * WS-DIGIT-WEIGHT
021400     IF WS-DIGIT-PRODUCT > 9
021500         SUBTRACT 9 FROM WS-DIGIT-PRODUCT
021600     END-IF
021700     ADD WS-DIGIT-PRODUCT TO WS-DIGIT-SUM
021800     IF WS-DIGIT-WEIGHT = 2
021900         MOVE 1 TO WS-DIGIT-WEIGHT
022000     ELSE
022100         MOVE 2 TO WS-DIGIT-WEIGHT
022200     END-IF
022300     SUBTRACT 1 FROM WS-DIGIT-INDEX.
022400 2100-WEIGH-ONE-DIGIT-EXIT.
022500     EXIT.
022600
022700 3000-FIND-RANGE.
022800     MOVE 'N' TO WS-RANGE-FOUND-SWITCH
022900     MOVE 1 TO WS-RANGE-INDEX
023000     PERFORM 3100-CHECK-ONE-RANGE
023100         THRU 3100-CHECK-ONE-RANGE-EXIT
023200         UNTIL WS-RANGE-FOUND OR
023300               WS-RANGE-INDEX > WS-RANGE-COUNT.
023400 3000-FIND-RANGE-EXIT.
023500     EXIT.
023600
023700 3100-CHECK-ONE-RANGE.
023800     IF WS-RG-COMPANY-CODE (WS-RANGE-INDEX) =
023900            LK-AC-COMPANY-CODE AND
024000        WS-BASE-NUMBER NOT < WS-RG-BASE-LOW (WS-RANGE-INDEX) AND
024100        WS-BASE-NUMBER NOT > WS-RG-BASE-HIGH (WS-RANGE-INDEX)
024200         MOVE 'Y' TO WS-RANGE-FOUND-SWITCH
024300     ELSE
024400         ADD 1 TO WS-RANGE-INDEX
024500     END-IF.
024600 3100-CHECK-ONE-RANGE-EXIT.
024700     EXIT.
