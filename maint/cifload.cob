000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIF-LOAD.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. ONE-TIME LOAD OF THE CUSTOMER
001100*                   RELATIONSHIP MASTER (CIFMSTR) AND RELATIONSHIP
001200*                   FILE (CIFLINK) FROM CUSTMSTR. READS THE
001300*                   CUSTMSTR IMAGES SORTED BY CUSTOMER NAME
001400*                   (CUSTSORT) AND GIVES EACH DISTINCT NAME ONE
001500*                   CUSTOMER NUMBER, NUMBERED FROM 1 IN NAME
001600*                   ORDER, WITH EVERY ACCOUNT CARRYING THAT NAME
001700*                   LINKED TO IT AS PRIMARY. THE MATCH IS ON THE
001800*                   NAME ALONE, SO EVERY LINK IS WRITTEN DRAFT -
001900*                   NONE COUNTS IN A CUSTOMER'S POSITION UNTIL
002000*                   CIFLNK-MAINT CONFIRMS IT - AND THE REVIEW LIST
002100*                   (CIFLDRPT) FLAGS EVERY CUSTOMER WHOSE NAME
002200*                   MATCHED MORE THAN ONE ACCOUNT OR SPANNED
002300*                   COMPANIES OR BRANCHES. REFUSES TO RUN (RC=8)
002400*                   WHEN CIFMSTR OR CIFLINK ALREADY HOLDS A
002500*                   RECORD, SO A SECOND RUN CANNOT RENUMBER
002600*                   CUSTOMERS ALREADY IN USE.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SORTED-CUST-FILE ASSIGN TO 'CUSTSORT'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FS-SORTED-CUST-FILE.
003400     SELECT CUSTOMER-FILE ASSIGN TO 'CIFMSTR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CF-CUSTOMER-NUMBER
003800         FILE STATUS IS FS-CUSTOMER-FILE.
003900     SELECT LINK-FILE ASSIGN TO 'CIFLINK'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CL-LINK-KEY
004300         FILE STATUS IS FS-LINK-FILE.
004400     SELECT REPORT-FILE ASSIGN TO 'CIFLDRPT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-REPORT-FILE.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SORTED-CUST-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  SORTED-CUST-RECORD.
005300     COPY CUSTREC.
005400
005500 FD  CUSTOMER-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  CUSTOMER-RECORD.
005800     COPY CIFREC.
005900
006000 FD  LINK-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  LINK-RECORD.
006300     COPY CIFLREC.
006400
006500 FD  REPORT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  REPORT-RECORD               PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000 01  FS-SORTED-CUST-FILE         PIC X(02) VALUE '00'.
007100 01  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
007200 01  FS-LINK-FILE                PIC X(02) VALUE '00'.
007300 01  FS-REPORT-FILE              PIC X(02) VALUE '00'.
007400 01  WS-SWITCHES.
007500     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
007600         88  END-OF-FILE                    VALUE 'Y'.
007700     05  WS-OUTPUT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
007800         88  WS-OUTPUT-FILES-OPEN           VALUE 'Y'.
007900     05  WS-INPUT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
008000         88  WS-INPUT-FILE-OPEN             VALUE 'Y'.
008100     05  WS-CUSTOMER-SWITCH      PIC X(01) VALUE 'N'.
008200         88  WS-CUSTOMER-IN-PROGRESS        VALUE 'Y'.
008300     05  WS-SPANS-COMPANY-SWITCH PIC X(01).
008400         88  WS-SPANS-COMPANIES             VALUE 'Y'.
008500     05  WS-SPANS-BRANCH-SWITCH  PIC X(01).
008600         88  WS-SPANS-BRANCHES              VALUE 'Y'.
008700
008800 01  WS-RUN-DATE                 PIC 9(08).
008900
009000*--------------------------------------------------------------
009100* THE CUSTOMER BEING BUILT - ITS NAME IS THE CONTROL BREAK, ITS
009200* FIRST ACCOUNT GIVES THE SHORT NAME AND HOME BRANCH, AND THE
009300* EARLIEST ACCOUNT OPEN DATE BECOMES THE CUSTOMER'S OPEN DATE.
009400*--------------------------------------------------------------
009500 01  WS-CURRENT-NAME             PIC X(30).
009600 01  WS-FIRST-COMPANY            PIC X(03).
009700 01  WS-CUSTOMER-NUMBER          PIC 9(08) VALUE ZERO.
009800 01  WS-CUSTOMER-ACCOUNTS        PIC 9(05) COMP.
009900 01  WS-WORK-CUSTOMER.
010000     COPY CIFREC.
010100
010200 01  WS-COUNTERS.
010300     05  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
010400     05  WS-CUSTOMER-COUNT       PIC 9(07) COMP VALUE ZERO.
010500     05  WS-LINK-COUNT           PIC 9(07) COMP VALUE ZERO.
010600     05  WS-MULTI-COUNT          PIC 9(07) COMP VALUE ZERO.
010700     05  WS-SPAN-COUNT           PIC 9(07) COMP VALUE ZERO.
010800     05  WS-UNNAMED-COUNT        PIC 9(07) COMP VALUE ZERO.
010900     05  WS-WRITE-ERROR-COUNT    PIC 9(07) COMP VALUE ZERO.
011000
011100*--------------------------------------------------------------
011200* REVIEW LIST LINES
011300*--------------------------------------------------------------
011400 01  WS-REPORT-HEADING.
011500     05  FILLER                  PIC X(36)
011600         VALUE 'CIF-LOAD  CUSTOMER LINK REVIEW LIST '.
011700     05  FILLER                  PIC X(07) VALUE 'RUN ON '.
011800     05  RH-RUN-DATE             PIC X(08).
011900 01  WS-REPORT-NOTE.
012000     05  FILLER                  PIC X(44)
012100         VALUE 'EVERY LINK IS DRAFT - CONFIRM (C) OR DROP (D'.
012200     05  FILLER                  PIC X(20)
012300         VALUE ') EACH ON CIFLTRAN'.
012400 01  WS-CUSTOMER-LINE.
012500     05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
012600     05  CS-CUSTOMER-NUMBER      PIC 9(08).
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  CS-CUSTOMER-NAME        PIC X(30).
012900 01  WS-ACCOUNT-LINE.
013000     05  FILLER                  PIC X(04) VALUE SPACES.
013100     05  AL-COMPANY-CODE         PIC X(03).
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  AL-ACCOUNT-NUMBER       PIC X(10).
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  AL-SHORT-NAME           PIC X(10).
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  AL-BRANCH-CODE          PIC X(04).
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  AL-OPEN-DATE            PIC 9(08).
014000     05  FILLER                  PIC X(07) VALUE ' DRAFT '.
014100     05  AL-ROLE                 PIC X(07) VALUE 'PRIMARY'.
014200 01  WS-REVIEW-LINE.
014300     05  FILLER                  PIC X(08) VALUE '    *** '.
014400     05  RL-ACCOUNT-COUNT        PIC ZZZZ9.
014500     05  FILLER                  PIC X(31)
014600         VALUE ' ACCOUNTS MATCHED ON NAME ALONE'.
014700     05  RL-SPAN-TEXT            PIC X(30).
014800 01  WS-UNNAMED-LINE.
014900     05  FILLER                  PIC X(26)
015000         VALUE 'NO NAME - NOT LOADED      '.
015100     05  UL-COMPANY-CODE         PIC X(03).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  UL-ACCOUNT-NUMBER       PIC X(10).
015400 01  WS-TOTAL-LINE.
015500     05  TL-LABEL                PIC X(30).
015600     05  TL-COUNT                PIC ZZZZZZ9.
015700
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE
016100         THRU 1000-INITIALIZE-EXIT
016200     PERFORM 2000-LOAD-ONE-ACCOUNT
016300         THRU 2000-LOAD-ONE-ACCOUNT-EXIT
016400         UNTIL END-OF-FILE
016500     IF WS-CUSTOMER-IN-PROGRESS
016600         PERFORM 3000-FINISH-CUSTOMER
016700             THRU 3000-FINISH-CUSTOMER-EXIT
016800     END-IF
016900     PERFORM 8000-SUMMARIZE
017000         THRU 8000-SUMMARIZE-EXIT
017100     PERFORM 9999-TERMINATE
017200         THRU 9999-TERMINATE-EXIT
017300     STOP RUN.
017400
017500*--------------------------------------------------------------
017600* THE LOAD IS ONE-TIME - A CUSTOMER OR LINK ALREADY ON FILE
017700* MEANS NUMBERS ARE IN USE, AND RELOADING WOULD HAND THE SAME
017800* NUMBERS TO DIFFERENT PEOPLE. AN EMPTY OR MISSING FILE IS
017900* BUILT FRESH.
018000*--------------------------------------------------------------
018100 1000-INITIALIZE.
018200     CALL 'PROC-DATE' USING WS-RUN-DATE
018300     OPEN INPUT CUSTOMER-FILE
018400     IF FS-CUSTOMER-FILE = '00' OR '05'
018500         READ CUSTOMER-FILE NEXT RECORD
018600             NOT AT END
018700                 DISPLAY 'CIF-LOAD: CIFMSTR ALREADY LOADED - '
018800                     'ONE-TIME LOAD REFUSED'
018900                 MOVE 8 TO RETURN-CODE
019000         END-READ
019100         CLOSE CUSTOMER-FILE
019200     END-IF
019300     OPEN INPUT LINK-FILE
019400     IF FS-LINK-FILE = '00' OR '05'
019500         READ LINK-FILE NEXT RECORD
019600             NOT AT END
019700                 DISPLAY 'CIF-LOAD: CIFLINK ALREADY LOADED - '
019800                     'ONE-TIME LOAD REFUSED'
019900                 MOVE 8 TO RETURN-CODE
020000         END-READ
020100         CLOSE LINK-FILE
020200     END-IF
020300     IF RETURN-CODE = 8
020400         MOVE 'Y' TO EOF-SWITCH
020500         GO TO 1000-INITIALIZE-EXIT
020600     END-IF
020700     OPEN INPUT SORTED-CUST-FILE
020800     IF FS-SORTED-CUST-FILE NOT = '00'
020900         DISPLAY 'CIF-LOAD: CUSTSORT OPEN FAILED, STATUS='
021000             FS-SORTED-CUST-FILE
021100         MOVE 8 TO RETURN-CODE
021200         MOVE 'Y' TO EOF-SWITCH
021300         GO TO 1000-INITIALIZE-EXIT
021400     END-IF
021500     MOVE 'Y' TO WS-INPUT-OPEN-SWITCH
021600     OPEN OUTPUT CUSTOMER-FILE
021700     OPEN OUTPUT LINK-FILE
021800     IF FS-CUSTOMER-FILE NOT = '00' OR FS-LINK-FILE NOT = '00'
021900         DISPLAY 'CIF-LOAD: OUTPUT OPEN FAILED, STATUS='
022000             FS-CUSTOMER-FILE '/' FS-LINK-FILE
022100         MOVE 8 TO RETURN-CODE
022200         MOVE 'Y' TO EOF-SWITCH
022300         GO TO 1000-INITIALIZE-EXIT
022400     END-IF
022500     MOVE 'Y' TO WS-OUTPUT-OPEN-SWITCH
022600     OPEN OUTPUT REPORT-FILE
022700     MOVE WS-RUN-DATE TO RH-RUN-DATE
022800     WRITE REPORT-RECORD FROM WS-REPORT-HEADING
022900     WRITE REPORT-RECORD FROM WS-REPORT-NOTE
023000     MOVE SPACES TO REPORT-RECORD
023100     WRITE REPORT-RECORD
023200     PERFORM 2100-READ-SORTED-CUSTOMER
023300         THRU 2100-READ-SORTED-CUSTOMER-EXIT.
023400 1000-INITIALIZE-EXIT.
023500     EXIT.
023600
023700*--------------------------------------------------------------
023800* ONE CUSTMSTR IMAGE - A NEW NAME CLOSES THE CUSTOMER BEING
023900* BUILT AND STARTS THE NEXT NUMBER. AN IMAGE WITH NO NAME CANNOT
024000* BE MATCHED TO ANYONE AND IS LISTED FOR HAND LINKING.
024100*--------------------------------------------------------------
024200 2000-LOAD-ONE-ACCOUNT.
024300     IF CU-CUSTOMER-NAME = SPACES
024400         ADD 1 TO WS-UNNAMED-COUNT
024500         MOVE CU-COMPANY-CODE TO UL-COMPANY-CODE
024600         MOVE CU-ACCOUNT-NUMBER TO UL-ACCOUNT-NUMBER
024700         WRITE REPORT-RECORD FROM WS-UNNAMED-LINE
024800         GO TO 2000-LOAD-ONE-ACCOUNT-NEXT
024900     END-IF
025000     IF WS-CUSTOMER-IN-PROGRESS AND
025100        CU-CUSTOMER-NAME NOT = WS-CURRENT-NAME
025200         PERFORM 3000-FINISH-CUSTOMER
025300             THRU 3000-FINISH-CUSTOMER-EXIT
025400     END-IF
025500     IF NOT WS-CUSTOMER-IN-PROGRESS
025600         PERFORM 2200-START-CUSTOMER
025700             THRU 2200-START-CUSTOMER-EXIT
025800     END-IF
025900     PERFORM 2300-LINK-ACCOUNT
026000         THRU 2300-LINK-ACCOUNT-EXIT.
026100 2000-LOAD-ONE-ACCOUNT-NEXT.
026200     PERFORM 2100-READ-SORTED-CUSTOMER
026300         THRU 2100-READ-SORTED-CUSTOMER-EXIT.
026400 2000-LOAD-ONE-ACCOUNT-EXIT.
026500     EXIT.
026600
026700 2100-READ-SORTED-CUSTOMER.
026800     READ SORTED-CUST-FILE
026900         AT END
027000             MOVE 'Y' TO EOF-SWITCH
027100         NOT AT END
027200             ADD 1 TO WS-READ-COUNT
027300     END-READ.
027400 2100-READ-SORTED-CUSTOMER-EXIT.
027500     EXIT.
027600
027700 2200-START-CUSTOMER.
027800     MOVE 'Y' TO WS-CUSTOMER-SWITCH
027900     MOVE 'N' TO WS-SPANS-COMPANY-SWITCH
028000     MOVE 'N' TO WS-SPANS-BRANCH-SWITCH
028100     MOVE ZERO TO WS-CUSTOMER-ACCOUNTS
028200     ADD 1 TO WS-CUSTOMER-NUMBER
028300     MOVE CU-CUSTOMER-NAME TO WS-CURRENT-NAME
028400     MOVE CU-COMPANY-CODE TO WS-FIRST-COMPANY
028500     MOVE SPACES TO WS-WORK-CUSTOMER
028600     MOVE WS-CUSTOMER-NUMBER
028700         TO CF-CUSTOMER-NUMBER OF WS-WORK-CUSTOMER
028800     MOVE CU-CUSTOMER-NAME TO CF-CUSTOMER-NAME OF WS-WORK-CUSTOMER
028900     MOVE CU-SHORT-NAME TO CF-SHORT-NAME OF WS-WORK-CUSTOMER
029000     MOVE CU-BRANCH-CODE TO CF-HOME-BRANCH OF WS-WORK-CUSTOMER
029100     MOVE CU-OPEN-DATE TO CF-OPEN-DATE OF WS-WORK-CUSTOMER
029200     MOVE 'CIF-LOAD' TO CF-ENTERED-BY OF WS-WORK-CUSTOMER
029300     MOVE WS-RUN-DATE TO CF-CHANGED-DATE OF WS-WORK-CUSTOMER
029400     MOVE WS-CUSTOMER-NUMBER TO CS-CUSTOMER-NUMBER
029500     MOVE CU-CUSTOMER-NAME TO CS-CUSTOMER-NAME
029600     WRITE REPORT-RECORD FROM WS-CUSTOMER-LINE.
029700 2200-START-CUSTOMER-EXIT.
029800     EXIT.
029900
030000 2300-LINK-ACCOUNT.
030100     ADD 1 TO WS-CUSTOMER-ACCOUNTS
030200     IF CU-COMPANY-CODE NOT = WS-FIRST-COMPANY
030300         MOVE 'Y' TO WS-SPANS-COMPANY-SWITCH
030400     END-IF
030500     IF CU-BRANCH-CODE NOT = CF-HOME-BRANCH OF WS-WORK-CUSTOMER
030600         MOVE 'Y' TO WS-SPANS-BRANCH-SWITCH
030700     END-IF
030800     IF CU-OPEN-DATE NUMERIC AND
030900        CU-OPEN-DATE < CF-OPEN-DATE OF WS-WORK-CUSTOMER
031000         MOVE CU-OPEN-DATE TO CF-OPEN-DATE OF WS-WORK-CUSTOMER
031100     END-IF
031200     MOVE SPACES TO LINK-RECORD
031300     MOVE WS-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER
031400     MOVE CU-COMPANY-CODE TO CL-COMPANY-CODE
031500     MOVE CU-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER
031600     MOVE 'P' TO CL-ROLE-CODE
031700     MOVE 'D' TO CL-LINK-STATUS
031800     MOVE 'CIF-LOAD' TO CL-ENTERED-BY
031900     MOVE WS-RUN-DATE TO CL-CHANGED-DATE
032000     WRITE LINK-RECORD
032100         INVALID KEY
032200             DISPLAY 'CIF-LOAD: LINK WRITE FAILED FOR '
032300                 CU-COMPANY-CODE ' ' CU-ACCOUNT-NUMBER
032400             ADD 1 TO WS-WRITE-ERROR-COUNT
032500             GO TO 2300-LINK-ACCOUNT-EXIT
032600     END-WRITE
032700     ADD 1 TO WS-LINK-COUNT
032800     MOVE CU-COMPANY-CODE TO AL-COMPANY-CODE
032900     MOVE CU-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
033000     MOVE CU-SHORT-NAME TO AL-SHORT-NAME
033100     MOVE CU-BRANCH-CODE TO AL-BRANCH-CODE
033200     MOVE CU-OPEN-DATE TO AL-OPEN-DATE
033300     WRITE REPORT-RECORD FROM WS-ACCOUNT-LINE.
033400 2300-LINK-ACCOUNT-EXIT.
033500     EXIT.
033600
033700*--------------------------------------------------------------
033800* CLOSE THE CUSTOMER - WRITE THE MASTER RECORD AND, WHERE THE
033900* NAME PULLED IN MORE THAN ONE ACCOUNT, THE REVIEW FLAG. A NAME
034000* SHARED ACROSS COMPANIES OR BRANCHES IS THE LIKELIEST TO BE
034100* TWO DIFFERENT PEOPLE.
034200*--------------------------------------------------------------
034300 3000-FINISH-CUSTOMER.
034400     MOVE 'N' TO WS-CUSTOMER-SWITCH
034500     MOVE WS-WORK-CUSTOMER TO CUSTOMER-RECORD
034600     WRITE CUSTOMER-RECORD
034700         INVALID KEY
034800             DISPLAY 'CIF-LOAD: CUSTOMER WRITE FAILED FOR '
034900                 WS-CUSTOMER-NUMBER
035000             ADD 1 TO WS-WRITE-ERROR-COUNT
035100             GO TO 3000-FINISH-CUSTOMER-EXIT
035200     END-WRITE
035300     ADD 1 TO WS-CUSTOMER-COUNT
035400     IF WS-CUSTOMER-ACCOUNTS > 1
035500         ADD 1 TO WS-MULTI-COUNT
035600         MOVE WS-CUSTOMER-ACCOUNTS TO RL-ACCOUNT-COUNT
035700         MOVE SPACES TO RL-SPAN-TEXT
035800         IF WS-SPANS-BRANCHES
035900             MOVE ' - BRANCHES DIFFER' TO RL-SPAN-TEXT
036000         END-IF
036100         IF WS-SPANS-COMPANIES
036200             ADD 1 TO WS-SPAN-COUNT
036300             MOVE ' - SPANS COMPANIES' TO RL-SPAN-TEXT
036400         END-IF
036500         WRITE REPORT-RECORD FROM WS-REVIEW-LINE
036600     END-IF.
036700 3000-FINISH-CUSTOMER-EXIT.
036800     EXIT.
036900
037000 8000-SUMMARIZE.
037100     IF WS-OUTPUT-FILES-OPEN
037200         MOVE SPACES TO REPORT-RECORD
037300         WRITE REPORT-RECORD
037400         MOVE 'CUSTMSTR RECORDS READ' TO TL-LABEL
037500         MOVE WS-READ-COUNT TO TL-COUNT
037600         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
037700         MOVE 'CUSTOMERS CREATED' TO TL-LABEL
037800         MOVE WS-CUSTOMER-COUNT TO TL-COUNT
037900         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
038000         MOVE 'DRAFT LINKS WRITTEN' TO TL-LABEL
038100         MOVE WS-LINK-COUNT TO TL-COUNT
038200         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
038300         MOVE 'MULTI-ACCOUNT CUSTOMERS' TO TL-LABEL
038400         MOVE WS-MULTI-COUNT TO TL-COUNT
038500         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
038600         MOVE 'UNNAMED - NOT LOADED' TO TL-LABEL
038700         MOVE WS-UNNAMED-COUNT TO TL-COUNT
038800         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
038900     END-IF
039000     DISPLAY 'CIF-LOAD: CUSTMSTR RECORDS READ.. ' WS-READ-COUNT
039100     DISPLAY 'CIF-LOAD: CUSTOMERS CREATED...... '
039200         WS-CUSTOMER-COUNT
039300     DISPLAY 'CIF-LOAD: DRAFT LINKS WRITTEN.... ' WS-LINK-COUNT
039400     DISPLAY 'CIF-LOAD: MULTI-ACCOUNT.......... ' WS-MULTI-COUNT
039500     DISPLAY 'CIF-LOAD: SPANNING COMPANIES..... ' WS-SPAN-COUNT
039600     DISPLAY 'CIF-LOAD: UNNAMED NOT LOADED..... '
039700         WS-UNNAMED-COUNT
039800     DISPLAY 'CIF-LOAD: WRITE ERRORS........... '
039900         WS-WRITE-ERROR-COUNT
040000     DISPLAY 'CIF-LOAD: HIGHEST CUSTOMER NUMBER '
040100         WS-CUSTOMER-NUMBER
040200     IF WS-WRITE-ERROR-COUNT > 0
040300         MOVE 8 TO RETURN-CODE
040400     END-IF
040500     IF WS-UNNAMED-COUNT > 0 AND RETURN-CODE < 4
040600         MOVE 4 TO RETURN-CODE
040700     END-IF.
040800 8000-SUMMARIZE-EXIT.
040900     EXIT.
041000
041100 9999-TERMINATE.
041200     IF WS-INPUT-FILE-OPEN
041300         CLOSE SORTED-CUST-FILE
041400     END-IF
041500     IF WS-OUTPUT-FILES-OPEN
041600         CLOSE CUSTOMER-FILE
041700         CLOSE LINK-FILE
041800         CLOSE REPORT-FILE
041900     END-IF.
042000 9999-TERMINATE-EXIT.
042100     EXIT.
