000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIF-MAINT.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. TRANSACTION-DRIVEN MAINTENANCE
001100*                   FOR THE CUSTOMER RELATIONSHIP MASTER
001200*                   (CIFMSTR), IN THE LIMIT-MAINT MOLD. READS
001300*                   ADD/CHANGE/DELETE TRANSACTIONS FROM CIFTRAN,
001400*                   APPLIES THEM WITH INVALID KEY HANDLING, AND
001500*                   PRINTS A CHANGE REGISTER (CIFRPT) SHOWING THE
001600*                   NAME AND HOME BRANCH BEFORE AND AFTER. EDITS
001700*                   KEEP A ZERO OR NON-NUMERIC CUSTOMER NUMBER, A
001800*                   BLANK NAME, A HOME BRANCH NOT ON CTLMSTR, OR
001900*                   AN ENTRY WITH NO ENTERED-BY ID OFF THE MASTER.
002000*                   A CUSTOMER STILL LINKED TO AN ACCOUNT ON
002100*                   CIFLINK CANNOT BE DELETED.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CUSTOMER-FILE ASSIGN TO 'CIFMSTR'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS CF-CUSTOMER-NUMBER OF CUSTOMER-RECORD
003000         FILE STATUS IS FS-CUSTOMER-FILE.
003100     SELECT LINK-FILE ASSIGN TO 'CIFLINK'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CL-LINK-KEY
003500         FILE STATUS IS FS-LINK-FILE.
003600     SELECT CONTROL-MASTER-FILE ASSIGN TO 'CTLMSTR'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS CT-CONTROL-KEY
004000         FILE STATUS IS FS-CONTROL-MASTER-FILE.
004100     SELECT CIF-TRAN-FILE ASSIGN TO 'CIFTRAN'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-CIF-TRAN-FILE.
004400     SELECT REGISTER-FILE ASSIGN TO 'CIFRPT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-REGISTER-FILE.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CUSTOMER-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  CUSTOMER-RECORD.
005300     COPY CIFREC.
005400
005500 FD  LINK-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  LINK-RECORD.
005800     COPY CIFLREC.
005900
006000 FD  CONTROL-MASTER-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  CONTROL-MASTER-RECORD.
006300     COPY CTLREC.
006400
006500 FD  CIF-TRAN-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  CIF-TRAN-RECORD.
006800     05  CX-ACTION-CODE          PIC X(01).
006900         88  CX-ADD-ACTION               VALUE 'A'.
007000         88  CX-CHANGE-ACTION            VALUE 'C'.
007100         88  CX-DELETE-ACTION            VALUE 'D'.
007200     05  CX-FILL-1               PIC X(01).
007300     05  CX-CUSTOMER-NUMBER      PIC 9(08).
007400     05  CX-FILL-2               PIC X(01).
007500     05  CX-CUSTOMER-NAME        PIC X(30).
007600     05  CX-FILL-3               PIC X(01).
007700     05  CX-SHORT-NAME           PIC X(10).
007800     05  CX-FILL-4               PIC X(01).
007900     05  CX-HOME-BRANCH          PIC X(04).
008000     05  CX-FILL-5               PIC X(01).
008100     05  CX-TAX-ID               PIC X(12).
008200     05  CX-FILL-6               PIC X(01).
008300     05  CX-ENTERED-BY           PIC X(08).
008400
008500 FD  REGISTER-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  REGISTER-RECORD             PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000 01  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
009100 01  FS-LINK-FILE                PIC X(02) VALUE '00'.
009200 01  FS-CONTROL-MASTER-FILE      PIC X(02) VALUE '00'.
009300 01  FS-CIF-TRAN-FILE            PIC X(02) VALUE '00'.
009400 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
009500 01  WS-SWITCHES.
009600     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
009700         88  END-OF-FILE                    VALUE 'Y'.
009800     05  WS-CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
009900         88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
010000     05  WS-LINK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010100         88  WS-LINK-FILE-OPEN              VALUE 'Y'.
010200     05  WS-CTL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
010300         88  WS-CONTROL-FILE-OPEN           VALUE 'Y'.
010400     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010500         88  WS-TRAN-FILE-OPEN              VALUE 'Y'.
010600
010700 01  WS-RUN-DATE                 PIC 9(08).
010800
010900*--------------------------------------------------------------
011000* WORKING COPY OF THE CUSTOMER - THE TRANSACTION IS LANDED HERE
011100* SO ITS FIELDS CAN BE EDITED BEFORE THE MASTER IS TOUCHED, AS
011200* LIMIT-MAINT STAGES ITS LIMIT ENTRY.
011300*--------------------------------------------------------------
011400 01  WS-CUSTOMER-RECORD.
011500     COPY CIFREC.
011600
011700 01  WS-REJECT-REASON            PIC X(04).
011800
011900 01  WS-COUNTERS.
012000     05  WS-TRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
012100     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
012200     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
012300     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
012400     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
012500
012600*--------------------------------------------------------------
012700* CHANGE REGISTER LINES - A CHANGE OR DELETE IS FOLLOWED BY A
012800* 'WAS' LINE CARRYING THE NAME AND BRANCH FROM THE MASTER RECORD
012900* AS IT STOOD BEFORE THE TRANSACTION.
013000*--------------------------------------------------------------
013100 01  WS-REGISTER-HEADING.
013200     05  FILLER                  PIC X(34)
013300         VALUE 'CIF-MAINT   CHANGE REGISTER       '.
013400     05  RH-RUN-DATE             PIC X(08).
013500 01  WS-REGISTER-COLUMNS.
013600     05  FILLER                  PIC X(44)
013700         VALUE 'ACT CUSTOMER NAME                           '.
013800     05  FILLER                  PIC X(27)
013900         VALUE 'BRCH ENTERED  DISP         '.
014000 01  WS-REGISTER-DETAIL.
014100     05  RD-ACTION-CODE          PIC X(01).
014200     05  FILLER                  PIC X(03) VALUE SPACES.
014300     05  RD-CUSTOMER-NUMBER      PIC X(08).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  RD-CUSTOMER-NAME        PIC X(30).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  RD-HOME-BRANCH          PIC X(04).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  RD-ENTERED-BY           PIC X(08).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  RD-DISPOSITION          PIC X(03).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  RD-REASON-CODE          PIC X(04).
015400 01  WS-REGISTER-WAS-LINE.
015500     05  FILLER                  PIC X(12) VALUE SPACES.
015600     05  RW-OLD-NAME             PIC X(30).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  RW-OLD-BRANCH           PIC X(04).
015900     05  FILLER                  PIC X(06) VALUE ' (WAS)'.
016000 01  WS-REGISTER-TOTAL.
016100     05  FILLER                  PIC X(24)
016200         VALUE 'TOTAL TRANSACTIONS READ '.
016300     05  RT-TRAN-COUNT           PIC 9(07).
016400
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE
016800         THRU 1000-INITIALIZE-EXIT
016900     PERFORM 2000-APPLY-TRANSACTION
017000         THRU 2000-APPLY-TRANSACTION-EXIT
017100         UNTIL END-OF-FILE
017200     PERFORM 8000-SUMMARIZE
017300         THRU 8000-SUMMARIZE-EXIT
017400     PERFORM 9999-TERMINATE
017500         THRU 9999-TERMINATE-EXIT
017600     STOP RUN.
017700
017800 1000-INITIALIZE.
017900     CALL 'PROC-DATE' USING WS-RUN-DATE
018000     OPEN I-O CUSTOMER-FILE
018100     IF FS-CUSTOMER-FILE = '35'
018200         OPEN OUTPUT CUSTOMER-FILE
018300         IF FS-CUSTOMER-FILE = '00'
018400             CLOSE CUSTOMER-FILE
018500             OPEN I-O CUSTOMER-FILE
018600         END-IF
018700     END-IF
018800     IF FS-CUSTOMER-FILE NOT = '00' AND '05'
018900         DISPLAY 'CIF-MAINT: MASTER OPEN FAILED, STATUS='
019000             FS-CUSTOMER-FILE
019100         MOVE 8 TO RETURN-CODE
019200         MOVE 'Y' TO EOF-SWITCH
019300         GO TO 1000-INITIALIZE-EXIT
019400     END-IF
019500     MOVE 'Y' TO WS-CUSTOMER-OPEN-SWITCH
019600*--------------------------------------------------------------
019700* NO CIFLINK YET MEANS NO CUSTOMER CAN BE LINKED - A DELETE IS
019800* THEN SAFE, SO A MISSING FILE IS NOT AN ERROR HERE.
019900*--------------------------------------------------------------
020000     OPEN INPUT LINK-FILE
020100     IF FS-LINK-FILE = '00' OR '05'
020200         MOVE 'Y' TO WS-LINK-OPEN-SWITCH
020300     END-IF
020400     OPEN INPUT CONTROL-MASTER-FILE
020500     IF FS-CONTROL-MASTER-FILE NOT = '00' AND '05'
020600         DISPLAY 'CIF-MAINT: CTLMSTR OPEN FAILED, STATUS='
020700             FS-CONTROL-MASTER-FILE
020800         MOVE 8 TO RETURN-CODE
020900         MOVE 'Y' TO EOF-SWITCH
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200     MOVE 'Y' TO WS-CTL-OPEN-SWITCH
021300     OPEN INPUT CIF-TRAN-FILE
021400     IF FS-CIF-TRAN-FILE NOT = '00'
021500         DISPLAY 'CIF-MAINT: NO MAINTENANCE TRANSACTIONS - '
021600             'NOTHING TO APPLY'
021700         MOVE 'Y' TO EOF-SWITCH
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
022100     OPEN OUTPUT REGISTER-FILE
022200     MOVE WS-RUN-DATE TO RH-RUN-DATE
022300     WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING
022400     WRITE REGISTER-RECORD FROM WS-REGISTER-COLUMNS
022500     PERFORM 2100-READ-TRANSACTION
022600         THRU 2100-READ-TRANSACTION-EXIT.
022700 1000-INITIALIZE-EXIT.
022800     EXIT.
022900
023000 2000-APPLY-TRANSACTION.
023100     ADD 1 TO WS-TRAN-COUNT
023200     MOVE SPACES TO WS-REJECT-REASON
023300     MOVE SPACES TO WS-CUSTOMER-RECORD
023400     MOVE ZERO TO CF-CUSTOMER-NUMBER OF WS-CUSTOMER-RECORD
023500     IF CX-CUSTOMER-NUMBER NUMERIC
023600         MOVE CX-CUSTOMER-NUMBER
023700             TO CF-CUSTOMER-NUMBER OF WS-CUSTOMER-RECORD
023800     END-IF
023900     MOVE CX-CUSTOMER-NAME
024000         TO CF-CUSTOMER-NAME OF WS-CUSTOMER-RECORD
024100     MOVE CX-SHORT-NAME TO CF-SHORT-NAME OF WS-CUSTOMER-RECORD
024200     MOVE CX-HOME-BRANCH TO CF-HOME-BRANCH OF WS-CUSTOMER-RECORD
024300     MOVE CX-TAX-ID TO CF-TAX-ID OF WS-CUSTOMER-RECORD
024400     MOVE WS-RUN-DATE TO CF-OPEN-DATE OF WS-CUSTOMER-RECORD
024500     MOVE CX-ENTERED-BY TO CF-ENTERED-BY OF WS-CUSTOMER-RECORD
024600     MOVE WS-RUN-DATE TO CF-CHANGED-DATE OF WS-CUSTOMER-RECORD
024700     MOVE SPACES TO RW-OLD-NAME
024800     MOVE SPACES TO RW-OLD-BRANCH
024900     PERFORM 2200-EDIT-TRANSACTION
025000         THRU 2200-EDIT-TRANSACTION-EXIT
025100     IF WS-REJECT-REASON NOT = SPACES
025200         PERFORM 7000-WRITE-REGISTER-REJECT
025300             THRU 7000-WRITE-REGISTER-REJECT-EXIT
025400         GO TO 2000-APPLY-TRANSACTION-NEXT
025500     END-IF
025600     IF CX-ADD-ACTION
025700         PERFORM 3000-ADD-CUSTOMER
025800             THRU 3000-ADD-CUSTOMER-EXIT
025900     ELSE
026000         IF CX-CHANGE-ACTION
026100             PERFORM 4000-CHANGE-CUSTOMER
026200                 THRU 4000-CHANGE-CUSTOMER-EXIT
026300         ELSE
026400             PERFORM 5000-DELETE-CUSTOMER
026500                 THRU 5000-DELETE-CUSTOMER-EXIT
026600         END-IF
026700     END-IF.
026800 2000-APPLY-TRANSACTION-NEXT.
026900     PERFORM 2100-READ-TRANSACTION
027000         THRU 2100-READ-TRANSACTION-EXIT.
027100 2000-APPLY-TRANSACTION-EXIT.
027200     EXIT.
027300
027400 2100-READ-TRANSACTION.
027500     READ CIF-TRAN-FILE
027600         AT END
027700             MOVE 'Y' TO EOF-SWITCH
027800     END-READ.
027900 2100-READ-TRANSACTION-EXIT.
028000     EXIT.
028100
028200*--------------------------------------------------------------
028300* CUSTOMER EDITS - THE CUSTOMER NUMBER IS THE KEY AND MUST BE A
028400* NON-ZERO NUMBER. AN ADD OR CHANGE NEEDS THE NAME, A HOME
028500* BRANCH ON CTLMSTR, AND THE ENTERED-BY ID; A DELETE NEEDS ONLY
028600* THE KEY AND MUST FIND NO ACCOUNT STILL LINKED.
028700*--------------------------------------------------------------
028800 2200-EDIT-TRANSACTION.
028900     IF NOT CX-ADD-ACTION AND
029000        NOT CX-CHANGE-ACTION AND
029100        NOT CX-DELETE-ACTION
029200         MOVE 'ACTN' TO WS-REJECT-REASON
029300         GO TO 2200-EDIT-TRANSACTION-EXIT
029400     END-IF
029500     IF CF-CUSTOMER-NUMBER OF WS-CUSTOMER-RECORD = ZERO
029600         MOVE 'CUST' TO WS-REJECT-REASON
029700         GO TO 2200-EDIT-TRANSACTION-EXIT
029800     END-IF
029900     IF CX-DELETE-ACTION
030000         PERFORM 2300-CHECK-NO-LINKS
030100             THRU 2300-CHECK-NO-LINKS-EXIT
030200         GO TO 2200-EDIT-TRANSACTION-EXIT
030300     END-IF
030400     IF CX-CUSTOMER-NAME = SPACES
030500         MOVE 'NAME' TO WS-REJECT-REASON
030600         GO TO 2200-EDIT-TRANSACTION-EXIT
030700     END-IF
030800     MOVE 'B' TO CT-ENTRY-TYPE
030900     MOVE CX-HOME-BRANCH TO CT-ENTRY-CODE
031000     READ CONTROL-MASTER-FILE
031100         INVALID KEY
031200             MOVE 'BRCH' TO WS-REJECT-REASON
031300     END-READ
031400     IF WS-REJECT-REASON NOT = SPACES
031500         GO TO 2200-EDIT-TRANSACTION-EXIT
031600     END-IF
031700     IF CX-ENTERED-BY = SPACES
031800         MOVE 'ENTR' TO WS-REJECT-REASON
031900     END-IF.
032000 2200-EDIT-TRANSACTION-EXIT.
032100     EXIT.
032200
032300*--------------------------------------------------------------
032400* THE CUSTOMER'S LINKS FILE TOGETHER UNDER ITS NUMBER - ANY
032500* CIFLINK RECORD AT OR AFTER THE NUMBER THAT STILL CARRIES IT
032600* MEANS AN ACCOUNT IS LINKED AND THE DELETE IS REFUSED.
032700*--------------------------------------------------------------
032800 2300-CHECK-NO-LINKS.
032900     IF NOT WS-LINK-FILE-OPEN
033000         GO TO 2300-CHECK-NO-LINKS-EXIT
033100     END-IF
033200     MOVE CF-CUSTOMER-NUMBER OF WS-CUSTOMER-RECORD
033300         TO CL-CUSTOMER-NUMBER
033400     MOVE LOW-VALUES TO CL-COMPANY-CODE
033500     MOVE LOW-VALUES TO CL-ACCOUNT-NUMBER
033600     START LINK-FILE
033700         KEY IS NOT LESS THAN CL-LINK-KEY
033800         INVALID KEY
033900             GO TO 2300-CHECK-NO-LINKS-EXIT
034000     END-START
034100     READ LINK-FILE NEXT RECORD
034200         AT END
034300             GO TO 2300-CHECK-NO-LINKS-EXIT
034400     END-READ
034500     IF CL-CUSTOMER-NUMBER =
034600        CF-CUSTOMER-NUMBER OF WS-CUSTOMER-RECORD
034700         MOVE 'LINK' TO WS-REJECT-REASON
034800     END-IF.
034900 2300-CHECK-NO-LINKS-EXIT.
035000     EXIT.
035100
035200 3000-ADD-CUSTOMER.
035300     MOVE WS-CUSTOMER-RECORD TO CUSTOMER-RECORD
035400     WRITE CUSTOMER-RECORD
035500         INVALID KEY
035600             MOVE 'DUP ' TO WS-REJECT-REASON
035700             PERFORM 7000-WRITE-REGISTER-REJECT
035800                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
035900         NOT INVALID KEY
036000             ADD 1 TO WS-ADD-COUNT
036100             PERFORM 7100-WRITE-REGISTER-APPLIED
036200                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
036300     END-WRITE.
036400 3000-ADD-CUSTOMER-EXIT.
036500     EXIT.
036600
036700*--------------------------------------------------------------
036800* A CHANGE OR DELETE READS THE CUSTOMER FIRST SO THE REGISTER
036900* CAN SHOW THE NAME AND BRANCH IT REPLACED. A CHANGE KEEPS THE
037000* ORIGINAL OPEN DATE.
037100*--------------------------------------------------------------
037200 4000-CHANGE-CUSTOMER.
037300     PERFORM 6000-READ-OLD-CUSTOMER
037400         THRU 6000-READ-OLD-CUSTOMER-EXIT
037500     IF WS-REJECT-REASON NOT = SPACES
037600         GO TO 4000-CHANGE-CUSTOMER-EXIT
037700     END-IF
037800     MOVE CF-OPEN-DATE OF CUSTOMER-RECORD
037900         TO CF-OPEN-DATE OF WS-CUSTOMER-RECORD
038000     MOVE WS-CUSTOMER-RECORD TO CUSTOMER-RECORD
038100     REWRITE CUSTOMER-RECORD
038200         INVALID KEY
038300             MOVE 'NOTF' TO WS-REJECT-REASON
038400             PERFORM 7000-WRITE-REGISTER-REJECT
038500                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
038600         NOT INVALID KEY
038700             ADD 1 TO WS-CHANGE-COUNT
038800             PERFORM 7100-WRITE-REGISTER-APPLIED
038900                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
039000     END-REWRITE.
039100 4000-CHANGE-CUSTOMER-EXIT.
039200     EXIT.
039300
039400 5000-DELETE-CUSTOMER.
039500     PERFORM 6000-READ-OLD-CUSTOMER
039600         THRU 6000-READ-OLD-CUSTOMER-EXIT
039700     IF WS-REJECT-REASON NOT = SPACES
039800         GO TO 5000-DELETE-CUSTOMER-EXIT
039900     END-IF
040000     DELETE CUSTOMER-FILE
040100         INVALID KEY
040200             MOVE 'NOTF' TO WS-REJECT-REASON
040300             PERFORM 7000-WRITE-REGISTER-REJECT
040400                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
040500         NOT INVALID KEY
040600             ADD 1 TO WS-DELETE-COUNT
040700             PERFORM 7100-WRITE-REGISTER-APPLIED
040800                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
040900     END-DELETE.
041000 5000-DELETE-CUSTOMER-EXIT.
041100     EXIT.
041200
041300 6000-READ-OLD-CUSTOMER.
041400     MOVE CF-CUSTOMER-NUMBER OF WS-CUSTOMER-RECORD
041500         TO CF-CUSTOMER-NUMBER OF CUSTOMER-RECORD
041600     READ CUSTOMER-FILE
041700         INVALID KEY
041800             MOVE 'NOTF' TO WS-REJECT-REASON
041900             PERFORM 7000-WRITE-REGISTER-REJECT
042000                 THRU 7000-WRITE-REGISTER-REJECT-EXIT
042100         NOT INVALID KEY
042200             MOVE CF-CUSTOMER-NAME OF CUSTOMER-RECORD
042300                 TO RW-OLD-NAME
042400             MOVE CF-HOME-BRANCH OF CUSTOMER-RECORD
042500                 TO RW-OLD-BRANCH
042600     END-READ.
042700 6000-READ-OLD-CUSTOMER-EXIT.
042800     EXIT.
042900
043000 7000-WRITE-REGISTER-REJECT.
043100     ADD 1 TO WS-REJECTED-COUNT
043200     PERFORM 7200-FORMAT-REGISTER-KEY
043300         THRU 7200-FORMAT-REGISTER-KEY-EXIT
043400     MOVE 'REJ' TO RD-DISPOSITION
043500     MOVE WS-REJECT-REASON TO RD-REASON-CODE
043600     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
043700     DISPLAY 'CIF-MAINT: REJECTED TRANSACTION, REASON='
043800         WS-REJECT-REASON.
043900 7000-WRITE-REGISTER-REJECT-EXIT.
044000     EXIT.
044100
044200 7100-WRITE-REGISTER-APPLIED.
044300     PERFORM 7200-FORMAT-REGISTER-KEY
044400         THRU 7200-FORMAT-REGISTER-KEY-EXIT
044500     MOVE 'APP' TO RD-DISPOSITION
044600     MOVE SPACES TO RD-REASON-CODE
044700     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL
044800     IF RW-OLD-NAME NOT = SPACES
044900         WRITE REGISTER-RECORD FROM WS-REGISTER-WAS-LINE
045000     END-IF.
045100 7100-WRITE-REGISTER-APPLIED-EXIT.
045200     EXIT.
045300
045400 7200-FORMAT-REGISTER-KEY.
045500     MOVE CX-ACTION-CODE TO RD-ACTION-CODE
045600     MOVE CX-CUSTOMER-NUMBER TO RD-CUSTOMER-NUMBER
045700     MOVE CF-CUSTOMER-NAME OF WS-CUSTOMER-RECORD
045800         TO RD-CUSTOMER-NAME
045900     MOVE CF-HOME-BRANCH OF WS-CUSTOMER-RECORD TO RD-HOME-BRANCH
046000     IF CX-DELETE-ACTION
046100         MOVE SPACES TO RD-CUSTOMER-NAME
046200         MOVE SPACES TO RD-HOME-BRANCH
046300     END-IF
046400     MOVE CF-ENTERED-BY OF WS-CUSTOMER-RECORD TO RD-ENTERED-BY.
046500 7200-FORMAT-REGISTER-KEY-EXIT.
046600     EXIT.
046700
046800 8000-SUMMARIZE.
046900     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
047000     IF WS-TRAN-FILE-OPEN
047100         WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL
047200     END-IF
047300     DISPLAY 'CIF-MAINT: TRANSACTIONS READ..... ' WS-TRAN-COUNT
047400     DISPLAY 'CIF-MAINT: ADDS APPLIED.......... ' WS-ADD-COUNT
047500     DISPLAY 'CIF-MAINT: CHANGES APPLIED....... '
047600         WS-CHANGE-COUNT
047700     DISPLAY 'CIF-MAINT: DELETES APPLIED....... '
047800         WS-DELETE-COUNT
047900     DISPLAY 'CIF-MAINT: REJECTED.............. '
048000         WS-REJECTED-COUNT
048100     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
048200         MOVE 4 TO RETURN-CODE
048300     END-IF.
048400 8000-SUMMARIZE-EXIT.
048500     EXIT.
048600
048700 9999-TERMINATE.
048800     IF WS-CUSTOMER-FILE-OPEN
048900         CLOSE CUSTOMER-FILE
049000     END-IF
049100     IF WS-LINK-FILE-OPEN
049200         CLOSE LINK-FILE
049300     END-IF
049400     IF WS-CONTROL-FILE-OPEN
049500         CLOSE CONTROL-MASTER-FILE
049600     END-IF
049700     IF WS-TRAN-FILE-OPEN
049800         CLOSE CIF-TRAN-FILE
049900         CLOSE REGISTER-FILE
050000     END-IF.
050100 9999-TERMINATE-EXIT.
050200     EXIT.
