003800* 2026-09-02  DLBS  THE MASTERS ARE NOW KEYED ON THE COMPOUND
003900*                   COMPANY-PLUS-ACCOUNT MASTER KEY - KEYED READS
004000*                   CARRY BOTH FIELDS.
004010* 2026-10-15  DLBS  THE ACCOUNT'S PRODUCT CODE (IR-PRODUCT-CODE)
004020*                   IS NOW EDITED ON AN ADD OR CHANGE - A
004030*                   NON-BLANK CODE MUST BE ON THE PRODMSTR CATALOG
004040*                   UNDER THE ACCOUNT'S COMPANY OR THE TRANSACTION
004050*                   IS REJECTED 'PROD'. A BLANK CODE IS ACCEPTED -
004060*                   THE ACCOUNT KEEPS THE ACCOUNT-RANGE RULES
004070*                   UNTIL A PRODUCT IS ASSIGNED. NO PRODMSTR ON
004080*                   FILE ACCEPTS ONLY BLANK CODES.
004082* 2026-10-15  DLBS  EACH APPLIED ADD AND DELETE IS NOW LOGGED TO
004084*                   MSTRMVT THROUGH THE SHARED MSTR-LOG AS AN
004086*                   INPTMSTR 'A' OR 'D' MOVEMENT UNDER THE
004088*                   ACCOUNT'S COMPANY, SO MSTR-PROOF CAN CARRY THE
004090*                   MASTER CONTROL TOTALS ACROSS THE MAINTENANCE
004092*                   RUN.
004093* 2026-10-15  DLBS  AN ACCOUNT NUMBER WHOSE BASE FALLS INSIDE ONE
004094*                   OF ITS COMPANY'S ACCTRNG RANGES MUST NOW CARRY
004095*                   A GOOD CHECK DIGIT (SHARED ACCT-CHECK) OR THE
004096*                   TRANSACTION IS REJECTED 'CHKD' - A MIS-KEYED
004097*                   NUMBER IS CAUGHT AS SUCH INSTEAD OF LANDING ON
004098*                   THE WRONG ACCOUNT. A DELETE NEEDS ONLY THE KEY
004099*                   AND IS NOT CHECKED. A LEGACY NUMBER OUTSIDE
004100*                   EVERY RANGE STANDS.
004101*--------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
005900     SELECT APPROVAL-PARM ASSIGN TO 'APPRPM'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FS-APPROVAL-PARM.
006110     SELECT PRODUCT-FILE ASSIGN TO 'PRODMSTR'
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS RANDOM
006140         RECORD KEY IS PD-PRODUCT-KEY
006150         FILE STATUS IS FS-PRODUCT-FILE.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
009600     LABEL RECORDS ARE STANDARD.
009700 01  APPROVAL-PARM-RECORD.
009800     05  AP-THRESHOLD            PIC 9(09)V99.
009810
009820 FD  PRODUCT-FILE
009830     LABEL RECORDS ARE STANDARD.
009840 01  PRODUCT-RECORD.
009850     COPY PRODREC.
009900
010000 WORKING-STORAGE SECTION.
010100 01  FS-MASTER-FILE              PIC X(02) VALUE '00'.
010300 01  FS-REGISTER-FILE            PIC X(02) VALUE '00'.
010400 01  FS-PENDING-FILE             PIC X(02) VALUE '00'.
010500 01  FS-APPROVAL-PARM            PIC X(02) VALUE '00'.
010550 01  FS-PRODUCT-FILE             PIC X(02) VALUE '00'.
010600 01  WS-SWITCHES.
010700     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
010800         88  END-OF-FILE                    VALUE 'Y'.
011000         88  WS-MASTER-FILE-OPEN             VALUE 'Y'.
011100     05  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011200         88  WS-TRAN-FILE-OPEN               VALUE 'Y'.
011230     05  WS-PRODUCT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
011260         88  WS-PRODUCT-FILE-OPEN            VALUE 'Y'.
011300
011400*--------------------------------------------------------------
011500* WORKING COPY OF THE LEDGER RECORD - THE TRANSACTION'S IMAGE
012100     COPY INPTREC.
012200
012300 01  WS-REJECT-REASON            PIC X(04).
012307
012314*--------------------------------------------------------------
012321* SHARED ACCT-CHECK CALL PARAMETER
012328*--------------------------------------------------------------
012335 01  WS-ACCT-CHECK-PARM.
012342     05  WS-AC-PROGRAM-ID        PIC X(12) VALUE 'MSTR-MAINT'.
012349     05  WS-AC-FUNCTION          PIC X(01) VALUE 'V'.
012356     05  WS-AC-MASTER-KEY.
012363         10  WS-AC-COMPANY-CODE  PIC X(03).
012370         10  WS-AC-ACCOUNT-NUMBER
012377                                 PIC X(10).
012384     05  WS-AC-RESULT            PIC X(01).
012391         88  WS-AC-CHECK-FAILED          VALUE 'N'.
012400
012500*--------------------------------------------------------------
012600* DUAL-APPROVAL THRESHOLD FROM APPRPM - AN ADD OR CHANGE WHOSE
013500     05  WS-AL-SEVERITY          PIC X(01).
013600     05  WS-AL-ALERT-CODE        PIC X(08).
013700     05  WS-AL-ALERT-TEXT        PIC X(40).
013707
013714*--------------------------------------------------------------
013721* SHARED MSTR-LOG CALL PARAMETER
013728*--------------------------------------------------------------
013735 01  WS-MSTR-PARM.
013742     05  WS-ML-PROGRAM-ID        PIC X(12) VALUE 'MSTR-MAINT'.
013749     05  WS-ML-COMPANY-CODE      PIC X(03).
013756     05  WS-ML-MASTER-NAME       PIC X(08) VALUE 'INPTMSTR'.
013763     05  WS-ML-MOVE-TYPE         PIC X(01).
013770     05  WS-ML-COUNT             PIC 9(07) VALUE 1.
013777     05  WS-ML-LEDGER-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
013784     05  WS-ML-INTEREST-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
013800 01  WS-THRESHOLD-SWITCH         PIC X(01) VALUE 'N'.
013900     88  WS-THRESHOLD-LOADED             VALUE 'Y'.
014000 01  WS-APPROVAL-THRESHOLD       PIC S9(09)V99 COMP-3.
022000         GO TO 1000-INITIALIZE-EXIT
022100     END-IF
022200     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH
022210     OPEN INPUT PRODUCT-FILE
022220     IF FS-PRODUCT-FILE NOT = '00' AND '05'
022230         DISPLAY 'MSTR-MAINT: NO PRODMSTR, STATUS='
022240             FS-PRODUCT-FILE
022245             ' - ONLY BLANK PRODUCT CODES ACCEPTED'
022250     ELSE
022260         MOVE 'Y' TO WS-PRODUCT-OPEN-SWITCH
022270     END-IF
022300     PERFORM 1200-LOAD-THRESHOLD
022400         THRU 1200-LOAD-THRESHOLD-EXIT
022500     OPEN EXTEND PENDING-FILE
030600*--------------------------------------------------------------
030700* FIELD EDITS - THE SAME CHECKS FILE-DEMO APPLIES TO AN INBOUND
030800* DETAIL, SO A MAINTENANCE TRANSACTION CANNOT PLANT A RECORD
030900* THE DAILY VALIDATION PASS WOULD HAVE REJECTED. A PRODUCT CODE,
030950* WHEN GIVEN, MUST BE IN THE ACCOUNT COMPANY'S CATALOG, AND A
030970* NUMBER INSIDE AN ISSUED RANGE MUST PASS ITS CHECK DIGIT.
031000*--------------------------------------------------------------
031100 2200-EDIT-TRANSACTION.
031200     IF NOT MT-ADD-ACTION AND
032200     IF MT-DELETE-ACTION
032300         GO TO 2200-EDIT-TRANSACTION-EXIT
032400     END-IF
032410     MOVE IR-COMPANY-CODE OF WS-LEDGER-RECORD
032420         TO WS-AC-COMPANY-CODE
032430     MOVE IR-ACCOUNT-NUMBER OF WS-LEDGER-RECORD
032440         TO WS-AC-ACCOUNT-NUMBER
032450     CALL 'ACCT-CHECK' USING WS-ACCT-CHECK-PARM
032460     IF WS-AC-CHECK-FAILED
032470         MOVE 'CHKD' TO WS-REJECT-REASON
032480         GO TO 2200-EDIT-TRANSACTION-EXIT
032490     END-IF
032500     IF IR-TRANS-DATE OF WS-LEDGER-RECORD NOT NUMERIC
032600         MOVE 'DATE' TO WS-REJECT-REASON
032700         GO TO 2200-EDIT-TRANSACTION-EXIT
033500     END-IF
033600     IF IR-AMOUNT OF WS-LEDGER-RECORD NOT NUMERIC
033700         MOVE 'AMT ' TO WS-REJECT-REASON
033800         GO TO 2200-EDIT-TRANSACTION-EXIT
033806     END-IF
033812     IF IR-PRODUCT-CODE OF WS-LEDGER-RECORD = SPACES
033818         GO TO 2200-EDIT-TRANSACTION-EXIT
033824     END-IF
033830     IF NOT WS-PRODUCT-FILE-OPEN
033836         MOVE 'PROD' TO WS-REJECT-REASON
033842         GO TO 2200-EDIT-TRANSACTION-EXIT
033848     END-IF
033854     MOVE IR-COMPANY-CODE OF WS-LEDGER-RECORD TO PD-COMPANY-CODE
033860     MOVE IR-PRODUCT-CODE OF WS-LEDGER-RECORD TO PD-PRODUCT-CODE
033866     READ PRODUCT-FILE
033872         INVALID KEY
033878             MOVE 'PROD' TO WS-REJECT-REASON
033884     END-READ.
033900 2200-EDIT-TRANSACTION-EXIT.
034000     EXIT.
034100
035000             ADD 1 TO WS-ADD-COUNT
035100             PERFORM 7100-WRITE-REGISTER-APPLIED
035200                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
035220             MOVE 'A' TO WS-ML-MOVE-TYPE
035240             PERFORM 7200-LOG-MASTER-MOVEMENT
035260                 THRU 7200-LOG-MASTER-MOVEMENT-EXIT
035300     END-WRITE.
035400 3000-ADD-MASTER-RECORD-EXIT.
035500     EXIT.
038100             ADD 1 TO WS-DELETE-COUNT
038200             PERFORM 7100-WRITE-REGISTER-APPLIED
038300                 THRU 7100-WRITE-REGISTER-APPLIED-EXIT
038320             MOVE 'D' TO WS-ML-MOVE-TYPE
038340             PERFORM 7200-LOG-MASTER-MOVEMENT
038360                 THRU 7200-LOG-MASTER-MOVEMENT-EXIT
038400     END-DELETE.
038500 5000-DELETE-MASTER-RECORD-EXIT.
038600     EXIT.
045100     WRITE REGISTER-RECORD FROM WS-REGISTER-DETAIL.
045200 7100-WRITE-REGISTER-APPLIED-EXIT.
045300     EXIT.
045309
045318*--------------------------------------------------------------
045327* MASTER MOVEMENT FOR MSTR-PROOF - ONE INPTMSTR RECORD ADDED OR
045336* DELETED UNDER THE ACCOUNT'S COMPANY.
045345*--------------------------------------------------------------
045354 7200-LOG-MASTER-MOVEMENT.
045363     MOVE IR-COMPANY-CODE OF WS-LEDGER-RECORD
045367         TO WS-ML-COMPANY-CODE
045372     CALL 'MSTR-LOG' USING WS-MSTR-PARM.
045381 7200-LOG-MASTER-MOVEMENT-EXIT.
045390     EXIT.
045400
045500 8000-SUMMARIZE.
045600     MOVE WS-TRAN-COUNT TO RT-TRAN-COUNT
047500     IF WS-MASTER-FILE-OPEN
047600         CLOSE MASTER-FILE
047700     END-IF
047720     IF WS-PRODUCT-FILE-OPEN
047740         CLOSE PRODUCT-FILE
047760     END-IF
047800     IF WS-TRAN-FILE-OPEN
047900         CLOSE MAINT-TRAN-FILE
048000         CLOSE REGISTER-FILE
