003000*                   A KEYED CUSTMSTR READ (CUST-MAINT'S
003100*                   REFERENCE MASTER). NO CUSTMSTR ON FILE
003200*                   SKIPS THE NAME LINE.
003210* 2026-10-15  DLBS  REVERSALS SHOWN SIDE BY SIDE - A REVERSED
003220*                   ENTRY, A REVERSAL, OR A CORRECTED RE-POST
003230*                   CARRIES THE ENTRY IT IS LINKED TO (DATE,
003240*                   SEQUENCE, AMOUNT) ON ITS OWN LISTING LINE,
003250*                   READ THROUGH A SECOND VIEW OF ACTHIST.
003257* 2026-10-15  DLBS  THE INQUIRY CARD GAINED THE REQUESTING
003264*                   OPERATOR AFTER THE COMPANY CODE - A CARD
003271*                   WITHOUT ONE IS REFUSED WITH RC=8 - AND EVERY
003278*                   INQUIRY IS WRITTEN TO THE CUSTOMER-DATA ACCESS
003285*                   LOG (TYPE HI) THROUGH THE SHARED ACCESS-LOG
003292*                   SUBPROGRAM.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CU-MASTER-KEY
004600         FILE STATUS IS FS-CUSTOMER-REF-FILE.
004610     SELECT LINK-FILE ASSIGN TO 'ACTHIST'
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004640         RECORD KEY IS LR-HISTORY-KEY
004650         FILE STATUS IS FS-LINK-FILE.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005600     LABEL RECORDS ARE STANDARD.
005700 01  CUSTOMER-REF-RECORD.
005800     COPY CUSTREC.
005806
005812*--------------------------------------------------------------
005818* SECOND, READ-ONLY VIEW OF ACTHIST FOR THE LINKED ENTRY OF A
005824* REVERSAL PAIR - ONLY THE KEY AND AMOUNT ARE NAMED.
005830*--------------------------------------------------------------
005836 FD  LINK-FILE
005842     LABEL RECORDS ARE STANDARD.
005848 01  LINK-RECORD.
005854     05  LR-HISTORY-KEY.
005860         10  LR-ACCOUNT-NUMBER   PIC X(10).
005866         10  LR-POST-DATE        PIC 9(08).
005872         10  LR-SEQUENCE         PIC 9(05).
005878     05  FILLER                  PIC X(08).
005884     05  LR-AMOUNT               PIC S9(07)V99 COMP-3.
005890     05  FILLER                  PIC X(44).
005900
006000 WORKING-STORAGE SECTION.
006100 01  FS-HISTORY-FILE             PIC X(02) VALUE '00'.
006200 01  FS-CUSTOMER-REF-FILE        PIC X(02) VALUE '00'.
006250 01  FS-LINK-FILE                PIC X(02) VALUE '00'.
006300 01  WS-SWITCHES.
006400     05  EOF-SWITCH              PIC X(01) VALUE 'N'.
006500         88  END-OF-FILE                    VALUE 'Y'.
006600     05  WS-HIST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006700         88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.
006730     05  WS-LINK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006760         88  WS-LINK-FILE-OPEN               VALUE 'Y'.
006800
006900*--------------------------------------------------------------
007000* INQUIRY CONTROL CARD - ACCOUNT PLUS POSTING-DATE RANGE. A
007200* THE TRAILING COMPANY CODE FILTERS THE LISTING - WITH THE
007300* COMPANIES' ACCOUNT RANGES OVERLAPPING, A SHARED ACCOUNT
007400* NUMBER HOLDS BOTH COMPANIES' ROWS ON ACTHIST. A BLANK
007500* COMPANY LISTS EVERY ROW, AS BEFORE. THE REQUESTING OPERATOR
007550* IS REQUIRED - THE LOOKUP IS ACCESS-LOGGED UNDER THAT ID.
007600*--------------------------------------------------------------
007700 01  WS-INQUIRY-CARD.
007800     05  WS-INQUIRY-ACCOUNT      PIC X(10).
008200     05  WS-IQ-TO-DATE-X         PIC X(08).
008300     05  WS-IQ-FILL-3            PIC X(01).
008400     05  WS-INQUIRY-COMPANY      PIC X(03).
008430     05  WS-IQ-FILL-4            PIC X(01).
008460     05  WS-INQUIRY-OPERATOR     PIC X(08).
008500
008600 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
008700 01  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
009200                                     VALUE ZERO.
009300 01  WS-EDIT-AMOUNT              PIC -(09)9.99.
009400 01  WS-EDIT-TOTAL               PIC -(11)9.99.
009405
009410*--------------------------------------------------------------
009415* LINKED-ENTRY TEXT APPENDED TO A REVERSAL PAIR'S LISTING LINE -
009420* SPACES ON EVERY OTHER ROW.
009425*--------------------------------------------------------------
009430 01  WS-LINK-TEXT.
009435     05  WS-LT-LABEL             PIC X(12).
009440     05  WS-LT-ACCOUNT           PIC X(10).
009445     05  WS-LT-FILL-1            PIC X(01).
009450     05  WS-LT-POST-DATE         PIC X(08).
009455     05  WS-LT-FILL-2            PIC X(05).
009460     05  WS-LT-SEQUENCE          PIC X(05).
009465     05  WS-LT-FILL-3            PIC X(01).
009470     05  WS-LT-AMOUNT            PIC -(07)9.99.
009475     05  WS-LT-AMOUNT-X REDEFINES WS-LT-AMOUNT
009480                                 PIC X(11).
009481
009482*--------------------------------------------------------------
009483* SHARED ACCESS-LOG CALL PARAMETER
009484*--------------------------------------------------------------
009485 01  WS-ACCESS-PARM.
009486     05  WS-AX-FUNCTION          PIC X(01).
009487     05  WS-AX-OPERATOR-ID       PIC X(08).
009488     05  WS-AX-PROGRAM-ID        PIC X(12) VALUE 'HIST-INQUIRY'.
009489     05  WS-AX-COMPANY-CODE      PIC X(03).
009490     05  WS-AX-ACCOUNT-NUMBER    PIC X(10).
009491     05  WS-AX-INQUIRY-TYPE      PIC X(02).
009500
009600 PROCEDURE DIVISION.
009700 0000-MAINLINE.
011200         DISPLAY 'HIST-INQUIRY: NO ACCOUNT ON THE INQUIRY CARD'
011300         MOVE 8 TO RETURN-CODE
011400         MOVE 'Y' TO EOF-SWITCH
011410         GO TO 1000-INITIALIZE-EXIT
011420     END-IF
011430     IF WS-INQUIRY-OPERATOR = SPACES
011440         DISPLAY 'HIST-INQUIRY: NO OPERATOR ON THE INQUIRY CARD'
011450         MOVE 8 TO RETURN-CODE
011460         MOVE 'Y' TO EOF-SWITCH
011500         GO TO 1000-INITIALIZE-EXIT
011600     END-IF
011700     IF WS-IQ-FROM-DATE-X NUMERIC
013000         GO TO 1000-INITIALIZE-EXIT
013100     END-IF
013200     MOVE 'Y' TO WS-HIST-OPEN-SWITCH
013202     MOVE 'W' TO WS-AX-FUNCTION
013204     MOVE WS-INQUIRY-OPERATOR TO WS-AX-OPERATOR-ID
013206     MOVE WS-INQUIRY-COMPANY TO WS-AX-COMPANY-CODE
013208     MOVE WS-INQUIRY-ACCOUNT TO WS-AX-ACCOUNT-NUMBER
013210     MOVE 'HI' TO WS-AX-INQUIRY-TYPE
013212     CALL 'ACCESS-LOG' USING WS-ACCESS-PARM
013220     OPEN INPUT LINK-FILE
013240     IF FS-LINK-FILE = '00'
013260         MOVE 'Y' TO WS-LINK-OPEN-SWITCH
013280     END-IF
013300     DISPLAY 'HIST-INQUIRY: ACCOUNT ' WS-INQUIRY-ACCOUNT
013400         ' FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
013500     IF WS-INQUIRY-COMPANY NOT = SPACES
018800     ADD 1 TO WS-LISTED-COUNT
018900     ADD AH-AMOUNT TO WS-NET-TOTAL
019000     MOVE AH-AMOUNT TO WS-EDIT-AMOUNT
019010     MOVE SPACES TO WS-LINK-TEXT
019020     IF NOT AH-NOT-REVERSED
019030         PERFORM 3200-FORMAT-LINKED-ENTRY
019040             THRU 3200-FORMAT-LINKED-ENTRY-EXIT
019050     END-IF
019100     DISPLAY 'HIST-INQUIRY: ' AH-POST-DATE ' SEQ '
019200         AH-SEQUENCE ' TRANS ' AH-TRANS-DATE ' BR '
019300         AH-BRANCH-CODE ' CO ' AH-COMPANY-CODE ' AMOUNT '
019400         WS-EDIT-AMOUNT ' ' WS-LINK-TEXT
019500     PERFORM 3100-READ-NEXT-HISTORY
019600         THRU 3100-READ-NEXT-HISTORY-EXIT
019700     GO TO 3000-LIST-ONE-RECORD-EXIT.
020800     END-READ.
020900 3100-READ-NEXT-HISTORY-EXIT.
021000     EXIT.
021002
021004*--------------------------------------------------------------
021006* A REVERSED ENTRY SHOWS ITS REVERSAL ('REVERSED BY'); A
021008* REVERSAL OR A CORRECTED RE-POST SHOWS THE ORIGINAL ENTRY
021010* ('REVERSES' / 'CORRECTS'). THE LINKED ROW IS READ THROUGH THE
021012* SECOND VIEW SO THE LISTING SWEEP KEEPS ITS PLACE. A LINK
021014* WHOSE ROW IS GONE SHOWS 'NOT ON FILE' FOR THE AMOUNT.
021016*--------------------------------------------------------------
021018 3200-FORMAT-LINKED-ENTRY.
021020     IF AH-REVERSED
021022         MOVE 'REVERSED BY ' TO WS-LT-LABEL
021024     END-IF
021026     IF AH-REVERSAL-ENTRY
021028         MOVE 'REVERSES    ' TO WS-LT-LABEL
021030     END-IF
021032     IF AH-CORRECTION-ENTRY
021034         MOVE 'CORRECTS    ' TO WS-LT-LABEL
021036     END-IF
021038     MOVE AH-LINK-ACCOUNT TO WS-LT-ACCOUNT
021040     MOVE AH-LINK-POST-DATE TO WS-LT-POST-DATE
021042     MOVE ' SEQ ' TO WS-LT-FILL-2
021044     MOVE AH-LINK-SEQUENCE TO WS-LT-SEQUENCE
021046     MOVE 'NOT ON FILE' TO WS-LT-AMOUNT-X
021048     IF NOT WS-LINK-FILE-OPEN
021050         GO TO 3200-FORMAT-LINKED-ENTRY-EXIT
021052     END-IF
021054     MOVE AH-LINK-KEY TO LR-HISTORY-KEY
021056     READ LINK-FILE
021058         INVALID KEY
021060             GO TO 3200-FORMAT-LINKED-ENTRY-EXIT
021062     END-READ
021064     MOVE LR-AMOUNT TO WS-LT-AMOUNT.
021066 3200-FORMAT-LINKED-ENTRY-EXIT.
021068     EXIT.
021100
021200 8000-SUMMARIZE.
021300     IF WS-LISTED-COUNT = ZERO
022400 9999-TERMINATE.
022500     IF WS-HISTORY-FILE-OPEN
022600         CLOSE HISTORY-FILE
022606         MOVE 'C' TO WS-AX-FUNCTION
022612         CALL 'ACCESS-LOG' USING WS-ACCESS-PARM
022620     END-IF
022640     IF WS-LINK-FILE-OPEN
022660         CLOSE LINK-FILE
022700     END-IF.
022800 9999-TERMINATE-EXIT.
022900     EXIT.
