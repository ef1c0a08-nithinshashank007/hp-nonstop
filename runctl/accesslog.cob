000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACCESS-LOG.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. SHARED CUSTOMER-DATA ACCESS-LOG
001100*                   WRITER FOR MENU-DRIVER, HIST-INQUIRY, THE
001200*                   ACCT-POST BALANCE INQUIRY AND ARCH-INQUIRY, IN
001300*                   THE AUDIT-WRITER MOLD. OPENS ACCSLOG ONCE ON
001400*                   THE FIRST 'W' CALL OF THE RUN UNIT, KEEPS IT
001500*                   OPEN, AND CLOSES ON THE 'C' CALL AT END OF
001600*                   RUN. THE CALLER SUPPLIES THE OPERATOR, ITS
001700*                   PROGRAM-ID, THE COMPANY AND ACCOUNT LOOKED UP
001800*                   AND THE INQUIRY TYPE; THE TIMESTAMP IS STAMPED
001900*                   HERE, FROM THE WALL CLOCK.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT ACCESS-FILE ASSIGN TO 'ACCSLOG'
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS FS-ACCESS-FILE.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  ACCESS-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 01  ACCESS-RECORD.
003300     COPY ACCSREC.
003400
003500 WORKING-STORAGE SECTION.
003600 01  FS-ACCESS-FILE              PIC X(02) VALUE '00'.
003700 01  WS-OPEN-SWITCH              PIC X(01) VALUE 'N'.
003800     88  WS-ACCESS-FILE-OPEN             VALUE 'Y'.
003900
004000 LINKAGE SECTION.
004100 01  LK-ACCESS-PARM.
004200     05  LK-AX-FUNCTION          PIC X(01).
004300         88  LK-AX-WRITE-CALL            VALUE 'W'.
004400         88  LK-AX-CLOSE-CALL            VALUE 'C'.
004500     05  LK-AX-OPERATOR-ID       PIC X(08).
004600     05  LK-AX-PROGRAM-ID        PIC X(12).
004700     05  LK-AX-COMPANY-CODE      PIC X(03).
004800     05  LK-AX-ACCOUNT-NUMBER    PIC X(10).
004900     05  LK-AX-INQUIRY-TYPE      PIC X(02).
005000
005100 PROCEDURE DIVISION USING LK-ACCESS-PARM.
005200 0000-MAINLINE.
005300     IF LK-AX-CLOSE-CALL
005400         IF WS-ACCESS-FILE-OPEN
005500             CLOSE ACCESS-FILE
005600             MOVE 'N' TO WS-OPEN-SWITCH
005700         END-IF
005800         GOBACK
005900     END-IF
006000     IF NOT LK-AX-WRITE-CALL
006100         GOBACK
006200     END-IF
006300     IF NOT WS-ACCESS-FILE-OPEN
006400         OPEN EXTEND ACCESS-FILE
006500         IF FS-ACCESS-FILE = '35'
006600             OPEN OUTPUT ACCESS-FILE
006700         END-IF
006800         IF FS-ACCESS-FILE NOT = '00'
006900             DISPLAY 'ACCESS-LOG: ACCSLOG OPEN FAILED, '
007000                 'STATUS=' FS-ACCESS-FILE
007100             GOBACK
007200         END-IF
007300         MOVE 'Y' TO WS-OPEN-SWITCH
007400     END-IF
007500     MOVE LK-AX-OPERATOR-ID TO AX-OPERATOR-ID
007600     MOVE FUNCTION CURRENT-DATE (1:16) TO AX-TIMESTAMP
007700     MOVE LK-AX-PROGRAM-ID TO AX-PROGRAM-ID
007800     MOVE LK-AX-COMPANY-CODE TO AX-COMPANY-CODE
007900     MOVE LK-AX-ACCOUNT-NUMBER TO AX-ACCOUNT-NUMBER
008000     MOVE LK-AX-INQUIRY-TYPE TO AX-INQUIRY-TYPE
008100     WRITE ACCESS-RECORD
008200     GOBACK.
