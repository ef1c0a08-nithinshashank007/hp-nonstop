000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MSTR-LOG.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. SHARED MASTER-MOVEMENT CAPTURE,
001100*                   IN THE CARRY-LOG MOLD. EVERY PROGRAM OUTSIDE
001200*                   THE POSTING RUN THAT CHANGES WHAT THE ACCOUNT
001300*                   MASTERS ADD UP TO (INT-ACCRUE, DORM-PURGE,
001400*                   MSTR-MAINT) HANDS IN ITS PROGRAM-ID, THE
001500*                   COMPANY, THE MASTER'S FILE NAME, A MOVEMENT
001600*                   TYPE, THE ACCOUNT COUNT, AND THE LEDGER AND
001700*                   ACCRUED-INTEREST AMOUNTS MOVED; ONE STAMPED
001800*                   RECORD IS APPENDED TO MSTRMVT FOR MSTR-PROOF
001900*                   TO CARRY YESTERDAY'S CONTROL TOTALS FORWARD.
002000*                   A HANDFUL OF CALLS PER RUN, SO OPEN
002100*                   EXTEND/CLOSE PER CALL IS FINE.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT MOVEMENT-FILE ASSIGN TO 'MSTRMVT'
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS FS-MOVEMENT-FILE.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  MOVEMENT-FILE
003300     LABEL RECORDS ARE STANDARD.
003400 01  MOVEMENT-RECORD.
003500     COPY MVMTREC.
003600
003700 WORKING-STORAGE SECTION.
003800 01  FS-MOVEMENT-FILE            PIC X(02) VALUE '00'.
003900 01  WS-PROC-DATE                PIC 9(08).
004000
004100 LINKAGE SECTION.
004200 01  LK-MSTR-PARM.
004300     05  LK-ML-PROGRAM-ID        PIC X(12).
004400     05  LK-ML-COMPANY-CODE      PIC X(03).
004500     05  LK-ML-MASTER-NAME       PIC X(08).
004600     05  LK-ML-MOVE-TYPE         PIC X(01).
004700     05  LK-ML-COUNT             PIC 9(07).
004800     05  LK-ML-LEDGER-AMOUNT     PIC S9(11)V99 COMP-3.
004900     05  LK-ML-INTEREST-AMOUNT   PIC S9(11)V99 COMP-3.
005000
005100 PROCEDURE DIVISION USING LK-MSTR-PARM.
005200 0000-MAINLINE.
005300     OPEN EXTEND MOVEMENT-FILE
005400     IF FS-MOVEMENT-FILE = '35'
005500         OPEN OUTPUT MOVEMENT-FILE
005600     END-IF
005700     IF FS-MOVEMENT-FILE NOT = '00'
005800         DISPLAY 'MSTR-LOG: MSTRMVT OPEN FAILED, STATUS='
005900             FS-MOVEMENT-FILE
006000         GOBACK
006100     END-IF
006200     CALL 'PROC-DATE' USING WS-PROC-DATE
006300     MOVE WS-PROC-DATE TO MV-RUN-DATE
006400     MOVE LK-ML-PROGRAM-ID TO MV-PROGRAM-ID
006500     MOVE LK-ML-COMPANY-CODE TO MV-COMPANY-CODE
006600     MOVE LK-ML-MASTER-NAME TO MV-MASTER-NAME
006700     MOVE LK-ML-MOVE-TYPE TO MV-MOVE-TYPE
006800     MOVE LK-ML-COUNT TO MV-COUNT
006900     MOVE LK-ML-LEDGER-AMOUNT TO MV-LEDGER-AMOUNT
007000     MOVE LK-ML-INTEREST-AMOUNT TO MV-INTEREST-AMOUNT
007100     WRITE MOVEMENT-RECORD
007200     CLOSE MOVEMENT-FILE
007300     GOBACK.
