000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SIM-MODE.
000300 AUTHOR.        DL BATCH SUPPORT.
000400 INSTALLATION.  DAILY LEDGER PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15  DLBS  NEW PROGRAM. SHARED RUN-MODE SOURCE FOR THE
001100*                   DLSIM DRY RUN OF THE DAILY CHAIN. A STEP
001200*                   WHOSE SIMMODE CONTROL FILE CARRIES THE WORD
001300*                   SIMULATION IN COLUMNS 1-10 IS TOLD IT IS A
001400*                   SIMULATED RUN: IT WORKS AGAINST THE DLSIM
001500*                   COPIES OF THE MASTERS, STAMPS ITS REPORTS
001600*                   SIMULATION, AND LEAVES TRANSREG, RUNCTL,
001700*                   ACTHIST AND THE CARRY FILES ALONE. WITH NO
001800*                   FILE OR ANY OTHER CARD THE RUN IS LIVE, SO
001900*                   DLBATCH ITSELF NEEDS NO SIMMODE DD.
002000*                   OPEN/READ/CLOSE PER CALL, LIKE PROC-DATE.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SIM-MODE-FILE ASSIGN TO 'SIMMODE'
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS FS-SIM-MODE-FILE.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  SIM-MODE-FILE
003200     LABEL RECORDS ARE STANDARD.
003300 01  SIM-MODE-RECORD.
003400     05  SM-RUN-MODE             PIC X(10).
003500
003600 WORKING-STORAGE SECTION.
003700 01  FS-SIM-MODE-FILE            PIC X(02) VALUE '00'.
003800 01  EOF-SWITCH                  PIC X(01).
003900     88  END-OF-FILE                     VALUE 'Y'.
004000
004100 LINKAGE SECTION.
004200 01  LK-SIMULATION-SWITCH        PIC X(01).
004300
004400 PROCEDURE DIVISION USING LK-SIMULATION-SWITCH.
004500 0000-MAINLINE.
004600     MOVE 'N' TO LK-SIMULATION-SWITCH
004700     MOVE 'N' TO EOF-SWITCH
004800     OPEN INPUT SIM-MODE-FILE
004900     IF FS-SIM-MODE-FILE NOT = '00'
005000         GOBACK
005100     END-IF
005200     READ SIM-MODE-FILE
005300         AT END
005400             MOVE 'Y' TO EOF-SWITCH
005500     END-READ
005600     IF NOT END-OF-FILE AND
005700        SM-RUN-MODE = 'SIMULATION'
005800         MOVE 'Y' TO LK-SIMULATION-SWITCH
005900     END-IF
006000     CLOSE SIM-MODE-FILE
006100     GOBACK.
