000100*--------------------------------------------------------------
000200* MVMTREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE MSTRMVT MASTER-MOVEMENT LOG. EVERY
000500* PROGRAM OUTSIDE THE POSTING RUN THAT ADDS TO, DELETES FROM, OR
000600* MOVES THE INTEREST ON THE ACCOUNT MASTERS (BALMSTR, INPTMSTR)
000700* APPENDS ONE RECORD PER COMPANY AND MOVEMENT TYPE THROUGH THE
000800* MSTR-LOG SUBPROGRAM, SO MSTR-PROOF CAN CARRY YESTERDAY'S
000900* CONTROL TOTALS FORWARD TO WHAT THE MASTERS HOLD TODAY. THE
001000* POSTING RUN'S OWN MOVEMENT COMES OFF ITS JOURNALS INSTEAD.
001100*--------------------------------------------------------------
001200* MODIFICATION HISTORY
001300*--------------------------------------------------------------
001400* 2026-10-15  DLBS  ORIGINAL LAYOUT - RUN DATE, PROGRAM-ID,
001500*                   COMPANY, MASTER NAME, MOVEMENT TYPE ('A'
001600*                   ADDED, 'D' DELETED, 'I' INTEREST ACCRUED, 'C'
001700*                   INTEREST CAPITALIZED), ACCOUNT COUNT, AND THE
001800*                   LEDGER AND ACCRUED-INTEREST AMOUNTS MOVED
001900*                   (SIGN LEADING SEPARATE, LIKE RUNLREC). RECORD
002000*                   LENGTH 67 BYTES, CONTIGUOUS FIELDS.
002100*--------------------------------------------------------------
002200 05  MV-RUN-DATE                 PIC 9(08).
002300 05  MV-PROGRAM-ID               PIC X(12).
002400 05  MV-COMPANY-CODE             PIC X(03).
002500 05  MV-MASTER-NAME              PIC X(08).
002600 05  MV-MOVE-TYPE                PIC X(01).
002700     88  MV-ACCOUNTS-ADDED               VALUE 'A'.
002800     88  MV-ACCOUNTS-DELETED             VALUE 'D'.
002900     88  MV-INTEREST-ACCRUED             VALUE 'I'.
003000     88  MV-INTEREST-CAPITALIZED         VALUE 'C'.
003100 05  MV-COUNT                    PIC 9(07).
003200 05  MV-LEDGER-AMOUNT            PIC S9(11)V99 SIGN IS
003300                                     LEADING SEPARATE CHARACTER.
003400 05  MV-INTEREST-AMOUNT          PIC S9(11)V99 SIGN IS
003500                                     LEADING SEPARATE CHARACTER.
