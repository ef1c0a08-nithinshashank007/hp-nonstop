000100*--------------------------------------------------------------
000200* BALSREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE END-OF-DAY BALANCE SNAPSHOT FILE
000500* (BALSNAP), KEYED ON BS-SNAP-KEY (COMPANY PLUS ACCOUNT, AS
000600* BALREC'S BL-MASTER-KEY, PLUS THE BUSINESS DAY). BAL-SNAP WRITES
000700* ONE RECORD PER BALMSTR ACCOUNT EACH DAY AFTER POSTING AND THE
000800* DAY'S ACCRUAL; ALL OF AN ACCOUNT'S SNAPSHOTS SIT TOGETHER IN
000900* DATE ORDER, SO "THE BALANCE ON THE 12TH" IS A KEYED READ AND A
001000* MONTH'S AVERAGE DAILY BALANCE ONE SEQUENTIAL PASS. SNAP-PURGE
001100* KEEPS THE CTLMSTR 'T' BALSNAP NUMBER OF MONTHS ONLINE.
001200*--------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*--------------------------------------------------------------
001500* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY WITH THE
001600*                   SNAPSHOT DATE, THE ACCOUNT'S BRANCH THAT
001700*                   DAY, LEDGER (NET) BALANCE AND ACCRUED
001800*                   INTEREST. RECORD LENGTH 40.
001900*--------------------------------------------------------------
002000 05  BS-SNAP-KEY.
002100     10  BS-MASTER-KEY.
002200         15  BS-COMPANY-CODE     PIC X(03).
002300         15  BS-ACCOUNT-NUMBER   PIC X(10).
002400     10  BS-SNAP-DATE            PIC 9(08).
002500 05  BS-BRANCH-CODE              PIC X(04).
002600 05  BS-LEDGER-BALANCE           PIC S9(09)V99 COMP-3.
002700 05  BS-ACCRUED-INTEREST         PIC S9(09)V99 COMP-3.
002800 05  FILLER                      PIC X(03).
