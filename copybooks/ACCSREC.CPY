000100*--------------------------------------------------------------
000200* ACCSREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE CUSTOMER-DATA ACCESS LOG
000500* (ACCSLOG), APPENDED TO BY ACCESS-LOG EVERY TIME AN OPERATOR
000600* LOOKS UP AN ACCOUNT - SO "WHO VIEWED THIS ACCOUNT" CAN BE
000700* ANSWERED FOR THE PRIVACY AUDIT. ONE RECORD PER LOOKUP. THE
000800* TIMESTAMP IS WALL-CLOCK (CCYYMMDDHHMMSSHH), NOT THE PROCESSING
000900* DATE - A LOOKUP HAPPENS WHEN IT HAPPENS, WHATEVER BUSINESS DAY
001000* THE LEDGER IS ON. ACCESS-RPT READS IT SORTED BY OPERATOR AND
001100* TIMESTAMP (1,24).
001200*
001300* INQUIRY TYPES:
001400*   AI  MENU-DRIVER ACCOUNT INQUIRY (MASTER AND BALANCES)
001500*   RA  MENU-DRIVER RELATIONSHIP INQUIRY, FIND BY ACCOUNT
001600*   RB  MENU-DRIVER RELATIONSHIP INQUIRY, LINKED-ACCOUNT BALANCE
001700*   HI  HIST-INQUIRY ACCOUNT-ACTIVITY LISTING
001800*   BI  ACCT-POST BALANCE INQUIRY
001900*   AR  ARCH-INQUIRY AUDIT RETRIEVAL BY INPUT VALUE
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* 2026-10-15  DLBS  ORIGINAL LAYOUT. RECORD LENGTH IS 51 BYTES -
002400*                   SEE JCL/DLACCRPT.JCL.
002500*--------------------------------------------------------------
002600 05  AX-OPERATOR-ID              PIC X(08).
002700 05  AX-TIMESTAMP                PIC X(16).
002800 05  AX-PROGRAM-ID               PIC X(12).
002900 05  AX-MASTER-KEY.
003000     10  AX-COMPANY-CODE         PIC X(03).
003100     10  AX-ACCOUNT-NUMBER       PIC X(10).
003200 05  AX-INQUIRY-TYPE             PIC X(02).
003300     88  AX-ACCOUNT-INQUIRY              VALUE 'AI'.
003400     88  AX-RELATIONSHIP-FIND            VALUE 'RA'.
003500     88  AX-RELATIONSHIP-BALANCE         VALUE 'RB'.
003600     88  AX-HISTORY-INQUIRY              VALUE 'HI'.
003700     88  AX-BALANCE-INQUIRY              VALUE 'BI'.
003800     88  AX-ARCHIVE-RETRIEVAL            VALUE 'AR'.
