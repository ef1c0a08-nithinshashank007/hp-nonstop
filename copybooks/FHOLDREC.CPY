000100*--------------------------------------------------------------
000200* FHOLDREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE FUNDS-HOLD MASTER (FNDHOLD),
000500* KEYED ON FH-HOLD-KEY (COMPANY PLUS ACCOUNT, MATCHING BALREC'S
000600* BL-MASTER-KEY, PLUS A HOLD ID). AN ACCOUNT MAY CARRY ANY
000700* NUMBER OF HOLDS; EACH EARMARKS PART OF THE NET BALANCE SO IT
000800* CANNOT BE COUNTED AS AVAILABLE. A HOLD WHOSE EXPIRY DATE IS
000900* BEFORE THE RUN DATE NO LONGER COUNTS, AND IS DROPPED BY THE
001000* NEXT FHOLD-SWEEP. MAINTAINED BY FHOLD-MAINT FROM FHTRAN
001100* TRANSACTIONS; READ BY KEY RANGE BY ACCT-POST (BALANCE
001200* INQUIRY), MENU-DRIVER (ACCOUNT INQUIRY), AND BAL-EXCEPT.
001300*
001400* REASON CODES:
001500*   CO  COURT ORDER OR GARNISHMENT
001600*   UD  UNCLEARED DEPOSIT
001700*   DS  PENDING DISPUTE
001800*   OT  OTHER - SEE THE PLACING OPERATOR
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
002200* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY, AMOUNT,
002300*                   REASON, PLACED AND EXPIRY DATES, PLACING
002400*                   OPERATOR, LAST CHANGE. RECORD LENGTH 80.
002500*--------------------------------------------------------------
002600 05  FH-HOLD-KEY.
002700     10  FH-MASTER-KEY.
002800         15  FH-COMPANY-CODE     PIC X(03).
002900         15  FH-ACCOUNT-NUMBER   PIC X(10).
003000     10  FH-HOLD-ID              PIC X(08).
003100 05  FH-HOLD-AMOUNT              PIC 9(09)V99 COMP-3.
003200 05  FH-REASON-CODE              PIC X(02).
003300     88  FH-COURT-ORDER                  VALUE 'CO'.
003400     88  FH-UNCLEARED-DEPOSIT            VALUE 'UD'.
003500     88  FH-DISPUTE                      VALUE 'DS'.
003600     88  FH-OTHER-REASON                 VALUE 'OT'.
003700     88  FH-VALID-REASON                 VALUE 'CO' 'UD'
003800                                               'DS' 'OT'.
003900 05  FH-PLACED-DATE              PIC 9(08).
004000 05  FH-EXPIRY-DATE              PIC 9(08).
004100 05  FH-PLACED-BY                PIC X(08).
004200 05  FH-CHANGED-DATE             PIC 9(08).
004300 05  FH-CHANGED-BY               PIC X(08).
004400 05  FILLER                      PIC X(11).
