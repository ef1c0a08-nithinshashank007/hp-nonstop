000100*--------------------------------------------------------------
000200* GLMAPREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE GENERAL-LEDGER CHART-OF-ACCOUNTS
000500* MAPPING MASTER (GLMAP), KEYED ON COMPANY PLUS BRANCH PLUS
000600* ACTIVITY CATEGORY. EACH ENTRY NAMES THE GL ACCOUNT DEBITED
000700* AND THE GL ACCOUNT CREDITED WHEN THE CATEGORY'S DAILY TOTAL
000800* IS POSITIVE - A NEGATIVE TOTAL SWAPS THE TWO SIDES. AN ENTRY
000900* WITH A BLANK BRANCH IS THE COMPANY-WIDE DEFAULT, USED FOR ANY
001000* BRANCH WITHOUT AN ENTRY OF ITS OWN. MAINTAINED BY GLMAP-MAINT
001100* FROM GLMTRAN TRANSACTIONS AND READ BY KEY BY GL-EXTRACT.
001200*
001300* CATEGORIES:
001400*   DR  CUSTOMER DEBIT      - POSTED ITEMS WITH A POSITIVE AMOUNT
001500*   CR  CUSTOMER CREDIT     - POSTED ITEMS WITH A NEGATIVE AMOUNT,
001600*                             TOTALLED AS A POSITIVE FIGURE
001700*   IA  INTEREST ACCRUAL    - INT-ACCRUE'S DAILY ACCRUAL
001800*   IC  INTEREST CAPITALIZED- POSTED 'IC' CLASS ITEMS
001900*   SU  SUSPENSE            - DETAILS SUSPENDED BY FILE-DEMO
001910*   FE  FEE INCOME          - POSTED 'FE' CLASS SERVICE CHARGES,
001920*                             TOTALLED AS A POSITIVE FIGURE
001940*   WO  WRITE-OFF           - POSTED 'WO' CLASS WRITE-OFFS OF
001960*                             OVERDRAWN BALANCES
001970* DR, CR, IC, FE AND WO ARE POSTED ACTIVITY, DRAWN FROM ACTHIST.
001980* CR AND FE ARE TOTALLED WITH THE POSTED SIGN REVERSED, SO THE
001990* DAY'S POSTED NET IS DR + IC + WO - CR - FE.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* 2026-10-15  DLBS  ORIGINAL LAYOUT - TYPED KEY, DEBIT AND
002400*                   CREDIT GL ACCOUNTS, DESCRIPTION. RECORD
002500*                   LENGTH 60.
002510* 2026-10-15  DLBS  NEW FEE-INCOME CATEGORY 'FE'.
002550* 2026-10-15  DLBS  NEW WRITE-OFF CATEGORY 'WO'.
002560* 2026-10-15  DLBS  88 GM-POSTED-ACTIVITY AND GM-REVERSE-SIGNED,
002570*                   SO THE DAY'S JOURNAL CAN BE RECONCILED TO
002580*                   WHAT ACCT-POST APPLIED. LAYOUT UNCHANGED.
002600*--------------------------------------------------------------
002700 05  GM-MAP-KEY.
002800     10  GM-COMPANY-CODE         PIC X(03).
002900     10  GM-BRANCH-CODE          PIC X(04).
003000     10  GM-CATEGORY             PIC X(02).
003100         88  GM-CUSTOMER-DEBIT           VALUE 'DR'.
003200         88  GM-CUSTOMER-CREDIT          VALUE 'CR'.
003300         88  GM-INTEREST-ACCRUAL         VALUE 'IA'.
003400         88  GM-INTEREST-CAPITALIZED     VALUE 'IC'.
003500         88  GM-SUSPENSE                 VALUE 'SU'.
003510         88  GM-FEE-INCOME               VALUE 'FE'.
003550         88  GM-WRITE-OFF                VALUE 'WO'.
003560         88  GM-POSTED-ACTIVITY          VALUE 'DR' 'CR' 'IC'
003570                                               'FE' 'WO'.
003580         88  GM-REVERSE-SIGNED           VALUE 'CR' 'FE'.
003600 05  GM-DEBIT-GL-ACCOUNT         PIC X(12).
003700 05  GM-CREDIT-GL-ACCOUNT        PIC X(12).
003800 05  GM-DESCRIPTION              PIC X(20).
003900 05  FILLER                      PIC X(07).
