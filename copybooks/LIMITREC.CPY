000100*--------------------------------------------------------------
000200* LIMITREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE OVERDRAFT-LIMIT MASTER (LMTMSTR),
000500* KEYED ON LM-MASTER-KEY (COMPANY PLUS ACCOUNT, MATCHING
000600* BALREC'S BL-MASTER-KEY). EACH ENTRY IS AN ACCOUNT'S APPROVED
000700* OVERDRAFT LIMIT - HOW FAR BELOW ZERO THE NET BALANCE MAY GO -
000800* AND THE DATE THE APPROVAL LAPSES. AN EXPIRED ENTRY (EXPIRY
000900* BEFORE THE RUN DATE) COUNTS AS NO LIMIT. MAINTAINED BY
001000* LIMIT-MAINT FROM LMTTRAN TRANSACTIONS; READ BY KEY BY
001100* ACCT-POST (DEBIT CHECK) AND BAL-EXCEPT (OVERDRAFT SPLIT).
001200*--------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*--------------------------------------------------------------
001500* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY, LIMIT,
001600*                   EXPIRY, APPROVING OFFICER, LAST-CHANGED
001700*                   DATE. RECORD LENGTH 50.
001800*--------------------------------------------------------------
001900 05  LM-MASTER-KEY.
002000     10  LM-COMPANY-CODE         PIC X(03).
002100     10  LM-ACCOUNT-NUMBER       PIC X(10).
002200 05  LM-LIMIT-AMOUNT             PIC 9(07)V99 COMP-3.
002300 05  LM-EXPIRY-DATE              PIC 9(08).
002400 05  LM-APPROVED-BY              PIC X(08).
002500 05  LM-CHANGED-DATE             PIC 9(08).
002600 05  FILLER                      PIC X(08).
