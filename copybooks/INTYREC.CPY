000100*--------------------------------------------------------------
000200* INTYREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE INTEREST-PAID YEAR-TO-DATE MASTER
000500* (INTYTD), KEYED ON IY-MASTER-KEY (COMPANY PLUS ACCOUNT, MATCHING
000600* BALREC'S BL-MASTER-KEY). INT-ACCRUE'S CAPITALIZATION RUN ADDS
000700* EACH AMOUNT IT STAGES TO THE ACCOUNT'S BUCKET FOR THE TAX YEAR;
000800* THE YEAR-END RUN (DLYETAX) REPORTS THE BUCKETS AND, ONCE THE
000900* FILING IS PROVEN, ROLLS THEM - THE YEAR'S TOTAL MOVES TO THE
001000* PRIOR-YEAR FIELDS AND THE BUCKET STARTS THE NEXT TAX YEAR AT
001100* ZERO. KEPT APART FROM BALMSTR SO THE BALANCE RECORD AND THE
001200* POSTING JOURNAL'S BEFORE-IMAGES KEEP THEIR LENGTH.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
001600* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY, TAX YEAR,
001700*                   INTEREST PAID AND CAPITALIZATION COUNT FOR
001800*                   THE YEAR, LAST CAPITALIZED DATE, THE ROLLED
001900*                   PRIOR YEAR AND ITS TOTAL. RECORD LENGTH 50.
002000*--------------------------------------------------------------
002100 05  IY-MASTER-KEY.
002200     10  IY-COMPANY-CODE         PIC X(03).
002300     10  IY-ACCOUNT-NUMBER       PIC X(10).
002400 05  IY-TAX-YEAR                 PIC 9(04).
002500 05  IY-INTEREST-PAID            PIC S9(09)V99 COMP-3.
002600 05  IY-CAPITALIZED-COUNT        PIC 9(03).
002700 05  IY-LAST-CAPITALIZED         PIC 9(08).
002800 05  IY-PRIOR-YEAR               PIC 9(04).
002900 05  IY-PRIOR-YEAR-INTEREST      PIC S9(09)V99 COMP-3.
003000 05  FILLER                      PIC X(06).
