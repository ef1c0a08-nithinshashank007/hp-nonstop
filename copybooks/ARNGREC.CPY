000100*--------------------------------------------------------------
000200* ARNGREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE ACCOUNT-NUMBER RANGE MASTER
000500* (ACCTRNG), KEYED ON AR-RANGE-KEY (COMPANY PLUS BRANCH - EACH
000600* BRANCH OF EACH OPERATING COMPANY ISSUES FROM ITS OWN BLOCK).
000700* AN ACCOUNT NUMBER IS A 9-DIGIT BASE FROM THE BLOCK FOLLOWED BY
000800* A MOD-10 CHECK DIGIT (SEE ACCT-CHECK). ACCT-OPEN TAKES THE NEXT
000900* BASE AND STEPS IT ON; THE BLOCKS THEMSELVES ARE MAINTAINED BY
001000* RNG-MAINT FROM RNGTRAN TRANSACTIONS. A NUMBER WHOSE BASE FALLS
001100* INSIDE ANY BLOCK OF ITS COMPANY MUST CARRY A GOOD CHECK DIGIT.
001200*--------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*--------------------------------------------------------------
001500* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY, LOW AND HIGH
001600*                   BASE OF THE BLOCK, NEXT BASE TO ISSUE, DATE OF
001700*                   THE LAST OPENING AND COUNT OF NUMBERS ISSUED.
001800*                   RECORD LENGTH 60.
001900*--------------------------------------------------------------
002000 05  AR-RANGE-KEY.
002100     10  AR-COMPANY-CODE         PIC X(03).
002200     10  AR-BRANCH-CODE          PIC X(04).
002300 05  AR-BASE-LOW                 PIC 9(09).
002400 05  AR-BASE-HIGH                PIC 9(09).
002500*--------------------------------------------------------------
002600* NEXT BASE ACCT-OPEN WILL ISSUE - ONE PAST AR-BASE-HIGH ONCE
002700* THE BLOCK IS USED UP.
002800*--------------------------------------------------------------
002900 05  AR-NEXT-BASE                PIC 9(09).
003000 05  AR-LAST-OPENED-DATE         PIC 9(08).
003100 05  AR-OPENED-COUNT             PIC 9(07).
003200 05  AR-CHANGED-DATE             PIC 9(08).
003300 05  FILLER                      PIC X(03).
