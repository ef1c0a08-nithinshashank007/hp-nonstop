000100*--------------------------------------------------------------
000200* DLQREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE DELINQUENCY MASTER (DLQMSTR),
000500* KEYED ON DQ-MASTER-KEY (COMPANY PLUS ACCOUNT) TO MATCH BALMSTR.
000600* ONE RECORD PER ACCOUNT WHOSE NET BALANCE IS BELOW ZERO. DLQ-AGE
000700* ADDS THE RECORD THE FIRST DAY IT FINDS THE ACCOUNT OVERDRAWN,
000800* AGES IT EVERY DAY BY THE CTLMSTR BUSINESS DAYS SINCE, AND
000900* DELETES IT WHEN THE ACCOUNT IS BACK AT OR ABOVE ZERO. AN
001000* ACCOUNT AGED PAST ITS COMPANY'S CHARGE-OFF AGE IS PROPOSED FOR
001100* WRITE-OFF; WO-APPROVE RECORDS THE DECISION.
001200*
001300* WRITE-OFF STATUS:
001400*   SPACE  NOT PROPOSED
001500*   P      PROPOSED BY DLQ-AGE, AWAITING A DECISION
001600*   D      DECLINED BY WO-APPROVE - NOT PROPOSED AGAIN WHILE
001700*          THE ACCOUNT STAYS OVERDRAWN
001800*   A      APPROVED - THE 'WO' DETAIL IS STAGED TO RELSTAGE
001900*   W      WRITTEN OFF - THE DETAIL POSTED AND THE ACCOUNT'S
002000*          CLOSURE WENT TO STATTRAN FOR STATUS-MAINT
002100*--------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*--------------------------------------------------------------
002400* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY, OWNING BRANCH,
002500*                   FIRST-OVERDRAWN AND LAST-AGED DATES, BUSINESS
002600*                   DAYS OVERDRAWN AND AGE BUCKET, OVERDRAWN
002700*                   AMOUNT, WRITE-OFF STATUS WITH ITS PROPOSAL AND
002800*                   DECISION DATES, APPROVER AND AMOUNT STAGED.
002900*                   RECORD LENGTH 80.
003000*--------------------------------------------------------------
003100 05  DQ-MASTER-KEY.
003200     10  DQ-COMPANY-CODE         PIC X(03).
003300     10  DQ-ACCOUNT-NUMBER       PIC X(10).
003400 05  DQ-BRANCH-CODE              PIC X(04).
003500 05  DQ-FIRST-OVERDRAWN-DATE     PIC 9(08).
003600 05  DQ-LAST-AGED-DATE           PIC 9(08).
003700*--------------------------------------------------------------
003800* BUSINESS DAYS OVERDRAWN, COUNTING THE FIRST DAY AS DAY 1.
003900*--------------------------------------------------------------
004000 05  DQ-DAYS-OVERDRAWN           PIC 9(05).
004100 05  DQ-AGE-BUCKET               PIC X(01).
004200     88  DQ-BUCKET-1-30                  VALUE '1'.
004300     88  DQ-BUCKET-31-60                 VALUE '2'.
004400     88  DQ-BUCKET-61-90                 VALUE '3'.
004500     88  DQ-BUCKET-OVER-90               VALUE '4'.
004600*--------------------------------------------------------------
004700* THE OVERDRAWN AMOUNT IS CARRIED AS A POSITIVE FIGURE.
004800*--------------------------------------------------------------
004900 05  DQ-OVERDRAWN-AMOUNT         PIC S9(09)V99 COMP-3.
005000 05  DQ-WRITEOFF-STATUS          PIC X(01).
005100     88  DQ-NOT-PROPOSED                 VALUE SPACE.
005200     88  DQ-WRITEOFF-PROPOSED            VALUE 'P'.
005300     88  DQ-WRITEOFF-DECLINED            VALUE 'D'.
005400     88  DQ-WRITEOFF-STAGED              VALUE 'A'.
005500     88  DQ-WRITTEN-OFF                  VALUE 'W'.
005600 05  DQ-PROPOSED-DATE            PIC 9(08).
005700 05  DQ-DECISION-DATE            PIC 9(08).
005800 05  DQ-APPROVER-ID              PIC X(08).
005900 05  DQ-WRITEOFF-AMOUNT          PIC S9(09)V99 COMP-3.
006000 05  FILLER                      PIC X(04).
