000100*--------------------------------------------------------------
000200* STORDREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE STANDING-ORDER MASTER (STORDR),
000500* KEYED ON SO-ORDER-KEY (THE FROM ACCOUNT'S COMPANY PLUS
000600* ACCOUNT, MATCHING BALREC'S BL-MASTER-KEY, PLUS A FOUR-BYTE
000700* ORDER ID THE BRANCH ASSIGNS). EACH ENTRY IS A CUSTOMER'S
000800* STANDING INSTRUCTION TO PAY A FIXED AMOUNT FROM ONE ACCOUNT
000900* TO ANOTHER ON A REGULAR FREQUENCY BETWEEN A FIRST AND AN END
001000* DATE. SO-NEXT-DUE-DATE IS THE SCHEDULED (UNROLLED) DATE OF
001100* THE NEXT PAYMENT - STORD-GEN ROLLS IT FORWARD TO A BUSINESS
001200* DAY WHEN IT FALLS DUE AND ADVANCES IT BY THE FREQUENCY ONCE
001300* THE PAYMENT IS STAGED OR FINALLY FAILED. SO-LAST-RUN-DATE IS
001400* THE RUN DATE STORD-GEN LAST WORKED THE ORDER, SO A RERUN OF
001500* THE SAME DAY GENERATES NOTHING TWICE. MAINTAINED BY
001600* STORD-MAINT FROM SOTRAN TRANSACTIONS.
001700*
001800* FREQUENCY CODES:
001900*   W  WEEKLY        F  FORTNIGHTLY     M  MONTHLY
002000*   Q  QUARTERLY     A  ANNUALLY
002100* MONTHLY, QUARTERLY AND ANNUAL ORDERS FALL ON THE DAY OF THE
002200* MONTH OF THE FIRST DATE, OR THE MONTH'S LAST DAY WHEN THE
002300* MONTH IS SHORTER.
002400*--------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*--------------------------------------------------------------
002700* 2026-10-15  DLBS  ORIGINAL LAYOUT - FROM ACCOUNT PLUS ORDER ID
002800*                   KEY, TO ACCOUNT, AMOUNT, FREQUENCY, FIRST,
002900*                   END AND NEXT DUE DATES, RETRY COUNT, LAST RUN
003000*                   DATE, STATUS AND PAID/FAILED COUNTS. RECORD
003100*                   LENGTH 100.
003200*--------------------------------------------------------------
003300 05  SO-ORDER-KEY.
003400     10  SO-MASTER-KEY.
003500         15  SO-COMPANY-CODE     PIC X(03).
003600         15  SO-ACCOUNT-NUMBER   PIC X(10).
003700     10  SO-ORDER-ID             PIC X(04).
003800 05  SO-TO-MASTER-KEY.
003900     10  SO-TO-COMPANY-CODE      PIC X(03).
004000     10  SO-TO-ACCOUNT-NUMBER    PIC X(10).
004100 05  SO-AMOUNT                   PIC 9(07)V99 COMP-3.
004200 05  SO-FREQUENCY                PIC X(01).
004300     88  SO-WEEKLY                       VALUE 'W'.
004400     88  SO-FORTNIGHTLY                  VALUE 'F'.
004500     88  SO-MONTHLY                      VALUE 'M'.
004600     88  SO-QUARTERLY                    VALUE 'Q'.
004700     88  SO-ANNUALLY                     VALUE 'A'.
004800     88  SO-VALID-FREQUENCY              VALUE 'W' 'F' 'M'
004900                                               'Q' 'A'.
005000 05  SO-FIRST-DATE               PIC 9(08).
005100 05  SO-END-DATE                 PIC 9(08).
005200 05  SO-NEXT-DUE-DATE            PIC 9(08).
005300 05  SO-RETRY-COUNT              PIC 9(02).
005400 05  SO-LAST-RUN-DATE            PIC 9(08).
005500 05  SO-ORDER-STATUS             PIC X(01).
005600     88  SO-ORDER-ACTIVE                 VALUE 'A'.
005700     88  SO-ORDER-ENDED                  VALUE 'E'.
005800 05  SO-PAID-COUNT               PIC 9(05) COMP-3.
005900 05  SO-FAILED-COUNT             PIC 9(05) COMP-3.
006000 05  SO-SET-UP-BY                PIC X(08).
006100 05  SO-CHANGED-DATE             PIC 9(08).
006200 05  FILLER                      PIC X(07).
