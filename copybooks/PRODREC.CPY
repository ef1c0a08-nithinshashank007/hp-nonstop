000100*--------------------------------------------------------------
000200* PRODREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE PRODUCT MASTER (PRODMSTR), KEYED
000500* ON PD-PRODUCT-KEY (COMPANY PLUS PRODUCT CODE - EACH OPERATING
000600* COMPANY KEEPS ITS OWN CATALOG). AN ACCOUNT NAMES ITS PRODUCT
000700* IN INPTREC'S IR-PRODUCT-CODE, ASSIGNED THROUGH MSTR-MAINT. THE
000800* PRODUCT CARRIES THE ACCOUNT RULES THAT USED TO BE WORKED BY
000900* ACCOUNT-NUMBER RANGE: INT-ACCRUE TAKES THE INTEREST BASIS AND
001000* RATE, BAL-EXCEPT THE OVERDRAFT, MINIMUM-BALANCE AND MOVEMENT
001100* RULES, DORM-PURGE THE DORMANCY PERIOD. MAINTAINED BY
001200* PROD-MAINT FROM PRODTRAN TRANSACTIONS.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
001600* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY, DESCRIPTION,
001700*                   INTEREST BASIS AND ANNUAL RATE, OVERDRAFT
001800*                   ALLOWED, MINIMUM BALANCE, DORMANCY MONTHS,
001900*                   STATEMENT FREQUENCY, MOVEMENT THRESHOLD,
002000*                   LAST-CHANGED DATE. RECORD LENGTH 80.
002100*--------------------------------------------------------------
002200 05  PD-PRODUCT-KEY.
002300     10  PD-COMPANY-CODE         PIC X(03).
002400     10  PD-PRODUCT-CODE         PIC X(04).
002500 05  PD-DESCRIPTION              PIC X(30).
002600*--------------------------------------------------------------
002700* INTEREST BASIS - 'N' THE PRODUCT EARNS NO INTEREST, 'A' ONE
002800* DAY'S INTEREST IS RATE / 365, 'B' RATE / 360.
002900*--------------------------------------------------------------
003000 05  PD-INTEREST-BASIS           PIC X(01).
003100     88  PD-NO-INTEREST                  VALUE 'N'.
003200     88  PD-ACTUAL-365                   VALUE 'A'.
003300     88  PD-ACTUAL-360                   VALUE 'B'.
003400 05  PD-ANNUAL-RATE              PIC 9(02)V9(04) COMP-3.
003500 05  PD-OVERDRAFT-ALLOWED        PIC X(01).
003600     88  PD-OVERDRAFT-PERMITTED          VALUE 'Y'.
003700 05  PD-MINIMUM-BALANCE          PIC 9(07)V99 COMP-3.
003800*--------------------------------------------------------------
003900* MONTHS WITHOUT ACTIVITY BEFORE A CLOSED ACCOUNT OF THIS
004000* PRODUCT IS PURGED - ZERO LEAVES IT TO THE PURGEPM CUTOFF.
004100*--------------------------------------------------------------
004200 05  PD-DORMANCY-MONTHS          PIC 9(03).
004300 05  PD-STATEMENT-FREQUENCY      PIC X(01).
004400     88  PD-STATEMENT-MONTHLY            VALUE 'M'.
004500     88  PD-STATEMENT-QUARTERLY          VALUE 'Q'.
004600     88  PD-STATEMENT-ANNUAL             VALUE 'A'.
004700     88  PD-STATEMENT-NONE               VALUE 'N'.
004800*--------------------------------------------------------------
004900* DAY'S NET MOVEMENT THAT BAL-EXCEPT REPORTS - ZERO LEAVES IT TO
005000* THE COMPANY'S EXCPTHRD ROW.
005100*--------------------------------------------------------------
005200 05  PD-MOVEMENT-THRESHOLD       PIC 9(09)V99 COMP-3.
005300 05  PD-CHANGED-DATE             PIC 9(08).
005400 05  FILLER                      PIC X(14).
