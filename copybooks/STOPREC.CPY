000100*--------------------------------------------------------------
000200* STOPREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE STOP-PAYMENT REGISTER (STOPPAY),
000500* KEYED ON SR-STOP-KEY (COMPANY PLUS ACCOUNT, MATCHING BALREC'S
000600* BL-MASTER-KEY, PLUS THE STOP TYPE AND STOP VALUE). A STOP IS
000700* THE CUSTOMER'S INSTRUCTION NOT TO PAY ONE ITEM OUT OF THE
000800* ACCOUNT - EITHER THE ITEM CARRYING A GIVEN PAYMENT REFERENCE
000900* (TYPE 'R', MATCHED TO IR-PAYMENT-REFERENCE) OR, WHEN THE
001000* REFERENCE IS NOT KNOWN, AN ITEM FOR A GIVEN AMOUNT DATED
001100* WITHIN A FROM/TO RANGE (TYPE 'A'). ALL OF AN ACCOUNT'S STOPS
001200* SIT TOGETHER, SO FILE-DEMO CHECKS A DEBIT WITH ONE KEY-RANGE
001300* READ. A STOP WHOSE EXPIRY DATE IS BEFORE THE RUN DATE NO
001400* LONGER STOPS ANYTHING, AND IS PURGED BY THE NEXT STOP-SWEEP.
001500* MAINTAINED BY STOP-MAINT FROM STOPTRAN TRANSACTIONS.
001600*
001700* FEE FLAG:
001800*   Y  STOP FEE DUE - FEE-ASSESS CHARGES IT ON ITS NEXT RUN
001900*   N  NO FEE FOR THIS STOP
002000*   C  FEE CHARGED ON SR-FEE-DATE
002100*   W  FEE WAIVED ON SR-FEE-DATE (FEE WAIVER OR ZERO SCHEDULE)
002200*--------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*--------------------------------------------------------------
002500* 2026-10-15  DLBS  ORIGINAL LAYOUT - COMPOUND KEY WITH STOP TYPE
002600*                   AND VALUE, AMOUNT-STOP DATE RANGE, PLACED AND
002700*                   EXPIRY DATES, PLACING OPERATOR, FEE FLAG AND
002800*                   DATE, LAST CHANGE. RECORD LENGTH 100.
002900*--------------------------------------------------------------
003000 05  SR-STOP-KEY.
003100     10  SR-MASTER-KEY.
003200         15  SR-COMPANY-CODE     PIC X(03).
003300         15  SR-ACCOUNT-NUMBER   PIC X(10).
003400     10  SR-STOP-TYPE            PIC X(01).
003500         88  SR-REFERENCE-STOP           VALUE 'R'.
003600         88  SR-AMOUNT-STOP              VALUE 'A'.
003700         88  SR-VALID-TYPE               VALUE 'R' 'A'.
003800     10  SR-STOP-VALUE           PIC X(13).
003900     10  SR-AMOUNT-VALUE         REDEFINES SR-STOP-VALUE.
004000         15  SR-STOP-AMOUNT      PIC 9(09)V99.
004100         15  FILLER              PIC X(02).
004200 05  SR-FROM-DATE                PIC 9(08).
004300 05  SR-TO-DATE                  PIC 9(08).
004400 05  SR-PLACED-DATE              PIC 9(08).
004500 05  SR-EXPIRY-DATE              PIC 9(08).
004600 05  SR-PLACED-BY                PIC X(08).
004700 05  SR-FEE-FLAG                 PIC X(01).
004800     88  SR-FEE-DUE                      VALUE 'Y'.
004900     88  SR-NO-FEE                       VALUE 'N'.
005000     88  SR-FEE-CHARGED                  VALUE 'C'.
005100     88  SR-FEE-WAIVED                   VALUE 'W'.
005200     88  SR-VALID-FEE-FLAG               VALUE 'Y' 'N' 'C' 'W'.
005300 05  SR-FEE-DATE                 PIC 9(08).
005400 05  SR-CHANGED-DATE             PIC 9(08).
005500 05  SR-CHANGED-BY               PIC X(08).
005600 05  FILLER                      PIC X(08).
