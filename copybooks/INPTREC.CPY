004300*                   UNCHANGED. HEADER/TRAILER SENTINELS KEEP
004400*                   THEIR ALL-ZEROS/ALL-NINES ACCOUNTS WITH
004500*                   LOW/HIGH COMPANY CODES.
004510* 2026-10-15  DLBS  IR-TRANS-CLASS CARVED OUT OF THE FILLER SO A
004520*                   SYSTEM-GENERATED DETAIL CARRIES WHAT KIND OF
004530*                   ITEM IT IS ONTO ACTHIST - CUSTOMER STATEMENTS
004540*                   SHOW CAPITALIZED INTEREST ON ITS OWN LINE.
004550*                   SPACES IS AN ORDINARY TRANSMITTED ITEM.
004560*                   RECORD LENGTH IS UNCHANGED - THE FILLER
004570*                   SHRANK 50 TO 48.
004580* 2026-10-15  DLBS  NEW 'FE' TRANSACTION CLASS FOR SERVICE
004590*                   CHARGES STAGED BY FEE-ASSESS.
004591* 2026-10-15  DLBS  IR-LIMIT-RELEASED CARVED OUT OF THE FILLER -
004592*                   'Y' MARKS A DEBIT HELD BY ACCT-POST'S
004593*                   OVERDRAFT-LIMIT CHECK AND SINCE APPROVED
004594*                   THROUGH LMT-RELEASE, SO THE RE-ENTERED
004595*                   DETAIL POSTS WITHOUT BEING HELD AGAIN.
004596*                   RECORD LENGTH IS UNCHANGED - THE FILLER
004597*                   SHRANK 48 TO 47.
004598* 2026-10-15  DLBS  NEW 'XF' TRANSACTION CLASS FOR AN ACCOUNT-TO-
004599*                   ACCOUNT TRANSFER. IR-MASTER-KEY IS THE FROM
004600*                   ACCOUNT, IR-AMOUNT THE POSITIVE AMOUNT MOVED,
004601*                   AND THE NEW IR-TO-MASTER-KEY - CARVED OUT OF
004602*                   THE FILLER - THE TO ACCOUNT, POSSIBLY UNDER
004603*                   ANOTHER OPERATING COMPANY. SPACES ON EVERY
004604*                   OTHER CLASS. RECORD LENGTH IS UNCHANGED - THE
004605*                   FILLER SHRANK 47 TO 34.
004606* 2026-10-15  DLBS  NEW 'RV' TRANSACTION CLASS - A REVERSAL OF ONE
004607*                   ACTHIST ENTRY ON THE DETAIL'S OWN ACCOUNT,
004608*                   NAMED BY IR-REVERSED-POST-DATE AND
004609*                   IR-REVERSED-SEQUENCE. IR-AMOUNT IS THE EXACT
004610*                   NEGATION OF THE ORIGINAL. IR-REQUEST-OPERATOR
004611*                   IS THE OPERATOR WHO ASKED FOR IT. A CORRECTED
004612*                   RE-POST RIDES ON THE SAME DETAIL - IR-TO-
004613*                   MASTER-KEY IS THE ACCOUNT IT POSTS TO (SPACES
004614*                   FOR NONE) AND IR-CORRECTED-AMOUNT ITS AMOUNT.
004615*                   RECORD LENGTH IS UNCHANGED - THE FILLER SHRANK
004616*                   34 TO 8.
004617* 2026-10-15  DLBS  IR-PRODUCT-CODE CARVED OUT OF THE FILLER - THE
004618*                   ACCOUNT'S PRODUCT ON THE PRODMSTR CATALOG
004619*                   (PRODREC), ASSIGNED THROUGH MSTR-MAINT AND
004620*                   MEANINGFUL ON THE MASTER ONLY. SPACES IS AN
004621*                   ACCOUNT NOT YET ASSIGNED A PRODUCT. RECORD
004622*                   LENGTH IS UNCHANGED - THE FILLER SHRANK 8
004623*                   TO 4.
004624* 2026-10-15  DLBS  IR-PAYMENT-REFERENCE REDEFINES
004625*                   IR-REVERSED-ENTRY - ON AN ORDINARY OR 'XF'
004626*                   ITEM IT CARRIES THE SENDER'S PAYMENT OR CHEQUE
004627*                   REFERENCE, CHECKED BY FILE-DEMO AGAINST THE
004628*                   STOPPAY STOP-PAYMENT REGISTER (STOPREC).
004629*                   SPACES OR ZEROS IS NO REFERENCE. RECORD LENGTH
004630*                   IS UNCHANGED.
004631* 2026-10-15  DLBS  IR-TRANS-CLASS 'WO' - A WRITE-OFF STAGED BY
004632*                   WO-APPROVE. IT CREDITS AN OVERDRAWN ACCOUNT
004633*                   BACK TO ZERO AND IS BOOKED TO THE WRITE-OFF GL
004634*                   CATEGORY INSTEAD OF CUSTOMER FUNDS.
004635*--------------------------------------------------------------
004700 05  IR-RECORD-TYPE              PIC X(01).
004800     88  IR-HEADER-RECORD                VALUE 'H'.
004900     88  IR-DETAIL-RECORD                VALUE 'D'.
005500 05  IR-AMOUNT                   PIC S9(07)V99 COMP-3.
005600 05  IR-STATUS-CODE              PIC X(02).
005700 05  IR-BRANCH-CODE              PIC X(04).
005710 05  IR-TRANS-CLASS              PIC X(02).
005720     88  IR-ORDINARY-ITEM                VALUE SPACES.
005730     88  IR-INTEREST-CAPITALIZED         VALUE 'IC'.
005740     88  IR-FEE-CHARGE                   VALUE 'FE'.
005745     88  IR-TRANSFER-ITEM                VALUE 'XF'.
005747     88  IR-REVERSAL-ITEM                VALUE 'RV'.
005748     88  IR-WRITE-OFF                    VALUE 'WO'.
005750 05  IR-LIMIT-RELEASED           PIC X(01).
005760     88  IR-LIMIT-OVERRIDE               VALUE 'Y'.
005800 05  IR-TO-MASTER-KEY.
005900     10  IR-TO-COMPANY-CODE      PIC X(03).
006000     10  IR-TO-ACCOUNT-NUMBER    PIC X(10).
006100 05  IR-REVERSED-ENTRY.
006200     10  IR-REVERSED-POST-DATE   PIC 9(08).
006300     10  IR-REVERSED-SEQUENCE    PIC 9(05).
006330 05  IR-PAYMENT-REFERENCE        REDEFINES IR-REVERSED-ENTRY
006360                                 PIC X(13).
006400 05  IR-REQUEST-OPERATOR         PIC X(08).
006500 05  IR-CORRECTED-AMOUNT         PIC S9(07)V99 COMP-3.
006600 05  IR-PRODUCT-CODE             PIC X(04).
006700 05  FILLER                      PIC X(04).
