000100*--------------------------------------------------------------
000200* CIFLREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE CUSTOMER RELATIONSHIP FILE
000500* (CIFLINK), KEYED ON CL-LINK-KEY (CUSTOMER NUMBER, THEN THE
000600* LINKED ACCOUNT'S COMPANY PLUS ACCOUNT) SO A CUSTOMER'S
000700* ACCOUNTS READ BACK TOGETHER. AN ACCOUNT MAY BE LINKED TO
000800* MORE THAN ONE CUSTOMER, EACH WITH ITS OWN ROLE. A DRAFT
000900* LINK (WRITTEN BY THE ONE-TIME CIF-LOAD NAME MATCH) IS NOT
001000* COUNTED IN A CUSTOMER'S POSITION UNTIL CIFLNK-MAINT CONFIRMS
001100* IT; A LINK KEYED THROUGH CIFLNK-MAINT IS CONFIRMED AS IT IS
001200* ADDED.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
001600* 2026-10-15  DLBS  ORIGINAL LAYOUT - CUSTOMER AND ACCOUNT
001700*                   KEY, ROLE, DRAFT/CONFIRMED STATUS,
001800*                   ENTERED-BY AND LAST-CHANGED DATE. RECORD
001900*                   LENGTH 50.
002000*--------------------------------------------------------------
002100 05  CL-LINK-KEY.
002200     10  CL-CUSTOMER-NUMBER      PIC 9(08).
002300     10  CL-COMPANY-CODE         PIC X(03).
002400     10  CL-ACCOUNT-NUMBER       PIC X(10).
002500 05  CL-ROLE-CODE                PIC X(01).
002600     88  CL-PRIMARY-ROLE                 VALUE 'P'.
002700     88  CL-JOINT-ROLE                   VALUE 'J'.
002800     88  CL-TRUSTEE-ROLE                 VALUE 'T'.
002900     88  CL-VALID-ROLE                   VALUE 'P' 'J' 'T'.
003000 05  CL-LINK-STATUS              PIC X(01).
003100     88  CL-LINK-DRAFT                   VALUE 'D'.
003200     88  CL-LINK-CONFIRMED               VALUE 'C'.
003300 05  CL-ENTERED-BY               PIC X(08).
003400 05  CL-CHANGED-DATE             PIC 9(08).
003500 05  FILLER                      PIC X(11).
