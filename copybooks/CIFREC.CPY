000100*--------------------------------------------------------------
000200* CIFREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE CUSTOMER RELATIONSHIP MASTER
000500* (CIFMSTR), KEYED ON CF-CUSTOMER-NUMBER. ONE RECORD PER
000600* PERSON OR BUSINESS, HOWEVER MANY ACCOUNTS THEY HOLD AND IN
000700* WHICHEVER COMPANIES - CUSTMSTR STAYS THE PER-ACCOUNT NAME
000800* RECORD. THE ACCOUNTS ARE TIED TO THE CUSTOMER BY THE CIFLINK
000900* RELATIONSHIP FILE (CIFLREC). MAINTAINED BY CIF-MAINT FROM
001000* CIFTRAN TRANSACTIONS; FIRST BUILT BY THE ONE-TIME CIF-LOAD
001100* FROM CUSTMSTR NAMES. READ BY KEY BY CIFLNK-MAINT, THE
001200* MENU-DRIVER RELATIONSHIP INQUIRY, AND CIF-EXPOSURE.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
001600* 2026-10-15  DLBS  ORIGINAL LAYOUT - CUSTOMER NUMBER, NAME,
001700*                   SHORT NAME, HOME BRANCH, TAX ID, OPEN DATE,
001800*                   ENTERED-BY AND LAST-CHANGED DATE. RECORD
001900*                   LENGTH 100.
002000*--------------------------------------------------------------
002100 05  CF-CUSTOMER-NUMBER          PIC 9(08).
002200 05  CF-CUSTOMER-NAME            PIC X(30).
002300 05  CF-SHORT-NAME               PIC X(10).
002400 05  CF-HOME-BRANCH              PIC X(04).
002500 05  CF-TAX-ID                   PIC X(12).
002600 05  CF-OPEN-DATE                PIC 9(08).
002700 05  CF-ENTERED-BY               PIC X(08).
002800 05  CF-CHANGED-DATE             PIC 9(08).
002900 05  FILLER                      PIC X(12).
