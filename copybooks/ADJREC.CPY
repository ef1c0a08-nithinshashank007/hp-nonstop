000100*--------------------------------------------------------------
000200* ADJREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE MANUAL ADJUSTMENT BATCH MASTER
000500* (ADJMSTR), KEYED ON BATCH NUMBER PLUS ITEM NUMBER. ITEM ZERO
000600* OF EACH BATCH IS THE BATCH CONTROL RECORD - DECLARED AND
000700* KEYED COUNT AND AMOUNT, STATUS, AND WHO OPENED, CLOSED AND
000800* RELEASED IT. ITEMS 1 UP ARE THE KEYED ADJUSTMENTS, EACH
000900* STAMPED WITH THE OPERATOR WHO KEYED IT. BATCH ZERO ITEM ZERO
001000* HOLDS THE LAST BATCH NUMBER GIVEN OUT. BATCHES ARE KEYED
001100* THROUGH MENU-DRIVER AND WRITTEN TO THE ADJUSTMENT FEED BY
001200* ADJ-FEED ONCE RELEASED.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
001600* 2026-10-15  DLBS  ORIGINAL LAYOUT - BATCH CONTROL, ITEM AND
001700*                   NUMBER-CONTROL VIEWS. RECORD LENGTH 100.
001800*--------------------------------------------------------------
001900 05  AJ-ADJ-KEY.
002000     10  AJ-BATCH-NUMBER         PIC 9(06).
002100     10  AJ-ITEM-NUMBER          PIC 9(04).
002200 05  AJ-RECORD-DATA              PIC X(90).
002300 05  AJ-BATCH-VIEW REDEFINES AJ-RECORD-DATA.
002400     10  AJ-BATCH-STATUS         PIC X(01).
002500         88  AJ-BATCH-OPEN               VALUE 'O'.
002600         88  AJ-BATCH-CLOSED             VALUE 'C'.
002700         88  AJ-BATCH-RELEASED           VALUE 'R'.
002800         88  AJ-BATCH-PROCESSED          VALUE 'P'.
002900     10  AJ-CONTROL-COUNT        PIC 9(04).
003000     10  AJ-CONTROL-AMOUNT       PIC S9(09)V99 COMP-3.
003100     10  AJ-KEYED-COUNT          PIC 9(04).
003200     10  AJ-KEYED-AMOUNT         PIC S9(09)V99 COMP-3.
003300     10  AJ-LAST-ITEM-NUMBER     PIC 9(04).
003400     10  AJ-OPENED-BY            PIC X(08).
003500     10  AJ-OPENED-DATE          PIC 9(08).
003600     10  AJ-CLOSED-BY            PIC X(08).
003700     10  AJ-CLOSED-DATE          PIC 9(08).
003800     10  AJ-RELEASED-BY          PIC X(08).
003900     10  AJ-RELEASED-DATE        PIC 9(08).
004000     10  AJ-FEED-DATE            PIC 9(08).
004100     10  FILLER                  PIC X(09).
004200 05  AJ-ITEM-VIEW REDEFINES AJ-RECORD-DATA.
004300     10  AJ-IT-MASTER-KEY.
004400         15  AJ-IT-COMPANY-CODE  PIC X(03).
004500         15  AJ-IT-ACCOUNT-NUMBER
004600                                 PIC X(10).
004700     10  AJ-IT-AMOUNT            PIC S9(07)V99 COMP-3.
004800     10  AJ-IT-BRANCH-CODE       PIC X(04).
004900     10  AJ-IT-ADJ-TYPE          PIC X(02).
005000         88  AJ-IT-CORRECTION            VALUE 'CO'.
005100         88  AJ-IT-GOODWILL-CREDIT       VALUE 'GW'.
005200         88  AJ-IT-BRANCH-WRITEBACK      VALUE 'WB'.
005300         88  AJ-IT-VALID-TYPE            VALUE 'CO' 'GW' 'WB'.
005400     10  AJ-IT-KEYED-BY          PIC X(08).
005500     10  AJ-IT-KEYED-DATE        PIC 9(08).
005600     10  FILLER                  PIC X(50).
005700 05  AJ-NUMBER-VIEW REDEFINES AJ-RECORD-DATA.
005800     10  AJ-LAST-BATCH-NUMBER    PIC 9(06).
005900     10  FILLER                  PIC X(84).
