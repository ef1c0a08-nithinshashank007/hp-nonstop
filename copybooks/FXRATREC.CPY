000100*--------------------------------------------------------------
000200* FXRATREC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE DATED FOREIGN-EXCHANGE RATE
000500* MASTER (FXRATE), KEYED ON FROM-CURRENCY PLUS TO-CURRENCY PLUS
000600* EFFECTIVE DATE. EACH ENTRY IS THE RATE (UNITS OF THE
000700* TO-CURRENCY FOR ONE UNIT OF THE FROM-CURRENCY) IN FORCE FROM
000800* ITS EFFECTIVE DATE UNTIL THE NEXT ENTRY FOR THE SAME PAIR -
000900* RATES ARE NEVER OVERWRITTEN BY A NEWER ONE, SO A PRIOR
001000* PERIOD CAN ALWAYS BE RETRANSLATED AT THE RATE IT CLOSED ON.
001100* MAINTAINED BY FX-MAINT FROM FXTRAN TRANSACTIONS; READ BY
001200* CONSOL-RPT.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
001600* 2026-10-15  DLBS  ORIGINAL LAYOUT - CURRENCY PAIR AND DATE
001700*                   KEY, RATE TO SIX DECIMALS, ENTERED-BY AND
001800*                   LAST-CHANGED DATE. RECORD LENGTH 40.
001900*--------------------------------------------------------------
002000 05  FX-RATE-KEY.
002100     10  FX-FROM-CURRENCY        PIC X(03).
002200     10  FX-TO-CURRENCY          PIC X(03).
002300     10  FX-EFFECTIVE-DATE       PIC 9(08).
002400 05  FX-RATE                     PIC 9(05)V9(06) COMP-3.
002500 05  FX-ENTERED-BY               PIC X(08).
002600 05  FX-CHANGED-DATE             PIC 9(08).
002700 05  FILLER                      PIC X(04).
