001300* ENTRY TYPES:
001400*   B  BRANCH        - CODE = BRANCH CODE (4)
001500*   S  SOURCE SYSTEM - CODE = SOURCE SYSTEM (10)
001600*   C  COMPANY       - CODE = COMPANY CODE (3), DATA CARRIES
001620*                      THE COMPANY'S LOCAL (BOOKS) CURRENCY
001640*                      CODE. A RESYNC TAKES IT FROM COMPTAB, OR
001660*                      KEEPS THE OLD ENTRY'S CODE WHEN COMPTAB
001680*                      LEAVES THE COLUMN BLANK. IT ALSO CARRIES
001685*                      THE CHARGE-OFF AGE IN BUSINESS DAYS PAST
001690*                      WHICH DLQ-AGE PROPOSES AN OVERDRAWN
001695*                      ACCOUNT FOR WRITE-OFF (000 = NEVER).
001700*   D  BUSINESS DAY  - CODE = DATE CCYYMMDD
001800*   P  OPEN PERIOD   - CODE = 'OPEN', DATA CARRIES THE PERIOD
001810*   T  THRESHOLD     - CODE = 'LARGETXN', DATA CARRIES THE
001820*                      LARGE-TRANSACTION REPORTING THRESHOLD
001830*                      AND THE STRUCTURING WINDOW READ BY
001840*                      LTX-REPORT. NO FLAT FILE FEEDS IT -
001850*                      CTL-MAINT KEYS IT AND CTL-CONVERT
001860*                      CARRIES IT ACROSS A REBUILD.
001870*                      CODE = 'INTTAX' CARRIES THE INTEREST TAX
001880*                      REPORTING MINIMUM AND THE PAYER ID READ
001890*                      BY ITX-REPORT (CT-TAX-VIEW).
001892*                      CODE = 'GROUPCCY' CARRIES THE GROUP
001894*                      REPORTING CURRENCY CONSOL-RPT TRANSLATES
001896*                      INTO (CT-GROUP-VIEW).
001897*                      CODE = 'BALSNAP' CARRIES THE NUMBER OF
001898*                      MONTHS OF END-OF-DAY BALANCE SNAPSHOTS
001899*                      SNAP-PURGE KEEPS ONLINE (CT-SNAPSHOT-VIEW).
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
002200* 2026-09-02  DLBS  ORIGINAL LAYOUT - TYPED KEY PLUS A 30-BYTE
002300*                   DATA AREA WITH ONE REDEFINES VIEW PER ENTRY
002400*                   TYPE. RECORD LENGTH 41.
002410* 2026-10-15  DLBS  NEW ENTRY TYPE 'T' (REPORTING THRESHOLD)
002420*                   WITH ITS OWN VIEW - REPORTING AMOUNT, NEAR-
002430*                   THRESHOLD FLOOR, WINDOW OF BUSINESS DAYS AND
002440*                   MINIMUM NEAR-THRESHOLD ITEM COUNT. RECORD
002450*                   LENGTH UNCHANGED.
002460* 2026-10-15  DLBS  'T' ENTRY 'INTTAX' WITH ITS OWN VIEW - THE
002470*                   YEAR-END INTEREST TAX REPORTING MINIMUM AND
002480*                   THE PAYER ID FILED IN THE EXTRACT HEADER.
002490*                   RECORD LENGTH UNCHANGED.
002492* 2026-10-15  DLBS  CURRENCY CODE ON THE COMPANY VIEW, AND THE
002494*                   'T' ENTRY 'GROUPCCY' WITH ITS OWN VIEW FOR
002496*                   THE GROUP REPORTING CURRENCY. RECORD LENGTH
002498*                   UNCHANGED.
002499* 2026-10-15  DLBS  'T' ENTRY 'BALSNAP' WITH ITS OWN VIEW - THE
002500*                   MONTHS OF BALSNAP SNAPSHOTS KEPT ONLINE.
002501*                   RECORD LENGTH UNCHANGED.
002502* 2026-10-15  DLBS  CHARGE-OFF AGE ON THE COMPANY VIEW, CARVED OUT
002503*                   OF THE FILLER, FOR THE DELINQUENCY WRITE-OFF
002504*                   PROPOSALS. RECORD LENGTH UNCHANGED.
002505*--------------------------------------------------------------
002600 05  CT-CONTROL-KEY.
002700     10  CT-ENTRY-TYPE           PIC X(01).
002800         88  CT-BRANCH-ENTRY             VALUE 'B'.
003000         88  CT-COMPANY-ENTRY            VALUE 'C'.
003100         88  CT-BUSINESS-DAY-ENTRY       VALUE 'D'.
003200         88  CT-OPEN-PERIOD-ENTRY        VALUE 'P'.
003250         88  CT-THRESHOLD-ENTRY          VALUE 'T'.
003300     10  CT-ENTRY-CODE           PIC X(10).
003400 05  CT-ENTRY-DATA               PIC X(30).
003500 05  CT-BRANCH-VIEW REDEFINES CT-ENTRY-DATA.
004100 05  CT-COMPANY-VIEW REDEFINES CT-ENTRY-DATA.
004200     10  CT-CO-COMPANY-NAME      PIC X(20).
004300     10  CT-CO-FILE-NUMBER       PIC 9(01).
004400     10  CT-CO-CURRENCY-CODE     PIC X(03).
004450     10  CT-CO-CHARGEOFF-DAYS    PIC 9(03).
004470     10  FILLER                  PIC X(03).
004500 05  CT-PERIOD-VIEW REDEFINES CT-ENTRY-DATA.
004600     10  CT-PD-OPEN-PERIOD       PIC 9(06).
004700     10  FILLER                  PIC X(24).
004800 05  CT-THRESHOLD-VIEW REDEFINES CT-ENTRY-DATA.
004900     10  CT-TH-REPORT-AMOUNT     PIC 9(09)V99.
005000     10  CT-TH-NEAR-AMOUNT       PIC 9(09)V99.
005100     10  CT-TH-WINDOW-DAYS       PIC 9(02).
005200     10  CT-TH-NEAR-COUNT        PIC 9(02).
005300     10  FILLER                  PIC X(04).
005400 05  CT-TAX-VIEW REDEFINES CT-ENTRY-DATA.
005500     10  CT-TX-REPORT-MINIMUM    PIC 9(07)V99.
005600     10  CT-TX-PAYER-ID          PIC X(12).
005700     10  FILLER                  PIC X(09).
005800 05  CT-GROUP-VIEW REDEFINES CT-ENTRY-DATA.
005900     10  CT-GR-CURRENCY-CODE     PIC X(03).
006000     10  FILLER                  PIC X(27).
006100 05  CT-SNAPSHOT-VIEW REDEFINES CT-ENTRY-DATA.
006200     10  CT-SN-RETAIN-MONTHS     PIC 9(03).
006300     10  FILLER                  PIC X(27).
