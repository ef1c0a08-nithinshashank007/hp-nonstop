001400* 2026-09-01  DLBS  ORIGINAL LAYOUT - COMPOUND KEY, TRANSACTION
001500*                   DATE, AMOUNT (COMP-3 TO MATCH IR-AMOUNT),
001600*                   OWNING BRANCH AND COMPANY. RECORD LENGTH 50.
001603* 2026-10-15  DLBS  AH-TRANS-CLASS CARVED OUT OF THE FILLER - THE
001606*                   POSTED DETAIL'S IR-TRANS-CLASS, SO STATEMENTS
001609*                   CAN TELL CAPITALIZED INTEREST FROM CUSTOMER
001612*                   ACTIVITY. RECORD LENGTH IS UNCHANGED - THE
001615*                   FILLER SHRANK 7 TO 5.
001618* 2026-10-15  DLBS  NEW 'FE' CLASS - A SERVICE CHARGE STAGED BY
001621*                   FEE-ASSESS.
001624* 2026-10-15  DLBS  NEW 'XF' CLASS - ONE LEG OF AN ACCOUNT-TO-
001627*                   ACCOUNT TRANSFER. AH-TRANSFER-LEG ('F' FROM,
001630*                   'T' TO) AND AH-CONTRA-COMPANY (THE OTHER LEG'S
001633*                   COMPANY) CARVED OUT OF THE FILLER SO IC-SETTLE
001636*                   CAN TOTAL INTERCOMPANY TRANSFERS BY COMPANY
001639*                   PAIR. SPACES ON EVERY OTHER CLASS. RECORD
001642*                   LENGTH IS UNCHANGED - FILLER SHRANK 5 TO 1.
001645* 2026-10-15  DLBS  REVERSAL LINKS - AH-REVERSAL-STATUS MARKS AN
001648*                   ENTRY THAT HAS BEEN REVERSED ('X'), A REVERSAL
001651*                   ('R') OR A CORRECTED RE-POST ('C'), AND
001654*                   AH-LINK-KEY NAMES THE ENTRY AT THE OTHER END:
001657*                   ITS REVERSAL FOR AN 'X', THE ORIGINAL FOR AN
001660*                   'R' OR 'C'. RECORD LENGTH 50 TO 80 - ACTHIST
001663*                   MUST BE UNLOADED AND RELOADED AT THE NEW
001666*                   LENGTH.
001669* 2026-10-15  DLBS  REGULATORY FILING MARKS - AH-LARGE-FILED-FLAG
001672*                   AND AH-STRUCT-FILED-FLAG ARE SET BY LTX-REPORT
001675*                   WHEN THE ENTRY GOES OUT ON A LARGE-
001678*                   TRANSACTION OR STRUCTURING FILING, SO IT IS
001681*                   NEVER FILED TWICE. SPACES WHEN WRITTEN.
001684*                   RECORD LENGTH IS UNCHANGED - FILLER SHRANK 7
001687*                   TO 5.
001688* 2026-10-15  DLBS  AH-POST-PARTITION CARVED OUT OF THE FILLER -
001689*                   THE ACCT-POST POSTING PARTITION ('1'-'4') THAT
001690*                   WROTE THE ROW, SO POST-BACKOUT REMOVES ONLY
001691*                   ONE PARTITION'S ROWS WHEN AN ACCOUNT WAS
001692*                   POSTED BY TWO. SPACE ON A ROW FROM AN
001693*                   UNPARTITIONED RUN. RECORD LENGTH IS UNCHANGED
001694*                   - FILLER SHRANK 5 TO 4.
001696* 2026-10-15  DLBS  88 AH-WRITE-OFF FOR THE 'WO' CLASS - A POSTED
001698*                   WRITE-OFF OF AN OVERDRAWN BALANCE.
001700*--------------------------------------------------------------
001800 05  AH-HISTORY-KEY.
001900     10  AH-ACCOUNT-NUMBER       PIC X(10).
002300 05  AH-AMOUNT                   PIC S9(07)V99 COMP-3.
002400 05  AH-BRANCH-CODE              PIC X(04).
002500 05  AH-COMPANY-CODE             PIC X(03).
002510 05  AH-TRANS-CLASS              PIC X(02).
002520     88  AH-ORDINARY-ITEM                VALUE SPACES.
002530     88  AH-INTEREST-CAPITALIZED         VALUE 'IC'.
002540     88  AH-FEE-CHARGE                   VALUE 'FE'.
002600     88  AH-TRANSFER-ITEM                VALUE 'XF'.
002650     88  AH-WRITE-OFF                    VALUE 'WO'.
002700 05  AH-TRANSFER-LEG             PIC X(01).
002800     88  AH-FROM-LEG                     VALUE 'F'.
002900     88  AH-TO-LEG                       VALUE 'T'.
003000 05  AH-CONTRA-COMPANY           PIC X(03).
003100 05  AH-REVERSAL-STATUS          PIC X(01).
003200     88  AH-NOT-REVERSED                 VALUE SPACE.
003300     88  AH-REVERSED                     VALUE 'X'.
003400     88  AH-REVERSAL-ENTRY               VALUE 'R'.
003500     88  AH-CORRECTION-ENTRY             VALUE 'C'.
003600 05  AH-LINK-KEY.
003700     10  AH-LINK-ACCOUNT         PIC X(10).
003800     10  AH-LINK-POST-DATE       PIC 9(08).
003900     10  AH-LINK-SEQUENCE        PIC 9(05).
004000 05  AH-LARGE-FILED-FLAG         PIC X(01).
004100     88  AH-LARGE-FILED                  VALUE 'Y'.
004200 05  AH-STRUCT-FILED-FLAG        PIC X(01).
004300     88  AH-STRUCT-FILED                 VALUE 'Y'.
004400 05  AH-POST-PARTITION           PIC X(01).
004500 05  FILLER                      PIC X(04).
