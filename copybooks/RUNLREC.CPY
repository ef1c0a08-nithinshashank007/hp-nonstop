001670*                   AMOUNT WAS MANGLED BETWEEN STEPS SAILED
001680*                   THROUGH EVERY COUNT CONTROL. RECORD LENGTH
001690*                   54 TO 96 - SEE THE RUNLOG DDS IN THE JCL.
001691* 2026-10-15  DLBS  FILE-DEMO NOW WRITES ONE FEED ('F') RECORD
001692*                   PER SOURCE FEED IN THE RUN (PLUS ONE FOR THE
001693*                   RELSTAGE RELEASES) AHEAD OF ITS END RECORD -
001694*                   THE FEED'S SOURCE AND RUN DATE, TRAILER COUNT,
001695*                   HELD-OVER AND SUSPENDED COUNTS, AND THE REASON
001696*                   A FEED WAS SET ASIDE - SO RUN-VERIFY CAN PROVE
001697*                   EACH FEED ON ITS OWN. START AND END RECORDS
001698*                   CARRY THE FEED FIELDS AS SPACES. RECORD LENGTH
001699*                   96 TO 139 - SEE THE RUNLOG DDS IN THE JCL.
001700*--------------------------------------------------------------
001800 05  RL-RECORD-TYPE              PIC X(01).
001900     88  RL-START-RECORD                 VALUE 'S'.
002000     88  RL-END-RECORD                   VALUE 'E'.
002050     88  RL-FEED-RECORD                  VALUE 'F'.
002100 05  RL-PROGRAM-ID               PIC X(12).
002200 05  RL-TIMESTAMP                PIC X(16).
002300 05  RL-READ-COUNT               PIC 9(07).
003000 05  RL-NET-AMOUNT               PIC S9(11)V99 SIGN IS
003100                                     LEADING SEPARATE CHARACTER.
003200 05  RL-STATUS                   PIC X(04).
003300 05  RL-FEED-DATA.
003400     10  RL-FEED-SOURCE          PIC X(10).
003500     10  RL-FEED-RUN-DATE        PIC 9(08).
003600     10  RL-FEED-EXPECTED-COUNT  PIC 9(07).
003700     10  RL-FEED-HELD-COUNT      PIC 9(07).
003800     10  RL-FEED-SUSPENDED-COUNT PIC 9(07).
003900     10  RL-FEED-REASON          PIC X(04).
