003400*                   COMPANY AND THE MATCH COMPARES THE FULL
003500*                   COMPOUND KEY - WITH OVERLAPPING ACCOUNT
003600*                   RANGES AN ACCOUNT NUMBER ALONE IS AMBIGUOUS.
003620* 2026-10-15  DLBS  OPERTAB LAYOUT CARRIED TO THE 22-BYTE RECORD -
003640*                   OPER-MAINT ADDED THE OPERATOR'S HOME BRANCH,
003660*                   NOT USED HERE.
003700*--------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
009800     05  OP-ACCESS-CODE          PIC X(06).
009900     05  OP-FILL-2               PIC X(01).
010000     05  OP-AUTH-LEVEL           PIC 9(01).
010030     05  OP-FILL-3               PIC X(01).
010060     05  OP-HOME-BRANCH          PIC X(04).
010100
010200 FD  RELEASE-FILE
010300     LABEL RECORDS ARE STANDARD.
