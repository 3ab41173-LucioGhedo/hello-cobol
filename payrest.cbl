003600*                 BUILDS PAYGROSR, SO AN UNGATED RERUN AFTER A
003700*                 LATER-STEP FAILURE WOULD SKIP ITS OWN STAMPS
003800*                 AND REBUILD THE GROSS WITHOUT THE BACK PAY.
003810*  15/10/2026 LG  TREDPAY ADDED BETWEEN DAYS AND RETROAPP: IT
003820*                 STAMPS TREDMAST PAID WHEN IT BUILDS PAYGROST.
002700****************************************************************
002800  ENVIRONMENT DIVISION.
002900  CONFIGURATION SECTION.
005600      88  DL-END-OF-FILE                      VALUE 'Y'.
005700  01  DL-OVERRIDE                  PIC X(01).
005800  01  DL-RUN-NUMBER                PIC 9(06).
005900  01  DL-STEP-MAX                  PIC 9(02) VALUE 15.
006000  01  DL-STEP-LIST.
006100      05  FILLER                   PIC X(08) VALUE 'SNAPSHOT'.
006200      05  FILLER                   PIC X(08) VALUE 'TSEDIT'.
006300      05  FILLER                   PIC X(08) VALUE 'DAYS'.
006320      05  FILLER                   PIC X(08) VALUE 'TREDPAY'.
006350      05  FILLER                   PIC X(08) VALUE 'RETROAPP'.
006400      05  FILLER                   PIC X(08) VALUE 'PAYCALC'.
006500      05  FILLER                   PIC X(08) VALUE 'YTDUPD'.
007200      05  FILLER                   PIC X(08) VALUE 'SORTING'.
007300      05  FILLER                   PIC X(08) VALUE 'CTLRECON'.
008200  01  DL-STEP-TABLE REDEFINES DL-STEP-LIST.
008300      05  DL-STEP-ENTRY OCCURS 15 TIMES.
008400          10  DL-STEP-NAME         PIC X(08).
008500  01  DL-DONE-FLAGS.
008600      05  DL-STEP-DONE OCCURS 15 TIMES
008700                                   PIC X(01).
008800  01  DL-I                         PIC 9(02).
008900  01  DL-FIRST-OPEN                PIC 9(02).
