000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCHK.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  PERCHK
000900*  CALLABLE UTILITY: IS THIS DATE INSIDE A CLOSED PAY PERIOD?
001000*  READS THE PERIOD-STATUS FILE (PERSTAT.CPY) PERCLOSE APPENDS
001100*  TO.  OF THE RECORDS FOR THE COMPANY AND PAY FREQUENCY WHOSE
001200*  PERIOD CONTAINS PK-DATE THE LAST ONE WINS: PK-RESULT COMES
001300*  BACK 1 WHEN IT IS A CLOSE, 0 WHEN IT IS A REOPEN OR THERE IS
001400*  NO SUCH RECORD (NO PERSTAT FILE AT ALL = NOTHING CLOSED YET).
001500*  A BLANK COMPANY IS CHECKED AS 01 AND A BLANK FREQUENCY AS W,
001600*  THE SAME DEFAULTS EMPREC HAS.  THE FILE IS READ ON EVERY
001700*  CALL, AS COMPAUTH DOES, SO A PERIOD REOPENED FROM THE MENU
001800*  IS SEEN AT ONCE BY THE NEXT PROGRAM THE OPERATOR PICKS.
001900*  SHARED BY THE PROGRAMS THAT KEY DATED CHANGES (TSMNT, EMPMNT,
002000*  SALUPD, LVBMNT) AND BY PREFLT, SO THE RULE LIVES IN ONE PLACE.
002100*  MOD HISTORY
002200*  15/10/2026 LG  NEW.
002300****************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
002600  SOURCE-COMPUTER. IBM-PC.
002700  OBJECT-COMPUTER. IBM-PC.
002800  INPUT-OUTPUT SECTION.
002900  FILE-CONTROL.
003000      SELECT PERIOD-STATUS ASSIGN TO "PERSTAT"
003100          ORGANIZATION LINE SEQUENTIAL
003200          FILE STATUS IS PK-PS-FILE-STATUS.
003300*
003400  DATA DIVISION.
003500  FILE SECTION.
003600  FD  PERIOD-STATUS.
003700  COPY PERSTAT.
003800*
003900  WORKING-STORAGE SECTION.
004000  01  PK-PS-FILE-STATUS            PIC X(02).
004100  01  PK-EOF-SW                    PIC X(01).
004200      88  PK-END-OF-FILE                      VALUE 'Y'.
004300  01  PK-WANTED-COMPANY            PIC X(02).
004400  01  PK-WANTED-FREQ               PIC X(01).
004500  01  PK-RECORD-COMPANY            PIC X(02).
004600  01  PK-RECORD-FREQ               PIC X(01).
004700  LINKAGE SECTION.
004800  01  PK-COMPANY                   PIC X(02).
004900  01  PK-PAY-FREQ                  PIC X(01).
005000  01  PK-DATE                      PIC 9(08).
005100  01  PK-RESULT                    PIC 9(01).
005200****************************************************************
005300*  MAIN LINE
005400****************************************************************
005500  PROCEDURE DIVISION USING PK-COMPANY PK-PAY-FREQ PK-DATE
005600      PK-RESULT.
005700  0000-MAINLINE.
005800      IF PK-COMPANY = SPACES
005900          MOVE '01' TO PK-WANTED-COMPANY
006000      ELSE
006100          MOVE PK-COMPANY TO PK-WANTED-COMPANY
006200      END-IF.
006300      IF PK-PAY-FREQ = SPACE
006400          MOVE 'W' TO PK-WANTED-FREQ
006500      ELSE
006600          MOVE PK-PAY-FREQ TO PK-WANTED-FREQ
006700      END-IF.
006800      MOVE 0 TO PK-RESULT.
006900      OPEN INPUT PERIOD-STATUS.
007000      IF PK-PS-FILE-STATUS NOT = '00'
007100          GOBACK
007200      END-IF.
007300      MOVE 'N' TO PK-EOF-SW.
007400      PERFORM 1000-CHECK-ONE-RECORD
007500          THRU 1000-CHECK-ONE-RECORD-EXIT
007600          UNTIL PK-END-OF-FILE.
007700      CLOSE PERIOD-STATUS.
007800      GOBACK.
007900  1000-CHECK-ONE-RECORD.
008000      READ PERIOD-STATUS
008100          AT END
008200              MOVE 'Y' TO PK-EOF-SW
008300              GO TO 1000-CHECK-ONE-RECORD-EXIT
008400      END-READ.
008500      IF PS-COMPANY = SPACES
008600          MOVE '01' TO PK-RECORD-COMPANY
008700      ELSE
008800          MOVE PS-COMPANY TO PK-RECORD-COMPANY
008900      END-IF.
009000      IF PS-PAY-FREQ = SPACE
009100          MOVE 'W' TO PK-RECORD-FREQ
009200      ELSE
009300          MOVE PS-PAY-FREQ TO PK-RECORD-FREQ
009400      END-IF.
009500      IF PK-RECORD-COMPANY NOT = PK-WANTED-COMPANY
009600          OR PK-RECORD-FREQ NOT = PK-WANTED-FREQ
009700          OR PK-DATE < PS-PERIOD-START
009800          OR PK-DATE > PS-PERIOD-END
009900          GO TO 1000-CHECK-ONE-RECORD-EXIT
010000      END-IF.
010100      IF PS-CLOSED
010200          MOVE 1 TO PK-RESULT
010300      ELSE
010400          MOVE 0 TO PK-RESULT
010500      END-IF.
010600  1000-CHECK-ONE-RECORD-EXIT.
010700      EXIT.
