000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMPINFO.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  COMPINFO
000900*  CALLABLE UTILITY: LOOKS A COMPANY CODE UP ON COMPREF AND
001000*  HANDS BACK THE WHOLE COMPANY-RECORD (COMPREF.CPY LAYOUT).
001100*  CI-RESULT COMES BACK 0 WHEN THE COMPANY IS FOUND AND
001200*  ACTIVE, 3 WHEN IT IS FOUND BUT INACTIVE (THE RECORD IS STILL
001300*  RETURNED - OLD RUNS MUST STILL PRINT), 1 WHEN THE CODE IS
001400*  NOT ON THE FILE AND 2 WHEN COMPREF CANNOT BE OPENED (NO DD).
001500*  ON 1 AND 2 THE RECORD COMES BACK AS SPACES.  A BLANK CODE
001600*  IS LOOKED UP AS 01, THE SAME DEFAULT EMP-COMPANY HAS.
001700*  SHARED BY THE COMMON REPORT HEADING (RPTHDRP), RUNSEL,
001800*  RUNMNT, OPRMNT, EMPMNT, DAYS, BANKPAY, GLPOST, GLACCR,
001850*  REMIT AND ANNSTMT SO THEY ALL READ THE COMPANY THE SAME
001900*  WAY.  THE FILE IS OPENED AND CLOSED ON EVERY CALL - THE
002000*  CALLERS LOOK UP A HANDFUL OF CODES A RUN, NOT ONE PER
002100*  RECORD.
002200*  MOD HISTORY
002300*  15/10/2026 LG  NEW.
002400****************************************************************
002500  ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
002700  SOURCE-COMPUTER. IBM-PC.
002800  OBJECT-COMPUTER. IBM-PC.
002900  INPUT-OUTPUT SECTION.
003000  FILE-CONTROL.
003100      SELECT COMPANY-FILE ASSIGN TO "COMPREF"
003200          ORGANIZATION INDEXED
003300          ACCESS MODE RANDOM
003400          RECORD KEY CO-CODE
003500          FILE STATUS IS CI-FILE-STATUS.
003600*
003700  DATA DIVISION.
003800  FILE SECTION.
003900  FD  COMPANY-FILE.
004000  COPY COMPREF.
004100*
004200  WORKING-STORAGE SECTION.
004300  01  CI-FILE-STATUS               PIC X(02).
004400  LINKAGE SECTION.
004500  01  CI-CODE                      PIC X(02).
004600  01  CI-COMPANY-RECORD            PIC X(80).
004700  01  CI-RESULT                    PIC 9(01).
004800****************************************************************
004900*  MAIN LINE
005000****************************************************************
005100  PROCEDURE DIVISION USING CI-CODE CI-COMPANY-RECORD CI-RESULT.
005200  0000-MAINLINE.
005300      MOVE SPACES TO CI-COMPANY-RECORD.
005400      MOVE 2 TO CI-RESULT.
005500      OPEN INPUT COMPANY-FILE.
005600      IF CI-FILE-STATUS NOT = '00'
005700          GOBACK
005800      END-IF.
005900      IF CI-CODE = SPACES
006000          MOVE '01' TO CO-CODE
006100      ELSE
006200          MOVE CI-CODE TO CO-CODE
006300      END-IF.
006400      READ COMPANY-FILE
006500          INVALID KEY
006600              MOVE 1 TO CI-RESULT
006700          NOT INVALID KEY
006800              MOVE COMPANY-RECORD TO CI-COMPANY-RECORD
006900              IF CO-ACTIVE
007000                  MOVE 0 TO CI-RESULT
007100              ELSE
007200                  MOVE 3 TO CI-RESULT
007300              END-IF
007400      END-READ.
007500      CLOSE COMPANY-FILE.
007600      GOBACK.
