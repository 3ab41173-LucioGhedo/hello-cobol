000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMPAUTH.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  COMPAUTH
000900*  CALLABLE UTILITY: MAY THE SIGNED-ON OPERATOR WORK ON THIS
001000*  COMPANY?  READS THE ONE-RECORD OPERSESS FILE MENU WROTE AT
001100*  SIGN-ON, WHOSE OS-COMPANIES CARRY THE OPERATOR'S ALLOWED
001200*  COMPANIES FROM OPERFILE.  CA-RESULT COMES BACK 0 WHEN THE
001300*  COMPANY IS ALLOWED - IT IS IN THE LIST, OR THE LIST IS ALL
001400*  BLANK (AN OPERATOR NOT LIMITED TO ANY COMPANY) - 1 WHEN IT
001500*  IS NOT IN THE LIST AND 2 WHEN THERE IS NO SESSION RECORD TO
001600*  CHECK AGAINST, WHICH IS REFUSED TOO.  A BLANK CODE IS
001700*  CHECKED AS 01, THE SAME DEFAULT EMP-COMPANY HAS.
001800*  SHARED BY THE MAINTENANCE PROGRAMS MENU CALLS (EMPMNT,
001900*  PNDAPP, TSMNT, AGRMNT, SALINQ, RUNMNT, COMPMNT) SO THE RULE
002000*  LIVES IN ONE PLACE.
002100*  MOD HISTORY
002200*  15/10/2026 LG  NEW.
002300****************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
002600  SOURCE-COMPUTER. IBM-PC.
002700  OBJECT-COMPUTER. IBM-PC.
002800  INPUT-OUTPUT SECTION.
002900  FILE-CONTROL.
003000      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
003100          ORGANIZATION LINE SEQUENTIAL
003200          FILE STATUS IS CA-SESS-FILE-STATUS.
003300*
003400  DATA DIVISION.
003500  FILE SECTION.
003600  FD  OPERATOR-SESSION.
003700  COPY OPRSESS.
003800*
003900  WORKING-STORAGE SECTION.
004000  01  CA-SESS-FILE-STATUS          PIC X(02).
004100  01  CA-WANTED                    PIC X(02).
004200  01  CA-I                         PIC 9(01).
004300  LINKAGE SECTION.
004400  01  CA-CODE                      PIC X(02).
004500  01  CA-RESULT                    PIC 9(01).
004600****************************************************************
004700*  MAIN LINE
004800****************************************************************
004900  PROCEDURE DIVISION USING CA-CODE CA-RESULT.
005000  0000-MAINLINE.
005100      MOVE 2 TO CA-RESULT.
005200      IF CA-CODE = SPACES
005300          MOVE '01' TO CA-WANTED
005400      ELSE
005500          MOVE CA-CODE TO CA-WANTED
005600      END-IF.
005700      OPEN INPUT OPERATOR-SESSION.
005800      IF CA-SESS-FILE-STATUS NOT = '00'
005900          GOBACK
006000      END-IF.
006100      READ OPERATOR-SESSION
006200          AT END
006300              CLOSE OPERATOR-SESSION
006400              GOBACK
006500      END-READ.
006600      CLOSE OPERATOR-SESSION.
006700      IF OS-COMPANIES = SPACES
006800          MOVE 0 TO CA-RESULT
006900          GOBACK
007000      END-IF.
007100      MOVE 1 TO CA-RESULT.
007200      PERFORM 1000-CHECK-ONE-COMPANY
007300          THRU 1000-CHECK-ONE-COMPANY-EXIT
007400          VARYING CA-I FROM 1 BY 1
007500          UNTIL CA-I > 5 OR CA-RESULT = 0.
007600      GOBACK.
007700  1000-CHECK-ONE-COMPANY.
007800      IF OS-COMPANY(CA-I) = CA-WANTED
007900          MOVE 0 TO CA-RESULT
008000      END-IF.
008100  1000-CHECK-ONE-COMPANY-EXIT.
008200      EXIT.
