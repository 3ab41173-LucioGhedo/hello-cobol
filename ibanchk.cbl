000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IBANCHK.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  IBANCHK
000900*  CALLABLE UTILITY: VALIDATES AN IBAN (ISO 13616) BEFORE IT IS
001000*  STORED OR SENT TO THE BANK - COUNTRY CODE KNOWN, LENGTH
001100*  RIGHT FOR THE COUNTRY, ONLY DIGITS AND UPPER-CASE LETTERS,
001200*  AND THE MOD-97 CHECK DIGITS.  IB-RESULT COMES BACK 0 WHEN
001300*  THE IBAN IS GOOD, OTHERWISE 1 (COUNTRY NOT HANDLED), 2
001400*  (WRONG LENGTH FOR THE COUNTRY), 3 (BAD CHARACTERS OR AN
001500*  EMBEDDED SPACE) OR 4 (CHECK DIGITS WRONG), WITH THE REASON
001600*  IN IB-MESSAGE READY FOR THE SCREEN OR THE EXCEPTION FILE.
001700*  SHARED BY EMPMNT, PNDAPP, AGRMNT, INTCHK, BANKPAY AND
001800*  BNKRECON SO ALL OF THEM AGREE ON THE SAME ANSWER.
001900*  THE COUNTRY TABLE HOLDS THE SEPA COUNTRIES WHOSE IBAN FITS
002000*  THE 27 CHARACTERS OF EMP-IBAN.
002100*  MOD HISTORY
002200*  15/10/2026 LG  NEW.
002300****************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
002600  SOURCE-COMPUTER. IBM-PC.
002700  OBJECT-COMPUTER. IBM-PC.
002800  DATA DIVISION.
002900  WORKING-STORAGE SECTION.
003000  01  IB-COUNTRY-TABLE.
003100      05  FILLER                   PIC X(40) VALUE
003200          'AD24AT20BE16BG22CH21CZ24DE22DK18EE20ES24'.
003300      05  FILLER                   PIC X(40) VALUE
003400          'FI18FR27GB22GI23GR27HR21IE22IS26IT27LI21'.
003500      05  FILLER                   PIC X(40) VALUE
003600          'LT20LU20LV21MC27NL18NO15PT25RO24SE24SI19'.
003700      05  FILLER                   PIC X(12) VALUE
003800          'SK24SM27VA22'.
003900  01  IB-COUNTRY-TABLE-R REDEFINES IB-COUNTRY-TABLE.
004000      05  IB-COUNTRY-ENTRY         OCCURS 33 TIMES.
004100          10  IB-COUNTRY-CODE      PIC X(02).
004200          10  IB-COUNTRY-LEN       PIC 9(02).
004300  01  IB-ALPHABET                  PIC X(36) VALUE
004400      '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004500  01  IB-LEN                       PIC 9(02).
004600  01  IB-POS                       PIC 9(02).
004700  01  IB-I                         PIC 9(02).
004800  01  IB-EXPECTED-LEN              PIC 9(02).
004900  01  IB-CHAR                      PIC X(01).
005000  01  IB-VALUE                     PIC 9(02).
005100  01  IB-WORK                      PIC 9(06).
005200  01  IB-QUOT                      PIC 9(06).
005300  01  IB-REM                       PIC 9(02).
005400  01  IB-CHAR-SW                   PIC X(01).
005500      88  IB-CHARS-OK                         VALUE 'Y'.
005600  LINKAGE SECTION.
005700  01  IB-IBAN                      PIC X(27).
005800  01  IB-RESULT                    PIC 9(01).
005900  01  IB-MESSAGE                   PIC X(32).
006000****************************************************************
006100*  MAIN LINE
006200****************************************************************
006300  PROCEDURE DIVISION USING IB-IBAN IB-RESULT IB-MESSAGE.
006400  0000-MAINLINE.
006500      MOVE 0 TO IB-RESULT.
006600      MOVE SPACES TO IB-MESSAGE.
006700      PERFORM 1000-CHECK-FORM THRU 1000-CHECK-FORM-EXIT.
006800      IF IB-RESULT = 0
006900          PERFORM 2000-CHECK-DIGITS THRU 2000-CHECK-DIGITS-EXIT
007000      END-IF.
007100      GOBACK.
007200****************************************************************
007300*  1000-CHECK-FORM
007400*  THE IBAN IS LEFT-ALIGNED WITH NO SPACES INSIDE; ITS LENGTH
007500*  IS WHAT COMES BEFORE THE FIRST SPACE.  THE COUNTRY CODE IS
007600*  LOOKED UP FOR ITS LENGTH, AND THE TWO CHECK DIGITS MUST BE
007700*  DIGITS.
007800****************************************************************
007900  1000-CHECK-FORM.
008000      MOVE 0 TO IB-LEN.
008100      INSPECT IB-IBAN TALLYING IB-LEN
008200          FOR CHARACTERS BEFORE INITIAL SPACE.
008300      IF IB-LEN < 27
008400          IF IB-IBAN(IB-LEN + 1:) NOT = SPACES
008500              MOVE 3 TO IB-RESULT
008600              MOVE 'IBAN CON SPAZI INTERNI' TO IB-MESSAGE
008700              GO TO 1000-CHECK-FORM-EXIT
008800          END-IF
008900      END-IF.
009000      IF IB-LEN < 5
009100          MOVE 3 TO IB-RESULT
009200          MOVE 'IBAN MANCANTE O INCOMPLETO' TO IB-MESSAGE
009300          GO TO 1000-CHECK-FORM-EXIT
009400      END-IF.
009500      MOVE 0 TO IB-EXPECTED-LEN.
009600      PERFORM 1010-CHECK-ONE-COUNTRY
009700          THRU 1010-CHECK-ONE-COUNTRY-EXIT
009800          VARYING IB-I FROM 1 BY 1
009900          UNTIL IB-I > 33 OR IB-EXPECTED-LEN > 0.
010000      IF IB-EXPECTED-LEN = 0
010100          MOVE 1 TO IB-RESULT
010200          MOVE 'PAESE IBAN NON GESTITO' TO IB-MESSAGE
010300          GO TO 1000-CHECK-FORM-EXIT
010400      END-IF.
010500      IF IB-LEN NOT = IB-EXPECTED-LEN
010600          MOVE 2 TO IB-RESULT
010700          MOVE 'LUNGHEZZA ERRATA PER IL PAESE' TO IB-MESSAGE
010800          GO TO 1000-CHECK-FORM-EXIT
010900      END-IF.
011000      IF IB-IBAN(3:2) NOT NUMERIC
011100          MOVE 3 TO IB-RESULT
011200          MOVE 'CIFRE DI CONTROLLO NON NUMERICHE' TO IB-MESSAGE
011300      END-IF.
011400  1000-CHECK-FORM-EXIT.
011500      EXIT.
011600  1010-CHECK-ONE-COUNTRY.
011700      IF IB-COUNTRY-CODE(IB-I) = IB-IBAN(1:2)
011800          MOVE IB-COUNTRY-LEN(IB-I) TO IB-EXPECTED-LEN
011900      END-IF.
012000  1010-CHECK-ONE-COUNTRY-EXIT.
012100      EXIT.
012200****************************************************************
012300*  2000-CHECK-DIGITS
012400*  ISO 13616 MOD 97: THE FIRST FOUR CHARACTERS MOVE TO THE END,
012500*  EVERY LETTER BECOMES TWO DIGITS (A = 10 ... Z = 35) AND THE
012600*  RESULTING NUMBER MUST LEAVE REMAINDER 1 WHEN DIVIDED BY 97.
012700*  THE NUMBER IS TOO LONG FOR ANY PICTURE, SO THE REMAINDER IS
012800*  CARRIED ONE CHARACTER AT A TIME.  A CHARACTER NOT IN
012900*  IB-ALPHABET (LOWER CASE, PUNCTUATION) STOPS THE CHECK.
013000****************************************************************
013100  2000-CHECK-DIGITS.
013200      MOVE 0 TO IB-REM.
013300      MOVE 'Y' TO IB-CHAR-SW.
013400      PERFORM 2010-ADD-ONE-CHARACTER
013500          THRU 2010-ADD-ONE-CHARACTER-EXIT
013600          VARYING IB-POS FROM 5 BY 1
013700          UNTIL IB-POS > IB-LEN OR NOT IB-CHARS-OK.
013800      PERFORM 2010-ADD-ONE-CHARACTER
013900          THRU 2010-ADD-ONE-CHARACTER-EXIT
014000          VARYING IB-POS FROM 1 BY 1
014100          UNTIL IB-POS > 4 OR NOT IB-CHARS-OK.
014200      IF NOT IB-CHARS-OK
014300          MOVE 3 TO IB-RESULT
014400          MOVE 'IBAN CON CARATTERI NON VALIDI' TO IB-MESSAGE
014500          GO TO 2000-CHECK-DIGITS-EXIT
014600      END-IF.
014700      IF IB-REM NOT = 1
014800          MOVE 4 TO IB-RESULT
014900          MOVE 'CIFRE DI CONTROLLO IBAN ERRATE' TO IB-MESSAGE
015000      END-IF.
015100  2000-CHECK-DIGITS-EXIT.
015200      EXIT.
015300  2010-ADD-ONE-CHARACTER.
015400      MOVE IB-IBAN(IB-POS:1) TO IB-CHAR.
015500      MOVE 0 TO IB-VALUE.
015600      INSPECT IB-ALPHABET TALLYING IB-VALUE
015700          FOR CHARACTERS BEFORE INITIAL IB-CHAR.
015800      IF IB-VALUE > 35
015900          MOVE 'N' TO IB-CHAR-SW
016000          GO TO 2010-ADD-ONE-CHARACTER-EXIT
016100      END-IF.
016200      IF IB-VALUE < 10
016300          COMPUTE IB-WORK = IB-REM * 10 + IB-VALUE
016400      ELSE
016500          COMPUTE IB-WORK = IB-REM * 100 + IB-VALUE
016600      END-IF.
016700      DIVIDE IB-WORK BY 97 GIVING IB-QUOT REMAINDER IB-REM.
016800  2010-ADD-ONE-CHARACTER-EXIT.
016900      EXIT.
