000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TREDMESI.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  TREDMESI
000900*  CALLABLE UTILITY: HOW MANY MONTHS OF A YEAR, FROM MONTH
001000*  TM-FROM-MM TO MONTH TM-TO-MM, COUNT TOWARD THE TREDICESIMA
001100*  FOR AN EMPLOYEE HIRED ON TM-HIRE-DATE AND (WHEN NOT ZERO)
001200*  CEASED ON TM-CESS-DATE.  A MONTH COUNTS WHEN AT LEAST 15
001300*  OF ITS CALENDAR DAYS FALL INSIDE THE EMPLOYMENT.  SHARED
001400*  BY THE MONTHLY ACCRUAL, THE DECEMBER PAYOUT AND THE FINAL
001500*  SETTLEMENT SO ALL THREE AGREE ON THE SAME ANSWER.
001600*  MOD HISTORY
001700*  15/10/2026 LG  NEW.
001800****************************************************************
001900  ENVIRONMENT DIVISION.
002000  CONFIGURATION SECTION.
002100  SOURCE-COMPUTER. IBM-PC.
002200  OBJECT-COMPUTER. IBM-PC.
002300  DATA DIVISION.
002400  WORKING-STORAGE SECTION.
002500  01  TM-MONTH-LEN-TABLE.
002600      05  FILLER                   PIC X(24) VALUE
002700          '312831303130313130313031'.
002800  01  TM-MONTH-LEN-R REDEFINES TM-MONTH-LEN-TABLE.
002900      05  TM-MONTH-LEN             PIC 9(02) OCCURS 12 TIMES.
003000  01  TM-MM                        PIC 9(02).
003100  01  TM-LEN                       PIC 9(02).
003200  01  TM-QUOT                      PIC 9(04).
003300  01  TM-REM-4                     PIC 9(04).
003400  01  TM-REM-100                   PIC 9(04).
003500  01  TM-REM-400                   PIC 9(04).
003600  01  TM-MONTH-START               PIC 9(08).
003700  01  TM-MONTH-END                 PIC 9(08).
003800  01  TM-EFF-START                 PIC 9(08).
003900  01  TM-EFF-END                   PIC 9(08).
004000  01  TM-DAYS                      PIC 9(02).
004100  LINKAGE SECTION.
004200  01  TM-HIRE-DATE                 PIC 9(08).
004300  01  TM-CESS-DATE                 PIC 9(08).
004400  01  TM-YEAR                      PIC 9(04).
004500  01  TM-FROM-MM                   PIC 9(02).
004600  01  TM-TO-MM                     PIC 9(02).
004700  01  TM-MONTHS                    PIC 9(02).
004800****************************************************************
004900*  MAIN LINE
005000****************************************************************
005100  PROCEDURE DIVISION USING TM-HIRE-DATE TM-CESS-DATE TM-YEAR
005200          TM-FROM-MM TM-TO-MM TM-MONTHS.
005300  0000-MAINLINE.
005400      MOVE 0 TO TM-MONTHS.
005500      IF TM-FROM-MM < 1 OR TM-TO-MM > 12
005600              OR TM-FROM-MM > TM-TO-MM
005700          GOBACK
005800      END-IF.
005900      DIVIDE TM-YEAR BY 4 GIVING TM-QUOT REMAINDER TM-REM-4.
006000      DIVIDE TM-YEAR BY 100 GIVING TM-QUOT REMAINDER TM-REM-100.
006100      DIVIDE TM-YEAR BY 400 GIVING TM-QUOT REMAINDER TM-REM-400.
006200      PERFORM 1000-CHECK-ONE-MONTH THRU 1000-CHECK-ONE-MONTH-EXIT
006300          VARYING TM-MM FROM TM-FROM-MM BY 1
006400          UNTIL TM-MM > TM-TO-MM.
006500      GOBACK.
006600****************************************************************
006700*  1000-CHECK-ONE-MONTH
006800*  CLIPS THE CALENDAR MONTH TO THE EMPLOYMENT DATES AND COUNTS
006900*  IT WHEN 15 OR MORE DAYS ARE LEFT.  FEBRUARY HAS 29 DAYS IN
007000*  A GREGORIAN LEAP YEAR.
007100****************************************************************
007200  1000-CHECK-ONE-MONTH.
007300      MOVE TM-MONTH-LEN(TM-MM) TO TM-LEN.
007400      IF TM-MM = 2 AND TM-REM-4 = 0
007500              AND (TM-REM-100 NOT = 0 OR TM-REM-400 = 0)
007600          MOVE 29 TO TM-LEN
007700      END-IF.
007800      COMPUTE TM-MONTH-START = TM-YEAR * 10000 + TM-MM * 100 + 1.
007900      COMPUTE TM-MONTH-END =
008000          TM-YEAR * 10000 + TM-MM * 100 + TM-LEN.
008100      MOVE TM-MONTH-START TO TM-EFF-START.
008200      IF TM-HIRE-DATE > TM-EFF-START
008300          MOVE TM-HIRE-DATE TO TM-EFF-START
008400      END-IF.
008500      MOVE TM-MONTH-END TO TM-EFF-END.
008600      IF TM-CESS-DATE NOT = 0 AND TM-CESS-DATE < TM-EFF-END
008700          MOVE TM-CESS-DATE TO TM-EFF-END
008800      END-IF.
008900      IF TM-EFF-END < TM-EFF-START
009000          GO TO 1000-CHECK-ONE-MONTH-EXIT
009100      END-IF.
009200      COMPUTE TM-DAYS = TM-EFF-END - TM-EFF-START + 1.
009300      IF TM-DAYS >= 15
009400          ADD 1 TO TM-MONTHS
009500      END-IF.
009600  1000-CHECK-ONE-MONTH-EXIT.
009700      EXIT.
