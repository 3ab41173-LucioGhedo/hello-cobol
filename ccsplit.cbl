000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CCSPLIT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  CCSPLIT
000900*  CALLABLE UTILITY: CUTS AN AMOUNT ACROSS THE COST CENTERS OF
001000*  AN EMPLOYEE SHARED BETWEEN DEPARTMENTS.  FINDS ON THE KEYED
001100*  CCALLOC FILE (CCALLOC.CPY) THE LAST RECORD FOR SP-MATRICOLA
001200*  EFFECTIVE ON OR BEFORE SP-AS-OF-DATE AND RETURNS ONE SHARE
001300*  PER CENTER IN THE CCSPLIT.CPY AREA.  EVERY SHARE BUT THE
001400*  PRIMARY'S IS THE AMOUNT TIMES ITS PERCENTAGE, ROUNDED TO THE
001500*  CENT; THE PRIMARY GETS WHAT IS LEFT, SO THE SHARES ALWAYS
001600*  ADD BACK TO THE AMOUNT.  NO RECORD IN FORCE, NO CCALLOC FILE
001700*  OR A RECORD WITH NO CENTERS GIVES THE WHOLE AMOUNT ON
001800*  SP-HOME-CENTER - EXACTLY WHAT THE CALLERS DID BEFORE.  SO
001900*  DOES A RECORD THAT BREAKS THE RULES (RESULT 9 WITH THE
002000*  REASON): CENTERS NOT FROM THE FIRST SLOT, A CENTER TWICE, A
002100*  CENTER AT ZERO OR A PERCENTAGE WITH NO CENTER, OR A TOTAL
002200*  OTHER THAN 100.  THE FILE IS READ ON EVERY CALL, AS PERCHK
002300*  DOES.  SHARED BY CCSUM, GLPOST, INTCHK AND ALCMNT, SO THE
002400*  RULE LIVES IN ONE PLACE.
002500*  MOD HISTORY
002600*  15/10/2026 LG  NEW.
002700****************************************************************
002800  ENVIRONMENT DIVISION.
002900  CONFIGURATION SECTION.
003000  SOURCE-COMPUTER. IBM-PC.
003100  OBJECT-COMPUTER. IBM-PC.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT ALLOCATION-FILE ASSIGN TO "CCALLOC"
003500          ORGANIZATION INDEXED
003600          ACCESS MODE DYNAMIC
003700          RECORD KEY CA-KEY
003800          FILE STATUS IS SL-CA-FILE-STATUS.
003900*
004000  DATA DIVISION.
004100  FILE SECTION.
004200  FD  ALLOCATION-FILE.
004300  COPY CCALLOC.
004400*
004500  WORKING-STORAGE SECTION.
004600  01  SL-CA-FILE-STATUS            PIC X(02).
004700  01  SL-EOF-SW                    PIC X(01).
004800      88  SL-END-OF-FILE                      VALUE 'Y'.
004900  01  SL-FOUND-SW                  PIC X(01).
005000      88  SL-ALLOC-FOUND                      VALUE 'Y'.
005100  01  SL-SAVED-RECORD              PIC X(60).
005200  01  SL-I                         PIC 9(01).
005300  01  SL-J                         PIC 9(01).
005400  01  SL-CENTER-COUNT              PIC 9(01).
005500  01  SL-PERCENT-TOTAL             PIC 9(04)V99.
005600  01  SL-ALLOCATED                 PIC 9(10)V99.
005700  01  SL-ERROR                     PIC X(32).
005800  LINKAGE SECTION.
005900  COPY CCSPLIT.
006000****************************************************************
006100*  MAIN LINE
006200****************************************************************
006300  PROCEDURE DIVISION USING CC-SPLIT-AREA.
006400  0000-MAINLINE.
006500      MOVE 1 TO SP-RESULT.
006600      MOVE SPACES TO SP-MESSAGE.
006700      MOVE 0 TO SP-EFF-DATE.
006800      PERFORM 8000-HOME-CENTER-ONLY
006900          THRU 8000-HOME-CENTER-ONLY-EXIT.
007000      OPEN INPUT ALLOCATION-FILE.
007100      IF SL-CA-FILE-STATUS NOT = '00'
007200          GOBACK
007300      END-IF.
007400      MOVE 'N' TO SL-FOUND-SW.
007500      MOVE 'N' TO SL-EOF-SW.
007600      MOVE SP-MATRICOLA TO CA-MATRICOLA.
007700      MOVE 0 TO CA-EFF-DATE.
007800      START ALLOCATION-FILE KEY NOT < CA-KEY
007900          INVALID KEY
008000              MOVE 'Y' TO SL-EOF-SW
008100      END-START.
008200      PERFORM 1000-READ-ONE-ALLOCATION
008300          THRU 1000-READ-ONE-ALLOCATION-EXIT
008400          UNTIL SL-END-OF-FILE.
008500      CLOSE ALLOCATION-FILE.
008600      IF NOT SL-ALLOC-FOUND
008700          GOBACK
008800      END-IF.
008900      MOVE SL-SAVED-RECORD TO CC-ALLOCATION-RECORD.
009000      MOVE CA-EFF-DATE TO SP-EFF-DATE.
009100      MOVE SPACES TO SL-ERROR.
009200      MOVE 0 TO SL-CENTER-COUNT.
009300      MOVE 0 TO SL-PERCENT-TOTAL.
009400      PERFORM 2000-CHECK-ONE-SHARE THRU 2000-CHECK-ONE-SHARE-EXIT
009500          VARYING SL-I FROM 1 BY 1
009600          UNTIL SL-I > 5 OR SL-ERROR NOT = SPACES.
009700      IF SL-ERROR = SPACES AND SL-CENTER-COUNT = 0
009800          GOBACK
009900      END-IF.
010000      IF SL-ERROR = SPACES AND SL-PERCENT-TOTAL NOT = 100
010100          MOVE 'PERCENTUALI NON A 100' TO SL-ERROR
010200      END-IF.
010300      IF SL-ERROR NOT = SPACES
010400          MOVE 9 TO SP-RESULT
010500          MOVE SL-ERROR TO SP-MESSAGE
010600          GOBACK
010700      END-IF.
010800      PERFORM 3000-BUILD-SHARES THRU 3000-BUILD-SHARES-EXIT.
010900      GOBACK.
011000****************************************************************
011100*  1000-READ-ONE-ALLOCATION
011200*  KEEPS THE LAST RECORD OF THE MATRICOLA EFFECTIVE ON OR BEFORE
011300*  THE DATE WANTED; THE FIRST ONE PAST IT ENDS THE LOOKUP.
011400****************************************************************
011500  1000-READ-ONE-ALLOCATION.
011600      READ ALLOCATION-FILE NEXT RECORD
011700          AT END
011800              MOVE 'Y' TO SL-EOF-SW
011900              GO TO 1000-READ-ONE-ALLOCATION-EXIT
012000      END-READ.
012100      IF CA-MATRICOLA NOT = SP-MATRICOLA
012200              OR CA-EFF-DATE > SP-AS-OF-DATE
012300          MOVE 'Y' TO SL-EOF-SW
012400          GO TO 1000-READ-ONE-ALLOCATION-EXIT
012500      END-IF.
012600      MOVE CC-ALLOCATION-RECORD TO SL-SAVED-RECORD.
012700      MOVE 'Y' TO SL-FOUND-SW.
012800  1000-READ-ONE-ALLOCATION-EXIT.
012900      EXIT.
013000****************************************************************
013100*  2000-CHECK-ONE-SHARE
013200*  ONE SLOT OF THE RECORD IN FORCE AGAINST THE RULES, COUNTING
013300*  THE CENTERS AND ADDING UP THE PERCENTAGES.
013400****************************************************************
013500  2000-CHECK-ONE-SHARE.
013600      IF CA-PERCENT(SL-I) NOT NUMERIC
013700          MOVE 'PERCENTUALE NON NUMERICA' TO SL-ERROR
013800          GO TO 2000-CHECK-ONE-SHARE-EXIT
013900      END-IF.
014000      IF CA-COST-CENTER(SL-I) = SPACES
014100          IF CA-PERCENT(SL-I) NOT = 0
014200              MOVE 'PERCENTUALE SENZA CENTRO' TO SL-ERROR
014300          END-IF
014400          GO TO 2000-CHECK-ONE-SHARE-EXIT
014500      END-IF.
014600      IF CA-PERCENT(SL-I) = 0
014700          MOVE 'CENTRO CON PERCENTUALE ZERO' TO SL-ERROR
014800          GO TO 2000-CHECK-ONE-SHARE-EXIT
014900      END-IF.
015000      IF CA-COST-CENTER(1) = SPACES
015100          MOVE 'CENTRO PRINCIPALE MANCANTE' TO SL-ERROR
015200          GO TO 2000-CHECK-ONE-SHARE-EXIT
015300      END-IF.
015400      PERFORM 2010-CHECK-REPEAT THRU 2010-CHECK-REPEAT-EXIT
015500          VARYING SL-J FROM 1 BY 1 UNTIL SL-J NOT < SL-I.
015600      ADD 1 TO SL-CENTER-COUNT.
015700      ADD CA-PERCENT(SL-I) TO SL-PERCENT-TOTAL.
015800  2000-CHECK-ONE-SHARE-EXIT.
015900      EXIT.
016000  2010-CHECK-REPEAT.
016100      IF CA-COST-CENTER(SL-J) = CA-COST-CENTER(SL-I)
016200          MOVE 'CENTRO RIPETUTO' TO SL-ERROR
016300      END-IF.
016400  2010-CHECK-REPEAT-EXIT.
016500      EXIT.
016600****************************************************************
016700*  3000-BUILD-SHARES
016800*  ONE SHARE PER CENTER, PRIMARY FIRST.  THE OTHERS ARE ROUNDED
016900*  AND THE PRIMARY TAKES THE REMAINDER.  A CENT AMOUNT TOO SMALL
017000*  TO CUT (THE ROUNDED SHARES ALREADY PAST IT) STAYS WHOLE ON
017100*  THE OWN CENTER, RESULT 9.
017200****************************************************************
017300  3000-BUILD-SHARES.
017400      MOVE 0 TO SP-SHARE-COUNT.
017500      MOVE 0 TO SL-ALLOCATED.
017600      PERFORM 3010-BUILD-ONE-SHARE THRU 3010-BUILD-ONE-SHARE-EXIT
017700          VARYING SL-I FROM 1 BY 1 UNTIL SL-I > 5.
017800      IF SL-ALLOCATED > SP-AMOUNT
017900          PERFORM 8000-HOME-CENTER-ONLY
018000              THRU 8000-HOME-CENTER-ONLY-EXIT
018100          MOVE 9 TO SP-RESULT
018200          MOVE 'IMPORTO NON RIPARTIBILE' TO SP-MESSAGE
018300          GO TO 3000-BUILD-SHARES-EXIT
018400      END-IF.
018500      COMPUTE SP-SHARE-AMOUNT(1) = SP-AMOUNT - SL-ALLOCATED.
018600      MOVE 0 TO SP-RESULT.
018700  3000-BUILD-SHARES-EXIT.
018800      EXIT.
018900  3010-BUILD-ONE-SHARE.
019000      IF CA-COST-CENTER(SL-I) = SPACES
019100          GO TO 3010-BUILD-ONE-SHARE-EXIT
019200      END-IF.
019300      ADD 1 TO SP-SHARE-COUNT.
019400      MOVE CA-COST-CENTER(SL-I) TO SP-COST-CENTER(SP-SHARE-COUNT).
019500      MOVE 0 TO SP-SHARE-AMOUNT(SP-SHARE-COUNT).
019600      IF SL-I > 1
019700          COMPUTE SP-SHARE-AMOUNT(SP-SHARE-COUNT) ROUNDED =
019800              SP-AMOUNT * CA-PERCENT(SL-I) / 100
019900          ADD SP-SHARE-AMOUNT(SP-SHARE-COUNT) TO SL-ALLOCATED
020000      END-IF.
020100  3010-BUILD-ONE-SHARE-EXIT.
020200      EXIT.
020300****************************************************************
020400*  8000-HOME-CENTER-ONLY
020500*  THE UNSPLIT ANSWER: ONE SHARE, THE WHOLE AMOUNT ON THE
020600*  EMPLOYEE'S OWN CENTER.
020700****************************************************************
020800  8000-HOME-CENTER-ONLY.
020900      MOVE 1 TO SP-SHARE-COUNT.
021000      MOVE SP-HOME-CENTER TO SP-COST-CENTER(1).
021100      MOVE SP-AMOUNT TO SP-SHARE-AMOUNT(1).
021200      PERFORM 8010-CLEAR-ONE-SHARE THRU 8010-CLEAR-ONE-SHARE-EXIT
021300          VARYING SL-I FROM 2 BY 1 UNTIL SL-I > 5.
021400  8000-HOME-CENTER-ONLY-EXIT.
021500      EXIT.
021600  8010-CLEAR-ONE-SHARE.
021700      MOVE SPACES TO SP-COST-CENTER(SL-I).
021800      MOVE 0 TO SP-SHARE-AMOUNT(SL-I).
021900  8010-CLEAR-ONE-SHARE-EXIT.
022000      EXIT.
