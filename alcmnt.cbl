000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALCMNT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  ALCMNT
000900*  COST-CENTER SPLIT MAINTENANCE, CALLED FROM MENU.  SOME STAFF
001000*  WORK FOR TWO OR THREE DEPARTMENTS BUT EMP-COST-CENTER HOLDS
001100*  ONE CODE, AND FINANCE USED TO MOVE PART OF THEIR COST BY
001200*  JOURNAL EVERY MONTH.  HERE FINANCE KEYS, CHANGES OR REMOVES
001300*  AN EMPLOYEE'S SPLIT FROM A GIVEN DATE (CCALLOC FILE,
001400*  CCALLOC.CPY) AND LISTS AN EMPLOYEE'S SPLITS.  A SPLIT IS UP
001500*  TO FIVE CENTERS, THE PRIMARY FIRST, EACH WITH A PERCENTAGE
001600*  KEYED WITH TWO DECIMALS; THEY MUST ADD UP TO 100.  EVERY
001700*  CENTER MUST BE ON CCREF AND ACTIVE AND NONE MAY COME TWICE.
001800*  A SPLIT KEYED WITH NO CENTERS ENDS THE EARLIER ONE: FROM ITS
001900*  DATE THE EMPLOYEE IS CHARGED TO EMP-COST-CENTER AGAIN.  THE
002000*  EMPLOYEE MUST BE ON THE MASTER AND OF A COMPANY THE OPERATOR
002100*  MAY WORK ON (COMPAUTH), AND A DATE INSIDE A PAY PERIOD
002200*  PERCLOSE HAS CLOSED (PERCHK) CANNOT BE KEYED, CHANGED OR
002300*  REMOVED - THAT PERIOD HAS BEEN POSTED.  EVERY CHANGE IS
002400*  LOGGED TO CHGLOG WITH THE OPERSESS OPERATOR ID, THE SAME
002500*  PATTERN AS CCBMNT: THE IMAGES ARE THE WHOLE CCALLOC RECORD.
002600*  CCSUM AND GLPOST APPLY THE SPLITS (CCSPLIT), INTCHK CHECKS
002700*  THEM.
002800*  MOD HISTORY
002900*  15/10/2026 LG  NEW.
003000****************************************************************
003100  ENVIRONMENT DIVISION.
003200  CONFIGURATION SECTION.
003300  SOURCE-COMPUTER. IBM-PC.
003400  OBJECT-COMPUTER. IBM-PC.
003500  INPUT-OUTPUT SECTION.
003600  FILE-CONTROL.
003700      SELECT ALLOCATION-FILE ASSIGN TO "CCALLOC"
003800          ORGANIZATION INDEXED
003900          ACCESS MODE DYNAMIC
004000          RECORD KEY CA-KEY
004100          FILE STATUS IS DL-CA-FILE-STATUS.
004200      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004300          ORGANIZATION INDEXED
004400          ACCESS MODE DYNAMIC
004500          RECORD KEY EMP-MATRICOLA
004600          FILE STATUS IS DL-EMP-FILE-STATUS.
004700      SELECT COST-CENTER-FILE ASSIGN TO "CCREF"
004800          ORGANIZATION INDEXED
004900          ACCESS MODE DYNAMIC
005000          RECORD KEY CC-CODE
005100          FILE STATUS IS DL-CC-FILE-STATUS.
005200      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
005300          ORGANIZATION LINE SEQUENTIAL
005400          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
005500      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
005600          ORGANIZATION LINE SEQUENTIAL
005700          FILE STATUS IS DL-SESS-FILE-STATUS.
005800*
005900  DATA DIVISION.
006000  FILE SECTION.
006100  FD  ALLOCATION-FILE.
006200  COPY CCALLOC.
006300  FD  EMPLOYEE-MASTER.
006400  01  EMPLOYEE-MASTER-RECORD.
006500      COPY EMPREC.
006600      05  EMP-WORK-DAY            PIC 9(01).
006700  FD  COST-CENTER-FILE.
006800  COPY CCREF.
006900  FD  CHANGE-LOG.
007000  COPY CHGLOG.
007100  FD  OPERATOR-SESSION.
007200  COPY OPRSESS.
007300*
007400  WORKING-STORAGE SECTION.
007500  01  DL-CA-FILE-STATUS            PIC X(02).
007600  01  DL-EMP-FILE-STATUS           PIC X(02).
007700  01  DL-CC-FILE-STATUS            PIC X(02).
007800  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
007900  01  DL-SESS-FILE-STATUS          PIC X(02).
008000  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
008100  01  DL-CHOICE                    PIC X(01).
008200  01  DL-FOUND-SW                  PIC X(01).
008300      88  DL-MATRICOLA-FOUND                  VALUE 'Y'.
008400  01  DL-ALLOC-FOUND-SW            PIC X(01).
008500      88  DL-ALLOC-FOUND                      VALUE 'Y'.
008600  01  DL-EOF-SW                    PIC X(01).
008700      88  DL-END-OF-ALLOCATIONS               VALUE 'Y'.
008800  01  DL-VALID-SW                  PIC X(01).
008900  01  DL-SHARES-SW                 PIC X(01).
009000      88  DL-SHARES-OK                        VALUE 'Y'.
009100  01  DL-LAST-SW                   PIC X(01).
009200      88  DL-LAST-SHARE                       VALUE 'Y'.
009300  01  DL-NEW-MATRICOLA             PIC X(05).
009400  01  DL-TODAY                     PIC 9(08).
009500  01  DL-IN-FORCE-DATE             PIC 9(08).
009600  01  DL-NEW-DATE                  PIC 9(08).
009700  01  DL-NEW-DATE-R REDEFINES DL-NEW-DATE.
009800      05  DL-NEW-CCYY              PIC 9(04).
009900      05  DL-NEW-MM                PIC 9(02).
010000      05  DL-NEW-DD                PIC 9(02).
010100  01  DL-NEW-SHARES.
010200      05  DL-NEW-SHARE OCCURS 5 TIMES.
010300          10  DL-NEW-CENTER        PIC X(04).
010400          10  DL-NEW-PERCENT       PIC 9(03)V99.
010500  01  DL-S                         PIC 9(01).
010600  01  DL-R                         PIC 9(01).
010700  01  DL-PERCENT-TOTAL             PIC 9(04)V99.
010800  01  DL-ED-PERCENT                PIC ZZZ9.99.
010900  01  DL-NEW-CC-CODE               PIC X(04).
011000  01  DL-NEW-PCT                   PIC 9(03)V99.
011100  01  DL-LIST-COUNT                PIC 9(03).
011200  01  DL-AUTH-RESULT               PIC 9(01).
011300  01  DL-PERIOD-RESULT             PIC 9(01).
011400      88  DL-PERIOD-CLOSED                    VALUE 1.
011500  01  DL-PROMPT                    PIC X(40).
011600  01  DL-BUFFER                    PIC X(10).
011700  01  DL-BUFFER-CHECK              PIC X(09) JUSTIFIED RIGHT.
011800  01  DL-ENTRY-LEN                 PIC 9(02).
011900  01  DL-SCAN                      PIC 9(02).
012000  01  DL-PCT-X                     PIC X(05).
012100  01  DL-PCT-IN REDEFINES DL-PCT-X PIC 9(03)V99.
012200  01  GG                           PIC X(25) VALUE
012300          '312831303130313130313031'.
012400  01  TAB-GG REDEFINES GG.
012500      05  G-MESE OCCURS 12 TIMES   PIC 99.
012600  01  DL-YEAR-REM-4                PIC 9(04).
012700  01  DL-YEAR-REM-100              PIC 9(04).
012800  01  DL-YEAR-REM-400              PIC 9(04).
012900  01  DL-YEAR-QUOTIENT             PIC 9(04).
013000  01  DL-LEAP-SW                   PIC X(01) VALUE 'N'.
013100      88  DL-LEAP-YEAR                        VALUE 'Y'.
013200  01  DL-LIST-LINE.
013300      05  DL-LST-DATE              PIC 9(08).
013400      05  FILLER                   PIC X(02) VALUE SPACES.
013500      05  DL-LST-STATUS            PIC X(09).
013600      05  DL-LST-SHARE OCCURS 5 TIMES.
013700          10  FILLER               PIC X(02).
013800          10  DL-LST-CENTER        PIC X(04).
013900          10  FILLER               PIC X(01).
014000          10  DL-LST-PERCENT       PIC ZZ9.99.
014100*
014200  PROCEDURE DIVISION.
014300****************************************************************
014400*  0000-MAINLINE
014500****************************************************************
014600  0000-MAINLINE.
014700      PERFORM 0300-READ-SESSION
014800          THRU 0300-READ-SESSION-EXIT.
014900      MOVE SPACE TO DL-CHOICE.
015000      ACCEPT DL-TODAY FROM DATE YYYYMMDD.
015100      OPEN EXTEND CHANGE-LOG.
015200      IF DL-CHGLOG-FILE-STATUS = '35'
015300          OPEN OUTPUT CHANGE-LOG
015400          CLOSE CHANGE-LOG
015500          OPEN EXTEND CHANGE-LOG
015600      END-IF.
015700      IF DL-CHGLOG-FILE-STATUS NOT = '00'
015800          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
015900              DL-CHGLOG-FILE-STATUS
016000          MOVE 8 TO RETURN-CODE
016100          GOBACK
016200      END-IF.
016300      OPEN INPUT EMPLOYEE-MASTER.
016400      IF DL-EMP-FILE-STATUS NOT = '00'
016500          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
016600              DL-EMP-FILE-STATUS
016700          CLOSE CHANGE-LOG
016800          MOVE 8 TO RETURN-CODE
016900          GOBACK
017000      END-IF.
017100      OPEN INPUT COST-CENTER-FILE.
017200      IF DL-CC-FILE-STATUS NOT = '00'
017300          DISPLAY 'IMPOSSIBILE APRIRE CCREF - STATUS '
017400              DL-CC-FILE-STATUS
017500          CLOSE EMPLOYEE-MASTER
017600          CLOSE CHANGE-LOG
017700          MOVE 8 TO RETURN-CODE
017800          GOBACK
017900      END-IF.
018000      OPEN I-O ALLOCATION-FILE.
018100      IF DL-CA-FILE-STATUS = '35'
018200          OPEN OUTPUT ALLOCATION-FILE
018300          CLOSE ALLOCATION-FILE
018400          OPEN I-O ALLOCATION-FILE
018500      END-IF.
018600      IF DL-CA-FILE-STATUS NOT = '00'
018700          DISPLAY 'IMPOSSIBILE APRIRE CCALLOC - STATUS '
018800              DL-CA-FILE-STATUS
018900          CLOSE COST-CENTER-FILE
019000          CLOSE EMPLOYEE-MASTER
019100          CLOSE CHANGE-LOG
019200          MOVE 8 TO RETURN-CODE
019300          GOBACK
019400      END-IF.
019500      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
019600          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
019700      CLOSE ALLOCATION-FILE.
019800      CLOSE COST-CENTER-FILE.
019900      CLOSE EMPLOYEE-MASTER.
020000      CLOSE CHANGE-LOG.
020100      GOBACK.
020200****************************************************************
020300*  0300-READ-SESSION
020400*  PICKS THE OPERATOR ID UP FROM THE ONE-RECORD OPERSESS FILE
020500*  MENU WRITES AT SIGN-ON.  MISSING FILE = IGNOTO.
020600****************************************************************
020700  0300-READ-SESSION.
020800      OPEN INPUT OPERATOR-SESSION.
020900      IF DL-SESS-FILE-STATUS NOT = '00'
021000          GO TO 0300-READ-SESSION-EXIT
021100      END-IF.
021200      READ OPERATOR-SESSION
021300          AT END
021400              CONTINUE
021500          NOT AT END
021600              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
021700      END-READ.
021800      CLOSE OPERATOR-SESSION.
021900  0300-READ-SESSION-EXIT.
022000      EXIT.
022100****************************************************************
022200*  2000-ESEGUI
022300****************************************************************
022400  2000-ESEGUI.
022500      DISPLAY ' '.
022600      DISPLAY 'RIPARTIZIONE DEL COSTO SU PIU'' CENTRI DI COSTO'.
022700      DISPLAY '  A) NUOVA RIPARTIZIONE'.
022800      DISPLAY '  C) MODIFICA RIPARTIZIONE'.
022900      DISPLAY '  D) CANCELLA RIPARTIZIONE'.
023000      DISPLAY '  V) VISUALIZZA RIPARTIZIONI DI UN DIPENDENTE'.
023100      DISPLAY '  F) FINE'.
023200      DISPLAY 'SCELTA?'.
023300      ACCEPT DL-CHOICE.
023400      EVALUATE DL-CHOICE
023500          WHEN 'A'
023600          WHEN 'a'
023700              PERFORM 3000-ADD-ALLOCATION
023800                  THRU 3000-ADD-ALLOCATION-EXIT
023900          WHEN 'C'
024000          WHEN 'c'
024100              PERFORM 4000-CHANGE-ALLOCATION
024200                  THRU 4000-CHANGE-ALLOCATION-EXIT
024300          WHEN 'D'
024400          WHEN 'd'
024500              PERFORM 5000-DELETE-ALLOCATION
024600                  THRU 5000-DELETE-ALLOCATION-EXIT
024700          WHEN 'V'
024800          WHEN 'v'
024900              PERFORM 3500-LIST-ALLOCATIONS
025000                  THRU 3500-LIST-ALLOCATIONS-EXIT
025100          WHEN 'F'
025200          WHEN 'f'
025300              CONTINUE
025400          WHEN OTHER
025500              DISPLAY 'SCELTA NON VALIDA'
025600      END-EVALUATE.
025700  2000-ESEGUI-EXIT.
025800      EXIT.
025900****************************************************************
026000*  3000-ADD-ALLOCATION
026100*  A NEW SPLIT FROM A DATE NOT IN A CLOSED PERIOD.  A DATE
026200*  ALREADY ON FILE FOR THE EMPLOYEE IS REFUSED - USE C) TO
026300*  CHANGE IT.
026400****************************************************************
026500  3000-ADD-ALLOCATION.
026600      PERFORM 8100-ACCEPT-MATRICOLA
026700          THRU 8100-ACCEPT-MATRICOLA-EXIT.
026800      IF NOT DL-MATRICOLA-FOUND
026900          GO TO 3000-ADD-ALLOCATION-EXIT
027000      END-IF.
027100      MOVE 'DATA DI DECORRENZA (AAAAMMGG)?' TO DL-PROMPT.
027200      PERFORM 8500-ACCEPT-DATE THRU 8500-ACCEPT-DATE-EXIT.
027300      PERFORM 5500-CHECK-PERIOD THRU 5500-CHECK-PERIOD-EXIT.
027400      IF DL-PERIOD-CLOSED
027500          GO TO 3000-ADD-ALLOCATION-EXIT
027600      END-IF.
027700      MOVE DL-NEW-MATRICOLA TO CA-MATRICOLA.
027800      MOVE DL-NEW-DATE TO CA-EFF-DATE.
027900      READ ALLOCATION-FILE
028000          INVALID KEY
028100              CONTINUE
028200          NOT INVALID KEY
028300              DISPLAY 'RIPARTIZIONE ' DL-NEW-MATRICOLA ' DEL '
028400                  DL-NEW-DATE ' GIA'' PRESENTE'
028500              DISPLAY 'PER CAMBIARLA USA L''OPZIONE C'
028600              GO TO 3000-ADD-ALLOCATION-EXIT
028700      END-READ.
028800      PERFORM 3300-ACCEPT-SHARES THRU 3300-ACCEPT-SHARES-EXIT.
028900      PERFORM 7000-BUILD-RECORD THRU 7000-BUILD-RECORD-EXIT.
029000      WRITE CC-ALLOCATION-RECORD
029100          INVALID KEY
029200              DISPLAY 'SCRITTURA CCALLOC FALLITA - STATUS '
029300                  DL-CA-FILE-STATUS
029400              GO TO 3000-ADD-ALLOCATION-EXIT
029500      END-WRITE.
029600      MOVE 'A' TO CG-ACTION.
029700      MOVE CA-MATRICOLA TO CG-MATRICOLA.
029800      MOVE SPACES TO CG-BEFORE-IMAGE.
029900      MOVE CC-ALLOCATION-RECORD TO CG-AFTER-IMAGE.
030000      PERFORM 6000-WRITE-CHANGE-LOG
030100          THRU 6000-WRITE-CHANGE-LOG-EXIT.
030200      DISPLAY 'RIPARTIZIONE ' CA-MATRICOLA ' DEL ' CA-EFF-DATE
030300          ' AGGIUNTA'.
030400  3000-ADD-ALLOCATION-EXIT.
030500      EXIT.
030600****************************************************************
030700*  3100-READ-ALLOCATION
030800*  ASKS FOR MATRICOLA AND DATE, READS THE SPLIT AND SHOWS IT.
030900*  A SPLIT WHOSE DATE IS IN A CLOSED PERIOD IS SHOWN BUT NOT
031000*  LEFT FOUND - IT CAN NO LONGER BE CHANGED OR REMOVED.
031100****************************************************************
031200  3100-READ-ALLOCATION.
031300      MOVE 'N' TO DL-ALLOC-FOUND-SW.
031400      PERFORM 8100-ACCEPT-MATRICOLA
031500          THRU 8100-ACCEPT-MATRICOLA-EXIT.
031600      IF NOT DL-MATRICOLA-FOUND
031700          GO TO 3100-READ-ALLOCATION-EXIT
031800      END-IF.
031900      MOVE 'DATA DI DECORRENZA (AAAAMMGG)?' TO DL-PROMPT.
032000      PERFORM 8500-ACCEPT-DATE THRU 8500-ACCEPT-DATE-EXIT.
032100      MOVE DL-NEW-MATRICOLA TO CA-MATRICOLA.
032200      MOVE DL-NEW-DATE TO CA-EFF-DATE.
032300      READ ALLOCATION-FILE
032400          INVALID KEY
032500              DISPLAY 'RIPARTIZIONE ' DL-NEW-MATRICOLA ' DEL '
032600                  DL-NEW-DATE ' NON TROVATA'
032700              GO TO 3100-READ-ALLOCATION-EXIT
032800      END-READ.
032900      MOVE SPACES TO DL-LST-STATUS.
033000      PERFORM 3520-SHOW-ALLOCATION THRU 3520-SHOW-ALLOCATION-EXIT.
033100      PERFORM 5500-CHECK-PERIOD THRU 5500-CHECK-PERIOD-EXIT.
033200      IF NOT DL-PERIOD-CLOSED
033300          MOVE 'Y' TO DL-ALLOC-FOUND-SW
033400      END-IF.
033500  3100-READ-ALLOCATION-EXIT.
033600      EXIT.
033700****************************************************************
033800*  3300-ACCEPT-SHARES
033900*  THE CENTERS AND PERCENTAGES OF A SPLIT, PRIMARY FIRST, INTO
034000*  DL-NEW-SHARES.  A BLANK CENTER ENDS THE LIST.  THE WHOLE LIST
034100*  IS ASKED AGAIN UNTIL THE PERCENTAGES MAKE 100 - OR NO CENTER
034200*  AT ALL IS KEYED, WHICH ENDS THE EMPLOYEE'S SPLIT.
034300****************************************************************
034400  3300-ACCEPT-SHARES.
034500      MOVE 'N' TO DL-SHARES-SW.
034600      PERFORM 3310-KEY-SHARES THRU 3310-KEY-SHARES-EXIT
034700          UNTIL DL-SHARES-OK.
034800  3300-ACCEPT-SHARES-EXIT.
034900      EXIT.
035000  3310-KEY-SHARES.
035100      MOVE SPACES TO DL-NEW-SHARES.
035200      PERFORM 3330-CLEAR-ONE-SHARE THRU 3330-CLEAR-ONE-SHARE-EXIT
035300          VARYING DL-S FROM 1 BY 1 UNTIL DL-S > 5.
035400      MOVE 0 TO DL-PERCENT-TOTAL.
035500      MOVE 'N' TO DL-LAST-SW.
035600      DISPLAY 'FINO A 5 CENTRI, IL PRINCIPALE PER PRIMO '
035700          '(INVIO A VUOTO = FINE)'.
035800      PERFORM 3320-KEY-ONE-SHARE THRU 3320-KEY-ONE-SHARE-EXIT
035900          VARYING DL-S FROM 1 BY 1
036000          UNTIL DL-S > 5 OR DL-LAST-SHARE.
036100      IF DL-NEW-CENTER(1) = SPACES
036200          DISPLAY 'NESSUN CENTRO: DALLA DECORRENZA IL DIPENDENTE '
036300              'TORNA SUL CENTRO ' EMP-COST-CENTER
036400          MOVE 'Y' TO DL-SHARES-SW
036500          GO TO 3310-KEY-SHARES-EXIT
036600      END-IF.
036700      IF DL-PERCENT-TOTAL NOT = 100
036800          MOVE DL-PERCENT-TOTAL TO DL-ED-PERCENT
036900          DISPLAY 'TOTALE PERCENTUALI ' DL-ED-PERCENT
037000              ' - DEVE ESSERE 100, RIPETI L''INSERIMENTO'
037100          GO TO 3310-KEY-SHARES-EXIT
037200      END-IF.
037300      IF DL-NEW-CENTER(1) NOT = EMP-COST-CENTER
037400          DISPLAY 'NOTA: IL CENTRO PRINCIPALE NON E'' QUELLO '
037500              'IN ANAGRAFICA (' EMP-COST-CENTER ')'
037600      END-IF.
037700      MOVE 'Y' TO DL-SHARES-SW.
037800  3310-KEY-SHARES-EXIT.
037900      EXIT.
038000  3320-KEY-ONE-SHARE.
038100      PERFORM 8300-ACCEPT-CENTER THRU 8300-ACCEPT-CENTER-EXIT.
038200      IF DL-NEW-CC-CODE = SPACES
038300          MOVE 'Y' TO DL-LAST-SW
038400          GO TO 3320-KEY-ONE-SHARE-EXIT
038500      END-IF.
038600      PERFORM 8400-ACCEPT-PERCENT THRU 8400-ACCEPT-PERCENT-EXIT.
038700      MOVE DL-NEW-CC-CODE TO DL-NEW-CENTER(DL-S).
038800      MOVE DL-NEW-PCT TO DL-NEW-PERCENT(DL-S).
038900      ADD DL-NEW-PCT TO DL-PERCENT-TOTAL.
039000  3320-KEY-ONE-SHARE-EXIT.
039100      EXIT.
039200  3330-CLEAR-ONE-SHARE.
039300      MOVE 0 TO DL-NEW-PERCENT(DL-S).
039400  3330-CLEAR-ONE-SHARE-EXIT.
039500      EXIT.
039600****************************************************************
039700*  3500-LIST-ALLOCATIONS
039800*  EVERY SPLIT ON FILE FOR ONE EMPLOYEE, OLDEST FIRST.  A FIRST
039900*  PASS FINDS THE ONE IN FORCE TODAY SO THE LIST CAN SAY WHICH
040000*  SPLITS ARE PAST, WHICH IS IN FORCE AND WHICH ARE STILL TO
040100*  COME.
040200****************************************************************
040300  3500-LIST-ALLOCATIONS.
040400      PERFORM 8100-ACCEPT-MATRICOLA
040500          THRU 8100-ACCEPT-MATRICOLA-EXIT.
040600      IF NOT DL-MATRICOLA-FOUND
040700          GO TO 3500-LIST-ALLOCATIONS-EXIT
040800      END-IF.
040900      DISPLAY 'CENTRO IN ANAGRAFICA: ' EMP-COST-CENTER.
041000      MOVE 0 TO DL-IN-FORCE-DATE.
041100      PERFORM 3505-START-EMPLOYEE THRU 3505-START-EMPLOYEE-EXIT.
041200      PERFORM 3510-FIND-IN-FORCE THRU 3510-FIND-IN-FORCE-EXIT
041300          UNTIL DL-END-OF-ALLOCATIONS.
041400      MOVE 0 TO DL-LIST-COUNT.
041500      PERFORM 3505-START-EMPLOYEE THRU 3505-START-EMPLOYEE-EXIT.
041600      PERFORM 3515-LIST-ONE-ALLOCATION
041700          THRU 3515-LIST-ONE-ALLOCATION-EXIT
041800          UNTIL DL-END-OF-ALLOCATIONS.
041900      IF DL-LIST-COUNT = 0
042000          DISPLAY 'NESSUNA RIPARTIZIONE PER ' DL-NEW-MATRICOLA
042100              ' - TUTTO SUL CENTRO IN ANAGRAFICA'
042200      END-IF.
042300  3500-LIST-ALLOCATIONS-EXIT.
042400      EXIT.
042500  3505-START-EMPLOYEE.
042600      MOVE 'N' TO DL-EOF-SW.
042700      MOVE DL-NEW-MATRICOLA TO CA-MATRICOLA.
042800      MOVE 0 TO CA-EFF-DATE.
042900      START ALLOCATION-FILE KEY NOT < CA-KEY
043000          INVALID KEY
043100              MOVE 'Y' TO DL-EOF-SW
043200      END-START.
043300  3505-START-EMPLOYEE-EXIT.
043400      EXIT.
043500  3510-FIND-IN-FORCE.
043600      READ ALLOCATION-FILE NEXT RECORD
043700          AT END
043800              MOVE 'Y' TO DL-EOF-SW
043900              GO TO 3510-FIND-IN-FORCE-EXIT
044000      END-READ.
044100      IF CA-MATRICOLA NOT = DL-NEW-MATRICOLA
044200              OR CA-EFF-DATE > DL-TODAY
044300          MOVE 'Y' TO DL-EOF-SW
044400          GO TO 3510-FIND-IN-FORCE-EXIT
044500      END-IF.
044600      MOVE CA-EFF-DATE TO DL-IN-FORCE-DATE.
044700  3510-FIND-IN-FORCE-EXIT.
044800      EXIT.
044900  3515-LIST-ONE-ALLOCATION.
045000      READ ALLOCATION-FILE NEXT RECORD
045100          AT END
045200              MOVE 'Y' TO DL-EOF-SW
045300              GO TO 3515-LIST-ONE-ALLOCATION-EXIT
045400      END-READ.
045500      IF CA-MATRICOLA NOT = DL-NEW-MATRICOLA
045600          MOVE 'Y' TO DL-EOF-SW
045700          GO TO 3515-LIST-ONE-ALLOCATION-EXIT
045800      END-IF.
045900      ADD 1 TO DL-LIST-COUNT.
046000      IF CA-EFF-DATE = DL-IN-FORCE-DATE
046100          MOVE 'IN VIGORE' TO DL-LST-STATUS
046200      ELSE
046300          IF CA-EFF-DATE > DL-TODAY
046400              MOVE 'FUTURA' TO DL-LST-STATUS
046500          ELSE
046600              MOVE 'SUPERATA' TO DL-LST-STATUS
046700          END-IF
046800      END-IF.
046900      PERFORM 3520-SHOW-ALLOCATION THRU 3520-SHOW-ALLOCATION-EXIT.
047000  3515-LIST-ONE-ALLOCATION-EXIT.
047100      EXIT.
047200****************************************************************
047300*  3520-SHOW-ALLOCATION
047400*  ONE LINE FOR THE CCALLOC RECORD IN THE BUFFER: DATE, STATUS
047500*  (AS LEFT IN DL-LST-STATUS) AND EACH CENTER WITH ITS SHARE.
047600****************************************************************
047700  3520-SHOW-ALLOCATION.
047800      MOVE CA-EFF-DATE TO DL-LST-DATE.
047900      PERFORM 3530-SHOW-ONE-SHARE THRU 3530-SHOW-ONE-SHARE-EXIT
048000          VARYING DL-S FROM 1 BY 1 UNTIL DL-S > 5.
048100      IF CA-COST-CENTER(1) = SPACES
048200          DISPLAY DL-LST-DATE '  ' DL-LST-STATUS
048300              '  NESSUN CENTRO - FINE RIPARTIZIONE'
048400      ELSE
048500          DISPLAY DL-LIST-LINE
048600      END-IF.
048700  3520-SHOW-ALLOCATION-EXIT.
048800      EXIT.
048900  3530-SHOW-ONE-SHARE.
049000      MOVE SPACES TO DL-LST-SHARE(DL-S).
049100      IF CA-COST-CENTER(DL-S) NOT = SPACES
049200          MOVE CA-COST-CENTER(DL-S) TO DL-LST-CENTER(DL-S)
049300          MOVE CA-PERCENT(DL-S) TO DL-LST-PERCENT(DL-S)
049400      END-IF.
049500  3530-SHOW-ONE-SHARE-EXIT.
049600      EXIT.
049700****************************************************************
049800*  4000-CHANGE-ALLOCATION
049900*  NEW CENTERS AND PERCENTAGES FOR A SPLIT ALREADY ON FILE.  TO
050000*  MOVE A SPLIT TO ANOTHER DATE, KEY THE NEW ONE AND REMOVE THE
050100*  OLD.
050200****************************************************************
050300  4000-CHANGE-ALLOCATION.
050400      PERFORM 3100-READ-ALLOCATION
050500          THRU 3100-READ-ALLOCATION-EXIT.
050600      IF NOT DL-ALLOC-FOUND
050700          GO TO 4000-CHANGE-ALLOCATION-EXIT
050800      END-IF.
050900      MOVE CC-ALLOCATION-RECORD TO CG-BEFORE-IMAGE.
051000      PERFORM 3300-ACCEPT-SHARES THRU 3300-ACCEPT-SHARES-EXIT.
051100      PERFORM 7000-BUILD-RECORD THRU 7000-BUILD-RECORD-EXIT.
051200      REWRITE CC-ALLOCATION-RECORD
051300          INVALID KEY
051400              DISPLAY 'RISCRITTURA FALLITA - STATUS '
051500                  DL-CA-FILE-STATUS
051600              GO TO 4000-CHANGE-ALLOCATION-EXIT
051700      END-REWRITE.
051800      MOVE 'C' TO CG-ACTION.
051900      MOVE CA-MATRICOLA TO CG-MATRICOLA.
052000      MOVE CC-ALLOCATION-RECORD TO CG-AFTER-IMAGE.
052100      PERFORM 6000-WRITE-CHANGE-LOG
052200          THRU 6000-WRITE-CHANGE-LOG-EXIT.
052300      DISPLAY 'RIPARTIZIONE ' CA-MATRICOLA ' DEL ' CA-EFF-DATE
052400          ' MODIFICATA'.
052500  4000-CHANGE-ALLOCATION-EXIT.
052600      EXIT.
052700****************************************************************
052800*  5000-DELETE-ALLOCATION
052900*  REMOVES ONE SPLIT, AFTER CONFIRMATION.  THE ONE BEFORE IT (IF
053000*  ANY) STAYS IN FORCE IN ITS PLACE.
053100****************************************************************
053200  5000-DELETE-ALLOCATION.
053300      PERFORM 3100-READ-ALLOCATION
053400          THRU 3100-READ-ALLOCATION-EXIT.
053500      IF NOT DL-ALLOC-FOUND
053600          GO TO 5000-DELETE-ALLOCATION-EXIT
053700      END-IF.
053800      DISPLAY 'CONFERMI LA CANCELLAZIONE (S/N)?'.
053900      MOVE SPACES TO DL-BUFFER.
054000      ACCEPT DL-BUFFER.
054100      IF DL-BUFFER(1:1) NOT = 'S' AND DL-BUFFER(1:1) NOT = 's'
054200          DISPLAY 'CANCELLAZIONE ANNULLATA'
054300          GO TO 5000-DELETE-ALLOCATION-EXIT
054400      END-IF.
054500      MOVE CC-ALLOCATION-RECORD TO CG-BEFORE-IMAGE.
054600      DELETE ALLOCATION-FILE
054700          INVALID KEY
054800              DISPLAY 'CANCELLAZIONE FALLITA - STATUS '
054900                  DL-CA-FILE-STATUS
055000              GO TO 5000-DELETE-ALLOCATION-EXIT
055100      END-DELETE.
055200      MOVE 'D' TO CG-ACTION.
055300      MOVE DL-NEW-MATRICOLA TO CG-MATRICOLA.
055400      MOVE SPACES TO CG-AFTER-IMAGE.
055500      PERFORM 6000-WRITE-CHANGE-LOG
055600          THRU 6000-WRITE-CHANGE-LOG-EXIT.
055700      DISPLAY 'RIPARTIZIONE ' DL-NEW-MATRICOLA ' DEL '
055800          DL-NEW-DATE ' CANCELLATA'.
055900  5000-DELETE-ALLOCATION-EXIT.
056000      EXIT.
056100****************************************************************
056200*  5500-CHECK-PERIOD
056300*  A SPLIT DATED INSIDE A PAY PERIOD PERCLOSE HAS CLOSED WOULD
056400*  CHANGE COSTS ALREADY POSTED - REFUSED (PERCHK, WITH THE
056500*  EMPLOYEE'S COMPANY AND PAY FREQUENCY).
056600****************************************************************
056700  5500-CHECK-PERIOD.
056800      CALL 'PERCHK' USING EMP-COMPANY EMP-PAY-FREQ DL-NEW-DATE
056900          DL-PERIOD-RESULT.
057000      IF DL-PERIOD-CLOSED
057100          DISPLAY 'LA DATA ' DL-NEW-DATE ' CADE IN UN PERIODO '
057200              'CHIUSO - OPERAZIONE RIFIUTATA'
057300      END-IF.
057400  5500-CHECK-PERIOD-EXIT.
057500      EXIT.
057600****************************************************************
057700*  6000-WRITE-CHANGE-LOG
057800*  STAMPS AND APPENDS, THE SAME PATTERN AS EMPMNT.
057900****************************************************************
058000  6000-WRITE-CHANGE-LOG.
058100      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
058200      ACCEPT CG-RUN-TIME FROM TIME.
058300      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
058400      WRITE CHANGE-LOG-RECORD.
058500  6000-WRITE-CHANGE-LOG-EXIT.
058600      EXIT.
058700****************************************************************
058800*  7000-BUILD-RECORD
058900*  THE CCALLOC RECORD FROM THE KEYED MATRICOLA, DATE AND SHARES.
059000****************************************************************
059100  7000-BUILD-RECORD.
059200      MOVE SPACES TO CC-ALLOCATION-RECORD.
059300      MOVE DL-NEW-MATRICOLA TO CA-MATRICOLA.
059400      MOVE DL-NEW-DATE TO CA-EFF-DATE.
059500      PERFORM 7010-MOVE-ONE-SHARE THRU 7010-MOVE-ONE-SHARE-EXIT
059600          VARYING DL-S FROM 1 BY 1 UNTIL DL-S > 5.
059700  7000-BUILD-RECORD-EXIT.
059800      EXIT.
059900  7010-MOVE-ONE-SHARE.
060000      MOVE DL-NEW-CENTER(DL-S) TO CA-COST-CENTER(DL-S).
060100      MOVE DL-NEW-PERCENT(DL-S) TO CA-PERCENT(DL-S).
060200  7010-MOVE-ONE-SHARE-EXIT.
060300      EXIT.
060400****************************************************************
060500*  8100-ACCEPT-MATRICOLA
060600*  THE MATRICOLA MUST BE ON THE KEYED EMPLOYEE MASTER AND OF A
060700*  COMPANY THE OPERATOR MAY WORK ON, AS IN LVBMNT.
060800****************************************************************
060900  8100-ACCEPT-MATRICOLA.
061000      MOVE 'N' TO DL-FOUND-SW.
061100      DISPLAY 'MATRICOLA (5 CARATTERI)?'.
061200      MOVE SPACES TO DL-NEW-MATRICOLA.
061300      ACCEPT DL-NEW-MATRICOLA.
061400      IF DL-NEW-MATRICOLA = SPACES
061500          DISPLAY 'LA MATRICOLA NON PUO'' ESSERE VUOTA'
061600          GO TO 8100-ACCEPT-MATRICOLA-EXIT
061700      END-IF.
061800      MOVE DL-NEW-MATRICOLA TO EMP-MATRICOLA.
061900      READ EMPLOYEE-MASTER
062000          INVALID KEY
062100              DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA
062200                  ' NON IN ANAGRAFICA'
062300          NOT INVALID KEY
062400              MOVE 'Y' TO DL-FOUND-SW
062500              DISPLAY 'DIPENDENTE: ' EMP-NOME
062600      END-READ.
062700      IF NOT DL-MATRICOLA-FOUND
062800          GO TO 8100-ACCEPT-MATRICOLA-EXIT
062900      END-IF.
063000      CALL 'COMPAUTH' USING EMP-COMPANY DL-AUTH-RESULT.
063100      IF DL-AUTH-RESULT NOT = 0
063200          DISPLAY 'DIPENDENTE DI AZIENDA ' EMP-COMPANY
063300              ' NON AUTORIZZATA PER L''OPERATORE'
063400          MOVE 'N' TO DL-FOUND-SW
063500      END-IF.
063600  8100-ACCEPT-MATRICOLA-EXIT.
063700      EXIT.
063800****************************************************************
063900*  8300-ACCEPT-CENTER
064000*  CENTER NUMBER DL-S OF THE SPLIT, RE-PROMPTING UNTIL IT IS
064100*  BLANK (END OF THE LIST - NOT ALLOWED AFTER A PERCENTAGE-LESS
064200*  START, SEE 3310) OR AN ACTIVE CCREF CENTER NOT ALREADY KEYED
064300*  IN AN EARLIER SLOT.
064400****************************************************************
064500  8300-ACCEPT-CENTER.
064600      MOVE 'N' TO DL-VALID-SW.
064700      PERFORM 8310-GET-CENTER THRU 8310-GET-CENTER-EXIT
064800          UNTIL DL-VALID-SW = 'Y'.
064900  8300-ACCEPT-CENTER-EXIT.
065000      EXIT.
065100  8310-GET-CENTER.
065200      DISPLAY 'CENTRO DI COSTO ' DL-S ' (4 CARATTERI)?'.
065300      MOVE SPACES TO DL-NEW-CC-CODE.
065400      ACCEPT DL-NEW-CC-CODE.
065500      IF DL-NEW-CC-CODE = SPACES
065600          MOVE 'Y' TO DL-VALID-SW
065700          GO TO 8310-GET-CENTER-EXIT
065800      END-IF.
065900      MOVE DL-NEW-CC-CODE TO CC-CODE.
066000      READ COST-CENTER-FILE
066100          INVALID KEY
066200              DISPLAY 'CENTRO DI COSTO ' DL-NEW-CC-CODE
066300                  ' NON IN ANAGRAFICA CCREF'
066400              GO TO 8310-GET-CENTER-EXIT
066500      END-READ.
066600      IF CC-INACTIVE
066700          DISPLAY 'CENTRO DI COSTO ' DL-NEW-CC-CODE
066800              ' NON ATTIVO'
066900          GO TO 8310-GET-CENTER-EXIT
067000      END-IF.
067100      MOVE 'Y' TO DL-VALID-SW.
067200      PERFORM 8320-CHECK-REPEAT THRU 8320-CHECK-REPEAT-EXIT
067300          VARYING DL-R FROM 1 BY 1 UNTIL DL-R NOT < DL-S.
067400  8310-GET-CENTER-EXIT.
067500      EXIT.
067600  8320-CHECK-REPEAT.
067700      IF DL-NEW-CENTER(DL-R) = DL-NEW-CC-CODE
067800          DISPLAY 'CENTRO DI COSTO ' DL-NEW-CC-CODE
067900              ' GIA'' NELLA RIPARTIZIONE'
068000          MOVE 'N' TO DL-VALID-SW
068100      END-IF.
068200  8320-CHECK-REPEAT-EXIT.
068300      EXIT.
068400****************************************************************
068500*  8400-ACCEPT-PERCENT
068600*  THE CENTER'S SHARE, 0.01 TO 100 WITH TWO DECIMALS, KEYED THE
068700*  SAME WAY AS EMPMNT'S HOURS: THE TYPED DIGITS ARE MEASURED
068800*  (8420/8430) AND RIGHT-ALIGNED AT THEIR OWN MAGNITUDE, THE
068900*  LAST TWO BEING THE DECIMALS.
069000****************************************************************
069100  8400-ACCEPT-PERCENT.
069200      MOVE 'N' TO DL-VALID-SW.
069300      PERFORM 8410-GET-PERCENT THRU 8410-GET-PERCENT-EXIT
069400          UNTIL DL-VALID-SW = 'Y'.
069500  8400-ACCEPT-PERCENT-EXIT.
069600      EXIT.
069700  8410-GET-PERCENT.
069800      DISPLAY 'PERCENTUALE (ULTIME DUE CIFRE DECIMALI, '
069900          'ES. 5000 = 50%)?'.
070000      MOVE SPACES TO DL-BUFFER.
070100      ACCEPT DL-BUFFER.
070200      PERFORM 8420-FIND-ENTRY-LENGTH
070300          THRU 8420-FIND-ENTRY-LENGTH-EXIT.
070400      IF DL-ENTRY-LEN = 0 OR DL-ENTRY-LEN > 5
070500          DISPLAY 'VALORE NON VALIDO - INSERISCI DA 1 A 5 CIFRE'
070600          GO TO 8410-GET-PERCENT-EXIT
070700      END-IF.
070800      MOVE ZEROES TO DL-PCT-X.
070900      MOVE DL-BUFFER(1:DL-ENTRY-LEN)
071000          TO DL-PCT-X(6 - DL-ENTRY-LEN:DL-ENTRY-LEN).
071100      IF DL-PCT-X NOT NUMERIC
071200          DISPLAY 'VALORE NON VALIDO - INSERISCI UN NUMERO'
071300          GO TO 8410-GET-PERCENT-EXIT
071400      END-IF.
071500      IF DL-PCT-IN = 0 OR DL-PCT-IN > 100
071600          DISPLAY 'LA PERCENTUALE DEVE ESSERE TRA 0.01 E 100'
071700      ELSE
071800          MOVE DL-PCT-IN TO DL-NEW-PCT
071900          MOVE 'Y' TO DL-VALID-SW
072000      END-IF.
072100  8410-GET-PERCENT-EXIT.
072200      EXIT.
072300  8420-FIND-ENTRY-LENGTH.
072400      MOVE 0 TO DL-ENTRY-LEN.
072500      PERFORM 8430-CHECK-ONE-CHAR
072600          THRU 8430-CHECK-ONE-CHAR-EXIT
072700          VARYING DL-SCAN FROM 10 BY -1
072800          UNTIL DL-SCAN < 1 OR DL-ENTRY-LEN > 0.
072900  8420-FIND-ENTRY-LENGTH-EXIT.
073000      EXIT.
073100  8430-CHECK-ONE-CHAR.
073200      IF DL-BUFFER(DL-SCAN:1) NOT = SPACE
073300          MOVE DL-SCAN TO DL-ENTRY-LEN
073400      END-IF.
073500  8430-CHECK-ONE-CHAR-EXIT.
073600      EXIT.
073700****************************************************************
073800*  8500-ACCEPT-DATE
073900*  RE-PROMPTS (WITH DL-PROMPT) UNTIL THE DATE PASSES THE SAME
074000*  G-MESE/LEAP-YEAR CHECKS AS LVBMNT.
074100****************************************************************
074200  8500-ACCEPT-DATE.
074300      MOVE 'N' TO DL-VALID-SW.
074400      PERFORM 8510-GET-DATE THRU 8510-GET-DATE-EXIT
074500          UNTIL DL-VALID-SW = 'Y'.
074600  8500-ACCEPT-DATE-EXIT.
074700      EXIT.
074800  8510-GET-DATE.
074900      DISPLAY DL-PROMPT.
075000      MOVE SPACES TO DL-BUFFER.
075100      ACCEPT DL-BUFFER.
075200      MOVE DL-BUFFER(1:8) TO DL-BUFFER-CHECK.
075300      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
075400      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
075500          DISPLAY 'DATA NON VALIDA - FORMATO AAAAMMGG'
075600          GO TO 8510-GET-DATE-EXIT
075700      END-IF.
075800      MOVE DL-BUFFER-CHECK(2:8) TO DL-NEW-DATE.
075900      PERFORM 8520-SET-FEBBRAIO-LIMIT
076000          THRU 8520-SET-FEBBRAIO-LIMIT-EXIT.
076100      IF DL-NEW-MM > 0 AND DL-NEW-MM < 13
076200          IF DL-NEW-DD > 0 AND DL-NEW-DD <= G-MESE(DL-NEW-MM)
076300              MOVE 'Y' TO DL-VALID-SW
076400          ELSE
076500              DISPLAY 'DATA ERRATA'
076600          END-IF
076700      ELSE
076800          DISPLAY 'DATA ERRATA'
076900      END-IF.
077000  8510-GET-DATE-EXIT.
077100      EXIT.
077200****************************************************************
077300*  8520-SET-FEBBRAIO-LIMIT
077400*  RECOMPUTES G-MESE(2) FROM DL-NEW-CCYY, THE SAME STANDARD
077500*  LEAP-YEAR RULE AS MESII'S 1000-SET-FEBBRAIO-LIMIT.
077600****************************************************************
077700  8520-SET-FEBBRAIO-LIMIT.
077800      MOVE 'N' TO DL-LEAP-SW.
077900      DIVIDE DL-NEW-CCYY BY 4 GIVING DL-YEAR-QUOTIENT
078000          REMAINDER DL-YEAR-REM-4.
078100      IF DL-YEAR-REM-4 = 0
078200          MOVE 'Y' TO DL-LEAP-SW
078300          DIVIDE DL-NEW-CCYY BY 100 GIVING DL-YEAR-QUOTIENT
078400              REMAINDER DL-YEAR-REM-100
078500          IF DL-YEAR-REM-100 = 0
078600              MOVE 'N' TO DL-LEAP-SW
078700              DIVIDE DL-NEW-CCYY BY 400
078800                  GIVING DL-YEAR-QUOTIENT
078900                  REMAINDER DL-YEAR-REM-400
079000              IF DL-YEAR-REM-400 = 0
079100                  MOVE 'Y' TO DL-LEAP-SW
079200              END-IF
079300          END-IF
079400      END-IF.
079500      IF DL-LEAP-YEAR
079600          MOVE 29 TO G-MESE(2)
079700      ELSE
079800          MOVE 28 TO G-MESE(2)
079900      END-IF.
080000  8520-SET-FEBBRAIO-LIMIT-EXIT.
080100      EXIT.
