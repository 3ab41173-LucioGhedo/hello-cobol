002150*                 FILE (WARNING, RC 4) - 'A1B2' AND 'A1B '
002160*                 USED TO TOTAL AS TWO DEPARTMENTS UNTIL MONTH
002170*                 END.  A MISSING CCREF FILE WAIVES THE CHECK.
002174*  15/10/2026 LG  THE EMPLOYEE WALK NOW ALSO SWEEPS EVERY IBAN ON
002178*                 THE MASTER THROUGH IBANCHK (COUNTRY, LENGTH,
002179*                 MOD-97 CHECK DIGITS).  A BAD ONE IS A SEVERITY 8
002180*                 EXCEPTION SO IT IS PUT RIGHT BEFORE PAYDAY, BUT
002181*                 ONLY RC 4 - BANKPAY HOLDS THAT EMPLOYEE BACK FOR
002182*                 A MANUAL PAYMENT, THE REST OF THE RUN CAN GO.
002183*  15/10/2026 LG  AN EMPLOYEE ANONYMISED BY THE RETENTION PURGE
002184*                 (EMP-ANONYMISED: NAME MARKER, NO IBAN, SALARY
002185*                 HISTORY DELETED) IS VALID AS IT STANDS - NO
002186*                 MISSING-HISTORY OR COST-CENTER WARNING FOR HIM.
002187*                 THE COUNT IS SHOWN ON ITS OWN LINE.
002188*  15/10/2026 LG  NEW WALK OF THE COST-CENTER SPLITS ON CCALLOC
002189*                 (NEW FILE): EVERY RECORD MUST BELONG TO AN
002190*                 EMPLOYEE ON THE MASTER AND KEEP THE CCSPLIT
002191*                 RULES (CENTERS FROM THE FIRST SLOT, NONE TWICE,
002192*                 PERCENTAGES TO 100), AND ITS CENTERS MUST BE ON
002193*                 CCREF - AND ACTIVE, WHEN THE SPLIT IS IN FORCE
002194*                 TODAY OR STILL TO COME.  EACH FINDING IS A
002195*                 WARNING (RC 4): THE RUN CHARGES THAT EMPLOYEE TO
002196*                 EMP-COST-CENTER INSTEAD.  NO CCALLOC FILE,
002197*                 NOTHING TO CHECK.
002200****************************************************************
002300  ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
004430          ACCESS MODE DYNAMIC
004440          RECORD KEY CC-CODE
004450          FILE STATUS IS DL-CC-FILE-STATUS.
004458      SELECT ALLOCATION-FILE ASSIGN TO "CCALLOC"
004466          ORGANIZATION INDEXED
004474          ACCESS MODE DYNAMIC
004482          RECORD KEY CA-KEY
004490          FILE STATUS IS DL-CA-FILE-STATUS.
004500*
004600  DATA DIVISION.
004700  FILE SECTION.
005900  COPY EXCREC.
005910  FD  COST-CENTER-FILE.
005920  COPY CCREF.
005940  FD  ALLOCATION-FILE.
005960  COPY CCALLOC.
006000*
006100  WORKING-STORAGE SECTION.
006200  COPY RPTHDRW.
008020  01  DL-CCREF-SW                  PIC X(01) VALUE 'N'.
008030      88  DL-CCREF-AVAILABLE                  VALUE 'Y'.
008040  01  DL-BAD-CC-COUNT              PIC 9(06) VALUE 0.
008050  01  DL-BAD-IBAN-COUNT            PIC 9(06) VALUE 0.
008060  01  DL-IBAN-RESULT               PIC 9(01).
008070  01  DL-IBAN-MESSAGE              PIC X(32).
008080  01  DL-ANON-COUNT                PIC 9(06) VALUE 0.
008082  01  DL-CA-FILE-STATUS            PIC X(02).
008084  01  DL-BAD-ALLOC-COUNT           PIC 9(06) VALUE 0.
008086  01  DL-TODAY                     PIC 9(08).
008088  01  DL-CURRENT-EFF-DATE          PIC 9(08).
008090  01  DL-A                         PIC 9(01).
008092  01  DL-ALLOC-MESSAGE             PIC X(50).
008094  COPY CCSPLIT.
008100*
008200  PROCEDURE DIVISION.
008300****************************************************************
011100          THRU 2000-CHECK-EMPLOYEES-EXIT.
011200      PERFORM 3000-CHECK-TRANVALS
011300          THRU 3000-CHECK-TRANVALS-EXIT.
011330      PERFORM 5000-CHECK-ALLOCATIONS
011360          THRU 5000-CHECK-ALLOCATIONS-EXIT.
011400      DISPLAY ' '.
011500      DISPLAY 'STORICO SENZA ANAGRAFICA : ' DL-ORPHAN-SH-COUNT.
011600      DISPLAY 'STORICO PRIMA ASSUNZIONE : ' DL-EARLY-SH-COUNT.
011700      DISPLAY 'DIPENDENTI SENZA STORICO : ' DL-NO-HIST-COUNT.
011800      DISPLAY 'TRANVALS SENZA ANAGRAFICA: ' DL-ORPHAN-TV-COUNT.
011810      DISPLAY 'CENTRI DI COSTO IGNOTI   : ' DL-BAD-CC-COUNT.
011850      DISPLAY 'IBAN NON VALIDI          : ' DL-BAD-IBAN-COUNT.
011860      DISPLAY 'ANAGRAFICHE ANONIMIZZATE : ' DL-ANON-COUNT.
011880      DISPLAY 'RIPARTIZIONI CENTRI ERRATE: ' DL-BAD-ALLOC-COUNT.
011900      COMPUTE DL-ANOMALY-COUNT = DL-ORPHAN-SH-COUNT
012000          + DL-EARLY-SH-COUNT + DL-ORPHAN-TV-COUNT.
012100      IF DL-ANOMALY-COUNT > 0
012400          MOVE 8 TO RETURN-CODE
012500      ELSE
012600          IF DL-NO-HIST-COUNT > 0 OR DL-BAD-CC-COUNT > 0
012650                  OR DL-BAD-IBAN-COUNT > 0
012670                  OR DL-BAD-ALLOC-COUNT > 0
012700              IF RETURN-CODE < 4
012800                  MOVE 4 TO RETURN-CODE
012900              END-IF
019000*  2000-CHECK-EMPLOYEES
019100*  WALKS THE MASTER AND FLAGS EMPLOYEES WITH NO SALARY HISTORY
019200*  AT ALL - A WARNING, NOT A STREAM-STOPPER, SINCE THE MASTER
019300*  STIPENDIO STILL APPLIES AS THE FALLBACK.  A PURGED LEAVER
019310*  IS COUNTED AND OTHERWISE PASSED AS HE IS.
019400****************************************************************
019500  2000-CHECK-EMPLOYEES.
019600      MOVE 'N' TO DL-EOF-SW.
020900              MOVE 'Y' TO DL-EOF-SW
021000              GO TO 2010-CHECK-ONE-EMP-EXIT
021100      END-READ.
021110      IF EMP-ANONYMISED
021120          ADD 1 TO DL-ANON-COUNT
021130          GO TO 2010-CHECK-ONE-EMP-EXIT
021140      END-IF.
021200      MOVE 'N' TO DL-HIST-DONE-SW.
021300      MOVE EMP-MATRICOLA TO SH-MATRICOLA.
021400      MOVE 0 TO SH-EFFECTIVE-DATE.
023500      END-IF.
023510      PERFORM 2020-CHECK-COST-CENTER
023520          THRU 2020-CHECK-COST-CENTER-EXIT.
023560      PERFORM 2030-CHECK-IBAN THRU 2030-CHECK-IBAN-EXIT.
023600  2010-CHECK-ONE-EMP-EXIT.
023700      EXIT.
023710****************************************************************
023930                  THRU 9800-WRITE-EXCEPTION-EXIT
023940      END-READ.
023950  2020-CHECK-COST-CENTER-EXIT.
023951      EXIT.
023952****************************************************************
023953*  2030-CHECK-IBAN
023954*  THE CURRENT EMPLOYEE'S IBAN THROUGH IBANCHK.  NO IBAN AT ALL
023955*  IS NOT AN ERROR HERE - THOSE PEOPLE ARE PAID BY HAND.
023956****************************************************************
023957  2030-CHECK-IBAN.
023958      IF EMP-IBAN = SPACES
023959          GO TO 2030-CHECK-IBAN-EXIT
023960      END-IF.
023961      CALL 'IBANCHK' USING EMP-IBAN DL-IBAN-RESULT
023962          DL-IBAN-MESSAGE.
023963      IF DL-IBAN-RESULT = 0
023964          GO TO 2030-CHECK-IBAN-EXIT
023965      END-IF.
023966      ADD 1 TO DL-BAD-IBAN-COUNT.
023967      DISPLAY 'DIPENDENTE ' EMP-MATRICOLA ' IBAN ' EMP-IBAN
023968          ' - ' DL-IBAN-MESSAGE.
023969      MOVE 8 TO EX-SEVERITY.
023970      MOVE EMP-MATRICOLA TO EX-KEY.
023971      MOVE SPACES TO EX-MESSAGE.
023972      STRING 'IBAN NON VALIDO: ' DL-IBAN-MESSAGE
023973          DELIMITED BY SIZE INTO EX-MESSAGE.
023974      PERFORM 9800-WRITE-EXCEPTION
023975          THRU 9800-WRITE-EXCEPTION-EXIT.
023976  2030-CHECK-IBAN-EXIT.
023977      EXIT.
023978****************************************************************
023980*  3000-CHECK-TRANVALS
024000*  READS THE KEYED TRANSACTION-VALUE FILE AND FLAGS KEYS WHOSE
024100*  MATRICOLA PREFIX IS NOT ON THE MASTER.  A MISSING TRANVALS
029300      END-READ.
029400  4000-READ-MASTER-EXIT.
029500      EXIT.
029510****************************************************************
029520*  5000-CHECK-ALLOCATIONS
029530*  WALKS THE COST-CENTER SPLITS ON CCALLOC.  THE MATRICOLA MUST
029540*  BE ON THE MASTER, THE RECORD MUST PASS CCSPLIT (ASKED FOR THE
029550*  SPLIT ON THE RECORD'S OWN EFFECTIVE DATE, SO IT ANSWERS FOR
029560*  THIS RECORD) AND EVERY CENTER MUST BE ON CCREF.  A CENTER
029570*  SINCE MADE INACTIVE MATTERS ONLY ON THE SPLIT IN FORCE TODAY
029580*  OR A LATER ONE - AN OLD SPLIT IS LEFT AS HISTORY.  NO CCALLOC
029590*  FILE MEANS NOBODY IS SPLIT.
029600****************************************************************
029610  5000-CHECK-ALLOCATIONS.
029620      MOVE 'N' TO DL-EOF-SW.
029630      MOVE SPACES TO DL-SAVED-MATRICOLA.
029640      ACCEPT DL-TODAY FROM DATE YYYYMMDD.
029650      OPEN INPUT ALLOCATION-FILE.
029660      IF DL-CA-FILE-STATUS NOT = '00'
029670          DISPLAY 'CCALLOC NON DISPONIBILE - CONTROLLO '
029680              'RIPARTIZIONI SALTATO'
029690          GO TO 5000-CHECK-ALLOCATIONS-EXIT
029700      END-IF.
029710      PERFORM 5010-CHECK-ONE-ALLOCATION
029720          THRU 5010-CHECK-ONE-ALLOCATION-EXIT
029730          UNTIL DL-END-OF-FILE.
029740      CLOSE ALLOCATION-FILE.
029750  5000-CHECK-ALLOCATIONS-EXIT.
029760      EXIT.
029770  5010-CHECK-ONE-ALLOCATION.
029780      READ ALLOCATION-FILE NEXT RECORD
029790          AT END
029800              MOVE 'Y' TO DL-EOF-SW
029810              GO TO 5010-CHECK-ONE-ALLOCATION-EXIT
029820      END-READ.
029830      IF CA-MATRICOLA NOT = DL-SAVED-MATRICOLA
029840          MOVE CA-MATRICOLA TO DL-SAVED-MATRICOLA
029850          PERFORM 4000-READ-MASTER THRU 4000-READ-MASTER-EXIT
029860          MOVE CA-MATRICOLA TO SP-MATRICOLA
029870          MOVE DL-TODAY TO SP-AS-OF-DATE
029880          MOVE 0 TO SP-AMOUNT
029890          MOVE SPACES TO SP-HOME-CENTER
029900          CALL 'CCSPLIT' USING CC-SPLIT-AREA
029910          MOVE SP-EFF-DATE TO DL-CURRENT-EFF-DATE
029920      END-IF.
029930      IF NOT DL-EMP-FOUND
029940          MOVE 'RIPARTIZIONE SENZA ANAGRAFICA' TO DL-ALLOC-MESSAGE
029950          PERFORM 5900-ALLOCATION-ANOMALY
029960              THRU 5900-ALLOCATION-ANOMALY-EXIT
029970          GO TO 5010-CHECK-ONE-ALLOCATION-EXIT
029980      END-IF.
029990      MOVE CA-MATRICOLA TO SP-MATRICOLA.
030000      MOVE CA-EFF-DATE TO SP-AS-OF-DATE.
030010      MOVE 100 TO SP-AMOUNT.
030020      MOVE EMP-COST-CENTER TO SP-HOME-CENTER.
030030      CALL 'CCSPLIT' USING CC-SPLIT-AREA.
030040      IF SP-RESULT = 9
030050          MOVE SPACES TO DL-ALLOC-MESSAGE
030060          STRING 'RIPARTIZIONE ERRATA: ' SP-MESSAGE
030070              DELIMITED BY SIZE INTO DL-ALLOC-MESSAGE
030080          PERFORM 5900-ALLOCATION-ANOMALY
030090              THRU 5900-ALLOCATION-ANOMALY-EXIT
030100      END-IF.
030110      IF DL-CCREF-AVAILABLE
030120          PERFORM 5020-CHECK-ONE-CENTER
030130              THRU 5020-CHECK-ONE-CENTER-EXIT
030140              VARYING DL-A FROM 1 BY 1 UNTIL DL-A > 5
030150      END-IF.
030160  5010-CHECK-ONE-ALLOCATION-EXIT.
030170      EXIT.
030180  5020-CHECK-ONE-CENTER.
030190      IF CA-COST-CENTER(DL-A) = SPACES
030200          GO TO 5020-CHECK-ONE-CENTER-EXIT
030210      END-IF.
030220      MOVE CA-COST-CENTER(DL-A) TO CC-CODE.
030230      READ COST-CENTER-FILE
030240          INVALID KEY
030250              MOVE SPACES TO DL-ALLOC-MESSAGE
030260              STRING 'CENTRO ' CA-COST-CENTER(DL-A)
030270                  ' DELLA RIPARTIZIONE NON IN CCREF'
030280                  DELIMITED BY SIZE INTO DL-ALLOC-MESSAGE
030290              PERFORM 5900-ALLOCATION-ANOMALY
030300                  THRU 5900-ALLOCATION-ANOMALY-EXIT
030310              GO TO 5020-CHECK-ONE-CENTER-EXIT
030320      END-READ.
030330      IF CC-INACTIVE AND CA-EFF-DATE NOT < DL-CURRENT-EFF-DATE
030340          MOVE SPACES TO DL-ALLOC-MESSAGE
030350          STRING 'CENTRO ' CA-COST-CENTER(DL-A)
030360              ' DELLA RIPARTIZIONE NON ATTIVO'
030370              DELIMITED BY SIZE INTO DL-ALLOC-MESSAGE
030380          PERFORM 5900-ALLOCATION-ANOMALY
030390              THRU 5900-ALLOCATION-ANOMALY-EXIT
030400      END-IF.
030410  5020-CHECK-ONE-CENTER-EXIT.
030420      EXIT.
030430  5900-ALLOCATION-ANOMALY.
030440      ADD 1 TO DL-BAD-ALLOC-COUNT.
030450      DISPLAY 'RIPARTIZIONE ' CA-MATRICOLA ' DEL ' CA-EFF-DATE
030460          ' - ' DL-ALLOC-MESSAGE.
030470      MOVE 4 TO EX-SEVERITY.
030480      MOVE CA-MATRICOLA TO EX-KEY.
030490      MOVE DL-ALLOC-MESSAGE TO EX-MESSAGE.
030500      PERFORM 9800-WRITE-EXCEPTION
030510          THRU 9800-WRITE-EXCEPTION-EXIT.
030520  5900-ALLOCATION-ANOMALY-EXIT.
030530      EXIT.
030600****************************************************************
030700*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
030800*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS MESII'S
030900*  AUDIT LOG.
031000****************************************************************
031100  9700-OPEN-EXCEPTION-FILE.
031200      OPEN EXTEND EXCEPTION-FILE.
031300      IF DL-EXC-FILE-STATUS = '35'
031400          OPEN OUTPUT EXCEPTION-FILE
031500          CLOSE EXCEPTION-FILE
031600          OPEN EXTEND EXCEPTION-FILE
031700      END-IF.
031800  9700-OPEN-EXCEPTION-FILE-EXIT.
031900      EXIT.
032000  9800-WRITE-EXCEPTION.
032100      MOVE 'INTCHK' TO EX-PROGRAM-ID.
032200      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
032300      ACCEPT EX-RUN-TIME FROM TIME.
032400      MOVE 'N' TO EX-ACK-FLAG.
032500      MOVE SPACES TO EX-ACK-OPERATOR.
032600      MOVE 0 TO EX-ACK-DATE.
032700      MOVE SPACES TO EX-ACK-NOTE.
032800      WRITE EXCEPTION-RECORD.
032900  9800-WRITE-EXCEPTION-EXIT.
033000      EXIT.
033100****************************************************************
033200*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
033300****************************************************************
033400  COPY RPTHDRP.
