000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PURGE.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  PURGE
000900*  YEARLY RETENTION PURGE OF LONG-DEPARTED EMPLOYEES.  EMPMAST,
001000*  THE PAY REGISTER, THE LEAVE AND YEAR-TO-DATE FILES AND THE
001100*  CHANGE LOG KEPT A LEAVER'S NAME AND IBAN FOR EVER.  ONCE THE
001200*  LEGAL RETENTION PERIOD FOR A FILE HAS RUN OUT AFTER THE
001300*  EMPLOYEE'S EMP-DATA-CESSAZIONE, THIS STEP TAKES THE PERSONAL
001400*  DATA OUT OF THAT FILE AND KEEPS EVERYTHING ELSE:
001500*    EMPMAST  - NAME OVERWRITTEN WITH THE EMP-ANONYMISED MARKER,
001600*               IBAN BLANKED.  THE RECORD STAYS, SO THE
001700*               MATRICOLA, THE DATES AND EVERY FILE THAT POINTS
001800*               AT IT STILL HANG TOGETHER
001900*    SALHIST  - NO PERSONAL FIELDS: THE RATE ROWS ARE DELETED
002000*               (WHAT WAS ACTUALLY PAID STAYS IN PAYREG)
002100*    PAYREG   - PR-NOME ANONYMISED, AMOUNTS KEPT.  PAYREG IS
002200*               ALSO THE PAYSLIP ARCHIVE - PAYHIST REPRINTS FROM
002300*               IT, THE PRINTED SLIPS THEMSELVES GO TO SYSOUT
002400*    LEAVEBAL, YTDMAST, YTDARC - NAME ANONYMISED, AMOUNTS KEPT
002410*    TFRMAST, TREDMAST, SETTLEH - THE SEVERANCE FUND, THE
002420*               TREDICESIMA ACCUMULATOR AND THE FINAL
002430*               SETTLEMENT: NAME ANONYMISED, AMOUNTS KEPT
002440*    CHQREG   - PAYEE NAME ANONYMISED ON EVERY CHEQUE AND CASH
002450*               PAYMENT; NUMBER, AMOUNT AND STATUS KEPT
002500*    CHGLOG, CHGARC - THE BEFORE AND AFTER RECORD IMAGES ARE
002600*               BLANKED; ACTION, MATRICOLA, DATE, TIME AND
002700*               OPERATOR STAY
002800*  THE RETENTION PERIOD IN YEARS IS READ PER FILE FROM RETPARM
002900*  (RETPARM.CPY) AND COUNTED BACK FROM THE SYSIN REFERENCE DATE
003000*  (AAAAMMGG, BLANK = TODAY).  A FILE WITH NO PERIOD IS NOT
003100*  TOUCHED.  THE EMPLOYEES ARE PICKED FROM EMPMAST ON A
003200*  READ-ONLY PASS BEFORE ANYTHING IS CHANGED; THE CHANGE LOGS
003300*  PASS THROUGH CHGWORK WITH LOGARCH'S COPY-BACK, SO A RUN THAT
003400*  DIES MIDWAY LEAVES THEM WHOLE.  A SECOND RUN FINDS NOTHING
003500*  LEFT TO DO FOR THE SAME PEOPLE.  THE PURGE REGISTER LISTS
003600*  EVERY MATRICOLA TOUCHED AND WHAT WAS DONE TO EACH FILE.
003700*  RUN AFTER THE SNAPSHOT STEP OF THE PURGE JOB.
003800*  MOD HISTORY
003900*  15/10/2026 LG  NEW.
003910*  15/10/2026 LG  CHGLOG RECORD 220 -> 224 (EMP-COMPANY IN THE
003920*                 IMAGES).
003930*  15/10/2026 LG  FOUR MORE FILES WITH A RETENTION PERIOD: THE
003940*                 NAME ON TFRMAST, TREDMAST AND SETTLEH (KEYED BY
003950*                 MATRICOLA) AND THE PAYEE NAME ON EVERY CHQREG
003960*                 CHEQUE OR CASH PAYMENT (ONE FULL WALK, AS FOR
003970*                 YTDARC) IS ANONYMISED AND LISTED ON THE
003980*                 REGISTER.
004000****************************************************************
004100  ENVIRONMENT DIVISION.
004200  CONFIGURATION SECTION.
004300  SOURCE-COMPUTER. IBM-PC.
004400  OBJECT-COMPUTER. IBM-PC.
004500  INPUT-OUTPUT SECTION.
004600  FILE-CONTROL.
004700      SELECT RETENTION-PARMS ASSIGN TO "RETPARM"
004800          ORGANIZATION LINE SEQUENTIAL
004900          FILE STATUS IS DL-RT-FILE-STATUS.
005000      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005100          ORGANIZATION INDEXED
005200          ACCESS MODE DYNAMIC
005300          RECORD KEY EMP-MATRICOLA
005400          FILE STATUS IS DL-EMP-FILE-STATUS.
005500      SELECT SALARY-HISTORY ASSIGN TO "SALHIST"
005600          ORGANIZATION INDEXED
005700          ACCESS MODE DYNAMIC
005800          RECORD KEY SH-KEY
005900          FILE STATUS IS DL-SH-FILE-STATUS.
006000      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
006100          ORGANIZATION INDEXED
006200          ACCESS MODE DYNAMIC
006300          RECORD KEY PR-KEY
006400          FILE STATUS IS DL-PR-FILE-STATUS.
006500      SELECT LEAVE-BALANCE ASSIGN TO "LEAVEBAL"
006600          ORGANIZATION INDEXED
006700          ACCESS MODE DYNAMIC
006800          RECORD KEY LB-MATRICOLA
006900          FILE STATUS IS DL-LB-FILE-STATUS.
007000      SELECT YTD-MASTER ASSIGN TO "YTDMAST"
007100          ORGANIZATION INDEXED
007200          ACCESS MODE DYNAMIC
007300          RECORD KEY YT-MATRICOLA
007400          FILE STATUS IS DL-YTD-FILE-STATUS.
007500      SELECT YTD-ARCHIVE ASSIGN TO "YTDARC"
007600          ORGANIZATION INDEXED
007700          ACCESS MODE DYNAMIC
007800          RECORD KEY YA-KEY
007900          FILE STATUS IS DL-YA-FILE-STATUS.
008000      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
008100          ORGANIZATION LINE SEQUENTIAL
008200          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
008300      SELECT CHANGE-LOG-ARCHIVE ASSIGN TO "CHGARC"
008400          ORGANIZATION LINE SEQUENTIAL
008500          FILE STATUS IS DL-CHGARC-FILE-STATUS.
008600      SELECT CHANGE-LOG-WORK ASSIGN TO "CHGWORK"
008700          ORGANIZATION LINE SEQUENTIAL.
008704      SELECT TFR-MASTER ASSIGN TO "TFRMAST"
008708          ORGANIZATION INDEXED
008712          ACCESS MODE DYNAMIC
008716          RECORD KEY TF-MATRICOLA
008720          FILE STATUS IS DL-TF-FILE-STATUS.
008724      SELECT TRED-MASTER ASSIGN TO "TREDMAST"
008728          ORGANIZATION INDEXED
008732          ACCESS MODE DYNAMIC
008736          RECORD KEY TD-MATRICOLA
008740          FILE STATUS IS DL-TD-FILE-STATUS.
008744      SELECT SETTLEMENT-FILE ASSIGN TO "SETTLEH"
008748          ORGANIZATION INDEXED
008752          ACCESS MODE DYNAMIC
008756          RECORD KEY SL-MATRICOLA
008760          FILE STATUS IS DL-SL-FILE-STATUS.
008764      SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
008768          ORGANIZATION INDEXED
008772          ACCESS MODE DYNAMIC
008776          RECORD KEY CQ-NUMBER
008780          FILE STATUS IS DL-CQ-FILE-STATUS.
008800*
008900  DATA DIVISION.
009000  FILE SECTION.
009100  FD  RETENTION-PARMS.
009200  COPY RETPARM.
009300  FD  EMPLOYEE-MASTER.
009400  01  EMPLOYEE-MASTER-RECORD.
009500      COPY EMPREC.
009600      05  EMP-WORK-DAY            PIC 9(01).
009700  FD  SALARY-HISTORY.
009800  COPY SALHREC.
009900  FD  PAY-REGISTER.
010000  COPY PAYREG.
010100  FD  LEAVE-BALANCE.
010200  COPY LEAVREC.
010300  FD  YTD-MASTER.
010400  COPY YTDREC.
010500  FD  YTD-ARCHIVE.
010600  COPY YTDAREC.
010700  FD  CHANGE-LOG.
010800  01  CHANGE-LOG-FILE-RECORD       PIC X(224).
010900  FD  CHANGE-LOG-ARCHIVE.
011000  01  CHANGE-LOG-ARCHIVE-RECORD    PIC X(224).
011100  FD  CHANGE-LOG-WORK.
011200  01  CHANGE-LOG-WORK-RECORD       PIC X(224).
011210  FD  TFR-MASTER.
011220  COPY TFRREC.
011230  FD  TRED-MASTER.
011240  COPY TREDREC.
011250  FD  SETTLEMENT-FILE.
011260  COPY SETLREC.
011270  FD  CHEQUE-REGISTER.
011280  COPY CHQREG.
011300*
011400  WORKING-STORAGE SECTION.
011500  COPY RPTHDRW.
011600*
011700*  BOTH CHANGE LOGS ARE READ INTO THE ONE LAYOUT.
011800*
011900  COPY CHGLOG.
012000  01  DL-RT-FILE-STATUS            PIC X(02).
012100  01  DL-EMP-FILE-STATUS           PIC X(02).
012200  01  DL-SH-FILE-STATUS            PIC X(02).
012300  01  DL-PR-FILE-STATUS            PIC X(02).
012400  01  DL-LB-FILE-STATUS            PIC X(02).
012500  01  DL-YTD-FILE-STATUS           PIC X(02).
012600  01  DL-YA-FILE-STATUS            PIC X(02).
012700  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
012800  01  DL-CHGARC-FILE-STATUS        PIC X(02).
012820  01  DL-TF-FILE-STATUS            PIC X(02).
012840  01  DL-TD-FILE-STATUS            PIC X(02).
012860  01  DL-SL-FILE-STATUS            PIC X(02).
012880  01  DL-CQ-FILE-STATUS            PIC X(02).
012900  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
013000      88  DL-END-OF-FILE                      VALUE 'Y'.
013100  01  DL-GROUP-END-SW              PIC X(01).
013200      88  DL-GROUP-END                        VALUE 'Y'.
013300  01  DL-ANON-NAME                 PIC X(20)
013400                                   VALUE '*** ANONIMIZZATO ***'.
013500  01  DL-REF-CARD                  PIC X(08).
013600  01  DL-REF-DATE REDEFINES DL-REF-CARD
013700                                   PIC 9(08).
013800  01  DL-PARM-COUNT                PIC 9(03) VALUE 0.
013900  01  DL-ANY-PERIOD-SW             PIC X(01) VALUE 'N'.
014000      88  DL-ANY-PERIOD                       VALUE 'Y'.
014100  01  DL-CHGARC-SET-SW             PIC X(01) VALUE 'N'.
014200      88  DL-CHGARC-SET                       VALUE 'Y'.
014300*
014400*  ONE SLOT PER FILE THE PURGE KNOWS, IN A FIXED ORDER:
014500*  1 EMPMAST 2 SALHIST 3 PAYREG 4 LEAVEBAL 5 YTDMAST 6 YTDARC
014600*  7 CHGLOG 8 CHGARC 9 TFRMAST 10 TREDMAST 11 SETTLEH
014650*  12 CHQREG.  DL-FILE-LIMIT IS THE LAST CESSAZIONE
014700*  DATE WHOSE RETENTION HAS RUN OUT ON THE REFERENCE DATE.
014800*
014900  01  DL-FILE-NAMES.
015000      05  FILLER                   PIC X(08) VALUE 'EMPMAST '.
015100      05  FILLER                   PIC X(08) VALUE 'SALHIST '.
015200      05  FILLER                   PIC X(08) VALUE 'PAYREG  '.
015300      05  FILLER                   PIC X(08) VALUE 'LEAVEBAL'.
015400      05  FILLER                   PIC X(08) VALUE 'YTDMAST '.
015500      05  FILLER                   PIC X(08) VALUE 'YTDARC  '.
015600      05  FILLER                   PIC X(08) VALUE 'CHGLOG  '.
015700      05  FILLER                   PIC X(08) VALUE 'CHGARC  '.
015720      05  FILLER                   PIC X(08) VALUE 'TFRMAST '.
015740      05  FILLER                   PIC X(08) VALUE 'TREDMAST'.
015760      05  FILLER                   PIC X(08) VALUE 'SETTLEH '.
015780      05  FILLER                   PIC X(08) VALUE 'CHQREG  '.
015800  01  DL-FILE-NAMES-R REDEFINES DL-FILE-NAMES.
015900      05  DL-FILE-NAME OCCURS 12 TIMES PIC X(08).
016000  01  DL-ACTION-NAMES.
016100      05  FILLER                   PIC X(24) VALUE
016200          'NOME E IBAN ANONIMIZZATI'.
016300      05  FILLER                   PIC X(24)
016400                                   VALUE 'RIGHE CANCELLATE'.
016500      05  FILLER                   PIC X(24)
016600                                   VALUE 'SETTIMANE ANONIMIZZATE'.
016700      05  FILLER                   PIC X(24)
016800                                   VALUE 'NOME ANONIMIZZATO'.
016900      05  FILLER                   PIC X(24)
017000                                   VALUE 'NOME ANONIMIZZATO'.
017100      05  FILLER                   PIC X(24)
017200                                   VALUE 'ANNI ANONIMIZZATI'.
017300      05  FILLER                   PIC X(24)
017400                                   VALUE 'IMMAGINI CANCELLATE'.
017500      05  FILLER                   PIC X(24)
017600                                   VALUE 'IMMAGINI CANCELLATE'.
017610      05  FILLER                   PIC X(24)
017620                                   VALUE 'NOME ANONIMIZZATO'.
017630      05  FILLER                   PIC X(24)
017640                                   VALUE 'NOME ANONIMIZZATO'.
017650      05  FILLER                   PIC X(24)
017660                                   VALUE 'NOME ANONIMIZZATO'.
017670      05  FILLER                   PIC X(24)
017680                                   VALUE 'ASSEGNI ANONIMIZZATI'.
017700  01  DL-ACTION-NAMES-R REDEFINES DL-ACTION-NAMES.
017800      05  DL-ACTION-NAME OCCURS 12 TIMES PIC X(24).
017900  01  DL-FILE-TABLE.
018000      05  DL-FILE-ENTRY OCCURS 12 TIMES.
018100          10  DL-FILE-YEARS        PIC 9(02).
018200          10  DL-FILE-LIMIT        PIC 9(08).
018300          10  DL-FILE-OPEN-SW      PIC X(01).
018400              88  DL-FILE-OPEN                VALUE 'Y'.
018500          10  DL-FILE-TOTAL        PIC 9(07).
018600  01  DL-F                         PIC 9(02).
018700  01  DL-FOUND-F                   PIC 9(02).
018800*
018900*  THE EMPLOYEES WHOSE RETENTION HAS RUN OUT IN AT LEAST ONE
019000*  FILE, IN MATRICOLA ORDER AS THE MASTER WALK FINDS THEM, WITH
019100*  WHICH FILES ARE DUE AND HOW MANY RECORDS WERE TREATED IN
019200*  EACH.  TABLE FULL STOPS THE RUN BEFORE ANYTHING IS CHANGED.
019300*
019400  01  DL-PG-MAX                    PIC 9(05) VALUE 5000.
019500  01  DL-PG-COUNT                  PIC 9(05) VALUE 0.
019600  01  DL-PG-TABLE.
019700      05  DL-PG-ENTRY OCCURS 5000 TIMES.
019800          10  DL-PG-MATRICOLA      PIC X(05).
019900          10  DL-PG-CESSAZIONE     PIC 9(08).
020000          10  DL-PG-FILE OCCURS 12 TIMES.
020100              15  DL-PG-DUE-SW     PIC X(01).
020200                  88  DL-PG-DUE               VALUE 'Y'.
020300              15  DL-PG-DONE       PIC 9(05).
020400  01  DL-EMP-DUE-TABLE.
020500      05  DL-EMP-DUE-SW OCCURS 12 TIMES PIC X(01).
020600  01  DL-ANY-DUE-SW                PIC X(01).
020700      88  DL-ANY-DUE                          VALUE 'Y'.
020800  01  DL-P                         PIC 9(05).
020900  01  DL-FOUND-P                   PIC 9(05).
021000  01  DL-S                         PIC 9(05).
021100  01  DL-SEARCH-KEY                PIC X(05).
021200  01  DL-SEARCH-SW                 PIC X(01).
021300      88  DL-SEARCH-DONE                      VALUE 'Y'.
021400  01  DL-EMP-READ                  PIC 9(06) VALUE 0.
021500  01  DL-TERM-COUNT                PIC 9(06) VALUE 0.
021600  01  DL-TOUCHED-COUNT             PIC 9(05) VALUE 0.
021700  01  DL-FIRST-LINE-SW             PIC X(01).
021800      88  DL-FIRST-LINE                       VALUE 'Y'.
021900  01  DL-READ-COUNT                PIC 9(07).
022000  01  DL-CHANGED-COUNT             PIC 9(07).
022100*
022200  01  DL-REG-LINE.
022300      05  FILLER                   PIC X(02) VALUE SPACES.
022400      05  DL-RL-MATRICOLA          PIC X(05).
022500      05  FILLER                   PIC X(02) VALUE SPACES.
022600      05  DL-RL-CESSAZIONE         PIC 9(08).
022700      05  DL-RL-CESSAZIONE-X REDEFINES DL-RL-CESSAZIONE
022800                                   PIC X(08).
022900      05  FILLER                   PIC X(02) VALUE SPACES.
023000      05  DL-RL-FILE               PIC X(08).
023100      05  FILLER                   PIC X(02) VALUE SPACES.
023200      05  DL-RL-COUNT              PIC Z(06)9.
023300      05  FILLER                   PIC X(01) VALUE SPACE.
023400      05  DL-RL-ACTION             PIC X(24).
023500*
023600  PROCEDURE DIVISION.
023700****************************************************************
023800*  0000-MAINLINE
023900****************************************************************
024000  0000-MAINLINE.
024100      MOVE 'PURGE' TO RH-PROGRAM-NAME.
024200      MOVE 'RETENTION PURGE REGISTER' TO RH-REPORT-TITLE.
024300      PERFORM 1000-LOAD-RETENTION THRU 1000-LOAD-RETENTION-EXIT.
024400      PERFORM 1100-GET-REFERENCE-DATE
024500          THRU 1100-GET-REFERENCE-DATE-EXIT.
024600      PERFORM 1200-SET-ONE-LIMIT THRU 1200-SET-ONE-LIMIT-EXIT
024700          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
024800      OPEN I-O EMPLOYEE-MASTER.
024900      IF DL-EMP-FILE-STATUS NOT = '00'
025000          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
025100              DL-EMP-FILE-STATUS
025200          MOVE 8 TO RETURN-CODE
025300          GOBACK
025400      END-IF.
025500      MOVE 'Y' TO DL-FILE-OPEN-SW(1).
025600      PERFORM 2000-SELECT-EMPLOYEES
025700          THRU 2000-SELECT-EMPLOYEES-EXIT.
025800      IF RETURN-CODE > 4
025900          CLOSE EMPLOYEE-MASTER
026000          GOBACK
026100      END-IF.
026200      PERFORM 1300-OPEN-FILES THRU 1300-OPEN-FILES-EXIT.
026300      PERFORM 3000-PURGE-ONE-EMPLOYEE
026400          THRU 3000-PURGE-ONE-EMPLOYEE-EXIT
026500          VARYING DL-P FROM 1 BY 1 UNTIL DL-P > DL-PG-COUNT.
026600      PERFORM 4000-PURGE-YTD-ARCHIVE
026700          THRU 4000-PURGE-YTD-ARCHIVE-EXIT.
026730      PERFORM 4100-PURGE-CHEQUE-REGISTER
026760          THRU 4100-PURGE-CHEQUE-REGISTER-EXIT.
026800      PERFORM 5000-PURGE-CHANGE-LOG
026900          THRU 5000-PURGE-CHANGE-LOG-EXIT.
027000      PERFORM 5100-PURGE-CHANGE-ARCHIVE
027100          THRU 5100-PURGE-CHANGE-ARCHIVE-EXIT.
027200      PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
027300      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
027400      PERFORM 6000-PRINT-REGISTER THRU 6000-PRINT-REGISTER-EXIT.
027500      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
027600      GOBACK.
027700****************************************************************
027800*  1000-LOAD-RETENTION
027900*  ONE RETPARM LINE PER FILE.  A NAME THE PURGE DOES NOT KNOW
028000*  OR A PERIOD THAT IS NOT A NUMBER IS IGNORED WITH A WARNING.
028100*  NO FILE WITH A PERIOD MEANS THERE IS NOTHING TO DO.
028200****************************************************************
028300  1000-LOAD-RETENTION.
028400      OPEN INPUT RETENTION-PARMS.
028500      IF DL-RT-FILE-STATUS NOT = '00'
028600          DISPLAY 'IMPOSSIBILE APRIRE RETPARM - STATUS '
028700              DL-RT-FILE-STATUS
028800          MOVE 8 TO RETURN-CODE
028900          GOBACK
029000      END-IF.
029100      PERFORM 1010-INIT-ONE-FILE THRU 1010-INIT-ONE-FILE-EXIT
029200          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
029300      MOVE 'N' TO DL-EOF-SW.
029400      PERFORM 1020-READ-ONE-PARM THRU 1020-READ-ONE-PARM-EXIT
029500          UNTIL DL-END-OF-FILE.
029600      CLOSE RETENTION-PARMS.
029700      IF NOT DL-CHGARC-SET
029800          MOVE DL-FILE-YEARS(7) TO DL-FILE-YEARS(8)
029900      END-IF.
030000      PERFORM 1040-CHECK-ONE-PERIOD
030100          THRU 1040-CHECK-ONE-PERIOD-EXIT
030200          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
030300      IF NOT DL-ANY-PERIOD
030400          DISPLAY 'NESSUN PERIODO DI CONSERVAZIONE IN RETPARM - '
030500              'NULLA DA FARE'
030600          IF RETURN-CODE < 4
030700              MOVE 4 TO RETURN-CODE
030800          END-IF
030900          GOBACK
031000      END-IF.
031100  1000-LOAD-RETENTION-EXIT.
031200      EXIT.
031300  1010-INIT-ONE-FILE.
031400      MOVE 0 TO DL-FILE-YEARS(DL-F).
031500      MOVE 0 TO DL-FILE-LIMIT(DL-F).
031600      MOVE 'N' TO DL-FILE-OPEN-SW(DL-F).
031700      MOVE 0 TO DL-FILE-TOTAL(DL-F).
031800  1010-INIT-ONE-FILE-EXIT.
031900      EXIT.
032000  1020-READ-ONE-PARM.
032100      READ RETENTION-PARMS
032200          AT END
032300              MOVE 'Y' TO DL-EOF-SW
032400              GO TO 1020-READ-ONE-PARM-EXIT
032500      END-READ.
032600      ADD 1 TO DL-PARM-COUNT.
032700      MOVE 0 TO DL-FOUND-F.
032800      PERFORM 1030-MATCH-ONE-NAME THRU 1030-MATCH-ONE-NAME-EXIT
032900          VARYING DL-F FROM 1 BY 1
033000          UNTIL DL-F > 12 OR DL-FOUND-F > 0.
033100      IF DL-FOUND-F = 0 OR RT-YEARS NOT NUMERIC
033200          DISPLAY 'RETPARM RIGA ' DL-PARM-COUNT ' IGNORATA: '
033300              RT-FILE-NAME ' ' RT-YEARS
033400          IF RETURN-CODE < 4
033500              MOVE 4 TO RETURN-CODE
033600          END-IF
033700          GO TO 1020-READ-ONE-PARM-EXIT
033800      END-IF.
033900      MOVE RT-YEARS TO DL-FILE-YEARS(DL-FOUND-F).
034000      IF DL-FOUND-F = 8
034100          MOVE 'Y' TO DL-CHGARC-SET-SW
034200      END-IF.
034300  1020-READ-ONE-PARM-EXIT.
034400      EXIT.
034500  1030-MATCH-ONE-NAME.
034600      IF RT-FILE-NAME = DL-FILE-NAME(DL-F)
034700          MOVE DL-F TO DL-FOUND-F
034800      END-IF.
034900  1030-MATCH-ONE-NAME-EXIT.
035000      EXIT.
035100  1040-CHECK-ONE-PERIOD.
035200      IF DL-FILE-YEARS(DL-F) > 0
035300          MOVE 'Y' TO DL-ANY-PERIOD-SW
035400      END-IF.
035500  1040-CHECK-ONE-PERIOD-EXIT.
035600      EXIT.
035700****************************************************************
035800*  1100-GET-REFERENCE-DATE
035900*  THE DATE THE RETENTION PERIODS ARE COUNTED BACK FROM - THE
036000*  YEAR-END DATE FOR THE YEARLY RUN.  A BLANK CARD MEANS TODAY.
036100****************************************************************
036200  1100-GET-REFERENCE-DATE.
036300      DISPLAY 'DATA DI RIFERIMENTO (AAAAMMGG, VUOTO = OGGI)?'.
036400      MOVE SPACES TO DL-REF-CARD.
036500      ACCEPT DL-REF-CARD.
036600      IF DL-REF-CARD = SPACES
036700          ACCEPT DL-REF-DATE FROM DATE YYYYMMDD
036800          GO TO 1100-GET-REFERENCE-DATE-EXIT
036900      END-IF.
037000      IF DL-REF-CARD NOT NUMERIC
037100          DISPLAY 'DATA DI RIFERIMENTO NON VALIDA - FORMATO '
037200              'AAAAMMGG'
037300          MOVE 8 TO RETURN-CODE
037400          GOBACK
037500      END-IF.
037600      IF DL-REF-CARD(5:2) < '01' OR DL-REF-CARD(5:2) > '12'
037700              OR DL-REF-CARD(7:2) < '01'
037800              OR DL-REF-CARD(7:2) > '31'
037900          DISPLAY 'DATA DI RIFERIMENTO NON VALIDA - FORMATO '
038000              'AAAAMMGG'
038100          MOVE 8 TO RETURN-CODE
038200          GOBACK
038300      END-IF.
038400  1100-GET-REFERENCE-DATE-EXIT.
038500      EXIT.
038600****************************************************************
038700*  1200-SET-ONE-LIMIT
038800*  CESSAZIONE PLUS THE PERIOD NOT AFTER THE REFERENCE DATE IS
038900*  THE SAME AS CESSAZIONE NOT AFTER THE REFERENCE DATE MINUS
039000*  THE PERIOD, SO THE LIMIT IS THE REFERENCE DATE WITH THE
039100*  YEARS TAKEN OFF ITS CENTURY-YEAR.
039200****************************************************************
039300  1200-SET-ONE-LIMIT.
039400      IF DL-FILE-YEARS(DL-F) > 0
039500          COMPUTE DL-FILE-LIMIT(DL-F) =
039600              DL-REF-DATE - DL-FILE-YEARS(DL-F) * 10000
039700      END-IF.
039800  1200-SET-ONE-LIMIT-EXIT.
039900      EXIT.
040000****************************************************************
040100*  1300-OPEN-FILES
040200*  THE KEYED FILES ARE OPENED ONLY WHEN THEY HAVE A RETENTION
040300*  PERIOD.  ONE THAT CANNOT BE OPENED IS LEFT ALONE WITH A
040400*  WARNING - THE OTHERS ARE STILL PURGED.
040500****************************************************************
040600  1300-OPEN-FILES.
040700      IF DL-FILE-YEARS(2) > 0
040800          OPEN I-O SALARY-HISTORY
040900          IF DL-SH-FILE-STATUS = '00'
041000              MOVE 'Y' TO DL-FILE-OPEN-SW(2)
041100          ELSE
041200              DISPLAY 'SALHIST NON DISPONIBILE - STATUS '
041300                  DL-SH-FILE-STATUS
041400              MOVE 4 TO RETURN-CODE
041500          END-IF
041600      END-IF.
041700      IF DL-FILE-YEARS(3) > 0
041800          OPEN I-O PAY-REGISTER
041900          IF DL-PR-FILE-STATUS = '00'
042000              MOVE 'Y' TO DL-FILE-OPEN-SW(3)
042100          ELSE
042200              DISPLAY 'PAYREG NON DISPONIBILE - STATUS '
042300                  DL-PR-FILE-STATUS
042400              MOVE 4 TO RETURN-CODE
042500          END-IF
042600      END-IF.
042700      IF DL-FILE-YEARS(4) > 0
042800          OPEN I-O LEAVE-BALANCE
042900          IF DL-LB-FILE-STATUS = '00'
043000              MOVE 'Y' TO DL-FILE-OPEN-SW(4)
043100          ELSE
043200              DISPLAY 'LEAVEBAL NON DISPONIBILE - STATUS '
043300                  DL-LB-FILE-STATUS
043400              MOVE 4 TO RETURN-CODE
043500          END-IF
043600      END-IF.
043700      IF DL-FILE-YEARS(5) > 0
043800          OPEN I-O YTD-MASTER
043900          IF DL-YTD-FILE-STATUS = '00'
044000              MOVE 'Y' TO DL-FILE-OPEN-SW(5)
044100          ELSE
044200              DISPLAY 'YTDMAST NON DISPONIBILE - STATUS '
044300                  DL-YTD-FILE-STATUS
044400              MOVE 4 TO RETURN-CODE
044500          END-IF
044600      END-IF.
044700      IF DL-FILE-YEARS(6) > 0
044800          OPEN I-O YTD-ARCHIVE
044900          IF DL-YA-FILE-STATUS = '00'
045000              MOVE 'Y' TO DL-FILE-OPEN-SW(6)
045100          ELSE
045200              DISPLAY 'YTDARC NON DISPONIBILE - STATUS '
045300                  DL-YA-FILE-STATUS
045400              MOVE 4 TO RETURN-CODE
045500          END-IF
045600      END-IF.
045602      IF DL-FILE-YEARS(9) > 0
045604          OPEN I-O TFR-MASTER
045606          IF DL-TF-FILE-STATUS = '00'
045608              MOVE 'Y' TO DL-FILE-OPEN-SW(9)
045610          ELSE
045612              DISPLAY 'TFRMAST NON DISPONIBILE - STATUS '
045614                  DL-TF-FILE-STATUS
045616              MOVE 4 TO RETURN-CODE
045618          END-IF
045620      END-IF.
045622      IF DL-FILE-YEARS(10) > 0
045624          OPEN I-O TRED-MASTER
045626          IF DL-TD-FILE-STATUS = '00'
045628              MOVE 'Y' TO DL-FILE-OPEN-SW(10)
045630          ELSE
045632              DISPLAY 'TREDMAST NON DISPONIBILE - STATUS '
045634                  DL-TD-FILE-STATUS
045636              MOVE 4 TO RETURN-CODE
045638          END-IF
045640      END-IF.
045642      IF DL-FILE-YEARS(11) > 0
045644          OPEN I-O SETTLEMENT-FILE
045646          IF DL-SL-FILE-STATUS = '00'
045648              MOVE 'Y' TO DL-FILE-OPEN-SW(11)
045650          ELSE
045652              DISPLAY 'SETTLEH NON DISPONIBILE - STATUS '
045654                  DL-SL-FILE-STATUS
045656              MOVE 4 TO RETURN-CODE
045658          END-IF
045660      END-IF.
045662      IF DL-FILE-YEARS(12) > 0
045664          OPEN I-O CHEQUE-REGISTER
045666          IF DL-CQ-FILE-STATUS = '00'
045668              MOVE 'Y' TO DL-FILE-OPEN-SW(12)
045670          ELSE
045672              DISPLAY 'CHQREG NON DISPONIBILE - STATUS '
045674                  DL-CQ-FILE-STATUS
045676              MOVE 4 TO RETURN-CODE
045678          END-IF
045680      END-IF.
045700  1300-OPEN-FILES-EXIT.
045800      EXIT.
045900****************************************************************
046000*  2000-SELECT-EMPLOYEES
046100*  READ-ONLY WALK OF THE MASTER.  A TERMINATED EMPLOYEE WITH A
046200*  CESSAZIONE DATE GOES INTO THE TABLE WHEN AT LEAST ONE FILE'S
046300*  RETENTION HAS RUN OUT FOR HIM.  ACTIVE EMPLOYEES ARE NEVER
046400*  TOUCHED, WHATEVER THEIR HISTORY.
046500****************************************************************
046600  2000-SELECT-EMPLOYEES.
046700      MOVE 'N' TO DL-EOF-SW.
046800      MOVE LOW-VALUES TO EMP-MATRICOLA.
046900      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
047000          INVALID KEY
047100              MOVE 'Y' TO DL-EOF-SW
047200      END-START.
047300      PERFORM 2010-SELECT-ONE-EMP THRU 2010-SELECT-ONE-EMP-EXIT
047400          UNTIL DL-END-OF-FILE.
047500  2000-SELECT-EMPLOYEES-EXIT.
047600      EXIT.
047700  2010-SELECT-ONE-EMP.
047800      READ EMPLOYEE-MASTER NEXT RECORD
047900          AT END
048000              MOVE 'Y' TO DL-EOF-SW
048100              GO TO 2010-SELECT-ONE-EMP-EXIT
048200      END-READ.
048300      ADD 1 TO DL-EMP-READ.
048400      IF NOT EMP-TERMINATED OR EMP-DATA-CESSAZIONE = 0
048500          GO TO 2010-SELECT-ONE-EMP-EXIT
048600      END-IF.
048700      ADD 1 TO DL-TERM-COUNT.
048800      MOVE 'N' TO DL-ANY-DUE-SW.
048900      PERFORM 2020-CHECK-ONE-FILE THRU 2020-CHECK-ONE-FILE-EXIT
049000          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
049100      IF NOT DL-ANY-DUE
049200          GO TO 2010-SELECT-ONE-EMP-EXIT
049300      END-IF.
049400      IF DL-PG-COUNT NOT < DL-PG-MAX
049500          DISPLAY 'TABELLA DIPENDENTI DA TRATTARE PIENA ('
049600              DL-PG-MAX ') - NESSUNA MODIFICA ESEGUITA'
049700          MOVE 8 TO RETURN-CODE
049800          MOVE 'Y' TO DL-EOF-SW
049900          GO TO 2010-SELECT-ONE-EMP-EXIT
050000      END-IF.
050100      ADD 1 TO DL-PG-COUNT.
050200      MOVE EMP-MATRICOLA TO DL-PG-MATRICOLA(DL-PG-COUNT).
050300      MOVE EMP-DATA-CESSAZIONE TO DL-PG-CESSAZIONE(DL-PG-COUNT).
050400      PERFORM 2030-STORE-ONE-FILE THRU 2030-STORE-ONE-FILE-EXIT
050500          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
050600  2010-SELECT-ONE-EMP-EXIT.
050700      EXIT.
050800  2020-CHECK-ONE-FILE.
050900      MOVE 'N' TO DL-EMP-DUE-SW(DL-F).
051000      IF DL-FILE-YEARS(DL-F) > 0
051100              AND EMP-DATA-CESSAZIONE NOT > DL-FILE-LIMIT(DL-F)
051200          MOVE 'Y' TO DL-EMP-DUE-SW(DL-F)
051300          MOVE 'Y' TO DL-ANY-DUE-SW
051400      END-IF.
051500  2020-CHECK-ONE-FILE-EXIT.
051600      EXIT.
051700  2030-STORE-ONE-FILE.
051800      MOVE DL-EMP-DUE-SW(DL-F) TO DL-PG-DUE-SW(DL-PG-COUNT, DL-F).
051900      MOVE 0 TO DL-PG-DONE(DL-PG-COUNT, DL-F).
052000  2030-STORE-ONE-FILE-EXIT.
052100      EXIT.
052200****************************************************************
052300*  3000-PURGE-ONE-EMPLOYEE
052400*  THE KEYED FILES WHOSE KEY STARTS WITH THE MATRICOLA ARE
052500*  PURGED EMPLOYEE BY EMPLOYEE.  RECORDS ALREADY CARRYING THE
052600*  MARKER ARE LEFT AS THEY ARE AND NOT COUNTED.
052700****************************************************************
052800  3000-PURGE-ONE-EMPLOYEE.
052900      IF DL-PG-DUE(DL-P, 1)
053000          PERFORM 3100-PURGE-MASTER THRU 3100-PURGE-MASTER-EXIT
053100      END-IF.
053200      IF DL-PG-DUE(DL-P, 2) AND DL-FILE-OPEN(2)
053300          PERFORM 3200-PURGE-SALARY-HISTORY
053400              THRU 3200-PURGE-SALARY-HISTORY-EXIT
053500      END-IF.
053600      IF DL-PG-DUE(DL-P, 3) AND DL-FILE-OPEN(3)
053700          PERFORM 3300-PURGE-PAY-REGISTER
053800              THRU 3300-PURGE-PAY-REGISTER-EXIT
053900      END-IF.
054000      IF DL-PG-DUE(DL-P, 4) AND DL-FILE-OPEN(4)
054100          PERFORM 3400-PURGE-LEAVE-BALANCE
054200              THRU 3400-PURGE-LEAVE-BALANCE-EXIT
054300      END-IF.
054400      IF DL-PG-DUE(DL-P, 5) AND DL-FILE-OPEN(5)
054500          PERFORM 3500-PURGE-YTD-MASTER
054600              THRU 3500-PURGE-YTD-MASTER-EXIT
054700      END-IF.
054707      IF DL-PG-DUE(DL-P, 9) AND DL-FILE-OPEN(9)
054714          PERFORM 3600-PURGE-TFR-MASTER
054721              THRU 3600-PURGE-TFR-MASTER-EXIT
054728      END-IF.
054735      IF DL-PG-DUE(DL-P, 10) AND DL-FILE-OPEN(10)
054742          PERFORM 3700-PURGE-TRED-MASTER
054749              THRU 3700-PURGE-TRED-MASTER-EXIT
054756      END-IF.
054763      IF DL-PG-DUE(DL-P, 11) AND DL-FILE-OPEN(11)
054770          PERFORM 3800-PURGE-SETTLEMENT
054777              THRU 3800-PURGE-SETTLEMENT-EXIT
054784      END-IF.
054800  3000-PURGE-ONE-EMPLOYEE-EXIT.
054900      EXIT.
055000  3100-PURGE-MASTER.
055100      MOVE DL-PG-MATRICOLA(DL-P) TO EMP-MATRICOLA.
055200      READ EMPLOYEE-MASTER
055300          INVALID KEY
055400              GO TO 3100-PURGE-MASTER-EXIT
055500      END-READ.
055600      IF EMP-ANONYMISED AND EMP-IBAN = SPACES
055700          GO TO 3100-PURGE-MASTER-EXIT
055800      END-IF.
055900      MOVE DL-ANON-NAME TO EMP-NOME.
056000      MOVE SPACES TO EMP-IBAN.
056100      REWRITE EMPLOYEE-MASTER-RECORD
056200          INVALID KEY
056300              DISPLAY 'ERRORE RISCRITTURA EMPMAST ' EMP-MATRICOLA
056400                  ' - STATUS ' DL-EMP-FILE-STATUS
056500              MOVE 8 TO RETURN-CODE
056600              GO TO 3100-PURGE-MASTER-EXIT
056700      END-REWRITE.
056800      ADD 1 TO DL-PG-DONE(DL-P, 1).
056900  3100-PURGE-MASTER-EXIT.
057000      EXIT.
057100  3200-PURGE-SALARY-HISTORY.
057200      MOVE DL-PG-MATRICOLA(DL-P) TO SH-MATRICOLA.
057300      MOVE 0 TO SH-EFFECTIVE-DATE.
057400      MOVE 'N' TO DL-GROUP-END-SW.
057500      START SALARY-HISTORY KEY NOT < SH-KEY
057600          INVALID KEY
057700              MOVE 'Y' TO DL-GROUP-END-SW
057800      END-START.
057900      PERFORM 3210-DELETE-ONE-SH THRU 3210-DELETE-ONE-SH-EXIT
058000          UNTIL DL-GROUP-END.
058100  3200-PURGE-SALARY-HISTORY-EXIT.
058200      EXIT.
058300  3210-DELETE-ONE-SH.
058400      READ SALARY-HISTORY NEXT RECORD
058500          AT END
058600              MOVE 'Y' TO DL-GROUP-END-SW
058700              GO TO 3210-DELETE-ONE-SH-EXIT
058800      END-READ.
058900      IF SH-MATRICOLA NOT = DL-PG-MATRICOLA(DL-P)
059000          MOVE 'Y' TO DL-GROUP-END-SW
059100          GO TO 3210-DELETE-ONE-SH-EXIT
059200      END-IF.
059300      DELETE SALARY-HISTORY RECORD
059400          INVALID KEY
059500              DISPLAY 'ERRORE CANCELLAZIONE SALHIST ' SH-MATRICOLA
059600                  ' ' SH-EFFECTIVE-DATE ' - STATUS '
059700                  DL-SH-FILE-STATUS
059800              MOVE 8 TO RETURN-CODE
059900              MOVE 'Y' TO DL-GROUP-END-SW
060000              GO TO 3210-DELETE-ONE-SH-EXIT
060100      END-DELETE.
060200      ADD 1 TO DL-PG-DONE(DL-P, 2).
060300  3210-DELETE-ONE-SH-EXIT.
060400      EXIT.
060500  3300-PURGE-PAY-REGISTER.
060600      MOVE DL-PG-MATRICOLA(DL-P) TO PR-MATRICOLA.
060700      MOVE 0 TO PR-PERIOD-END.
060800      MOVE 'N' TO DL-GROUP-END-SW.
060900      START PAY-REGISTER KEY NOT < PR-KEY
061000          INVALID KEY
061100              MOVE 'Y' TO DL-GROUP-END-SW
061200      END-START.
061300      PERFORM 3310-ANON-ONE-PR THRU 3310-ANON-ONE-PR-EXIT
061400          UNTIL DL-GROUP-END.
061500  3300-PURGE-PAY-REGISTER-EXIT.
061600      EXIT.
061700  3310-ANON-ONE-PR.
061800      READ PAY-REGISTER NEXT RECORD
061900          AT END
062000              MOVE 'Y' TO DL-GROUP-END-SW
062100              GO TO 3310-ANON-ONE-PR-EXIT
062200      END-READ.
062300      IF PR-MATRICOLA NOT = DL-PG-MATRICOLA(DL-P)
062400          MOVE 'Y' TO DL-GROUP-END-SW
062500          GO TO 3310-ANON-ONE-PR-EXIT
062600      END-IF.
062700      IF PR-NOME = DL-ANON-NAME
062800          GO TO 3310-ANON-ONE-PR-EXIT
062900      END-IF.
063000      MOVE DL-ANON-NAME TO PR-NOME.
063100      REWRITE PAY-REGISTER-RECORD
063200          INVALID KEY
063300              DISPLAY 'ERRORE RISCRITTURA PAYREG ' PR-MATRICOLA
063400                  ' ' PR-PERIOD-END ' - STATUS ' DL-PR-FILE-STATUS
063500              MOVE 8 TO RETURN-CODE
063600              MOVE 'Y' TO DL-GROUP-END-SW
063700              GO TO 3310-ANON-ONE-PR-EXIT
063800      END-REWRITE.
063900      ADD 1 TO DL-PG-DONE(DL-P, 3).
064000  3310-ANON-ONE-PR-EXIT.
064100      EXIT.
064200  3400-PURGE-LEAVE-BALANCE.
064300      MOVE DL-PG-MATRICOLA(DL-P) TO LB-MATRICOLA.
064400      READ LEAVE-BALANCE
064500          INVALID KEY
064600              GO TO 3400-PURGE-LEAVE-BALANCE-EXIT
064700      END-READ.
064800      IF LB-NOME = DL-ANON-NAME
064900          GO TO 3400-PURGE-LEAVE-BALANCE-EXIT
065000      END-IF.
065100      MOVE DL-ANON-NAME TO LB-NOME.
065200      REWRITE LEAVE-BALANCE-RECORD
065300          INVALID KEY
065400              DISPLAY 'ERRORE RISCRITTURA LEAVEBAL ' LB-MATRICOLA
065500                  ' - STATUS ' DL-LB-FILE-STATUS
065600              MOVE 8 TO RETURN-CODE
065700              GO TO 3400-PURGE-LEAVE-BALANCE-EXIT
065800      END-REWRITE.
065900      ADD 1 TO DL-PG-DONE(DL-P, 4).
066000  3400-PURGE-LEAVE-BALANCE-EXIT.
066100      EXIT.
066200  3500-PURGE-YTD-MASTER.
066300      MOVE DL-PG-MATRICOLA(DL-P) TO YT-MATRICOLA.
066400      READ YTD-MASTER
066500          INVALID KEY
066600              GO TO 3500-PURGE-YTD-MASTER-EXIT
066700      END-READ.
066800      IF YT-NOME = DL-ANON-NAME
066900          GO TO 3500-PURGE-YTD-MASTER-EXIT
067000      END-IF.
067100      MOVE DL-ANON-NAME TO YT-NOME.
067200      REWRITE YTD-RECORD
067300          INVALID KEY
067400              DISPLAY 'ERRORE RISCRITTURA YTDMAST ' YT-MATRICOLA
067500                  ' - STATUS ' DL-YTD-FILE-STATUS
067600              MOVE 8 TO RETURN-CODE
067700              GO TO 3500-PURGE-YTD-MASTER-EXIT
067800      END-REWRITE.
067900      ADD 1 TO DL-PG-DONE(DL-P, 5).
068000  3500-PURGE-YTD-MASTER-EXIT.
068100      EXIT.
068101  3600-PURGE-TFR-MASTER.
068102      MOVE DL-PG-MATRICOLA(DL-P) TO TF-MATRICOLA.
068103      READ TFR-MASTER
068104          INVALID KEY
068105              GO TO 3600-PURGE-TFR-MASTER-EXIT
068106      END-READ.
068107      IF TF-NOME = DL-ANON-NAME
068108          GO TO 3600-PURGE-TFR-MASTER-EXIT
068109      END-IF.
068110      MOVE DL-ANON-NAME TO TF-NOME.
068111      REWRITE TFR-RECORD
068112          INVALID KEY
068113              DISPLAY 'ERRORE RISCRITTURA TFRMAST ' TF-MATRICOLA
068114                  ' - STATUS ' DL-TF-FILE-STATUS
068115              MOVE 8 TO RETURN-CODE
068116              GO TO 3600-PURGE-TFR-MASTER-EXIT
068117      END-REWRITE.
068118      ADD 1 TO DL-PG-DONE(DL-P, 9).
068119  3600-PURGE-TFR-MASTER-EXIT.
068120      EXIT.
068121  3700-PURGE-TRED-MASTER.
068122      MOVE DL-PG-MATRICOLA(DL-P) TO TD-MATRICOLA.
068123      READ TRED-MASTER
068124          INVALID KEY
068125              GO TO 3700-PURGE-TRED-MASTER-EXIT
068126      END-READ.
068127      IF TD-NOME = DL-ANON-NAME
068128          GO TO 3700-PURGE-TRED-MASTER-EXIT
068129      END-IF.
068130      MOVE DL-ANON-NAME TO TD-NOME.
068131      REWRITE TREDICESIMA-RECORD
068132          INVALID KEY
068133              DISPLAY 'ERRORE RISCRITTURA TREDMAST ' TD-MATRICOLA
068134                  ' - STATUS ' DL-TD-FILE-STATUS
068135              MOVE 8 TO RETURN-CODE
068136              GO TO 3700-PURGE-TRED-MASTER-EXIT
068137      END-REWRITE.
068138      ADD 1 TO DL-PG-DONE(DL-P, 10).
068139  3700-PURGE-TRED-MASTER-EXIT.
068140      EXIT.
068141  3800-PURGE-SETTLEMENT.
068142      MOVE DL-PG-MATRICOLA(DL-P) TO SL-MATRICOLA.
068143      READ SETTLEMENT-FILE
068144          INVALID KEY
068145              GO TO 3800-PURGE-SETTLEMENT-EXIT
068146      END-READ.
068147      IF SL-NOME = DL-ANON-NAME
068148          GO TO 3800-PURGE-SETTLEMENT-EXIT
068149      END-IF.
068150      MOVE DL-ANON-NAME TO SL-NOME.
068151      REWRITE SETTLEMENT-RECORD
068152          INVALID KEY
068153              DISPLAY 'ERRORE RISCRITTURA SETTLEH ' SL-MATRICOLA
068154                  ' - STATUS ' DL-SL-FILE-STATUS
068155              MOVE 8 TO RETURN-CODE
068156              GO TO 3800-PURGE-SETTLEMENT-EXIT
068157      END-REWRITE.
068158      ADD 1 TO DL-PG-DONE(DL-P, 11).
068159  3800-PURGE-SETTLEMENT-EXIT.
068160      EXIT.
068200****************************************************************
068300*  4000-PURGE-YTD-ARCHIVE
068400*  YTDARC IS KEYED YEAR FIRST, SO ONE EMPLOYEE'S YEARS ARE
068500*  SPREAD THROUGH THE FILE: ONE FULL WALK, EACH MATRICOLA
068600*  LOOKED UP IN THE TABLE.
068700****************************************************************
068800  4000-PURGE-YTD-ARCHIVE.
068900      IF NOT DL-FILE-OPEN(6) OR DL-PG-COUNT = 0
069000          GO TO 4000-PURGE-YTD-ARCHIVE-EXIT
069100      END-IF.
069200      MOVE 'N' TO DL-EOF-SW.
069300      MOVE LOW-VALUES TO YA-KEY.
069400      START YTD-ARCHIVE KEY NOT < YA-KEY
069500          INVALID KEY
069600              MOVE 'Y' TO DL-EOF-SW
069700      END-START.
069800      PERFORM 4010-ANON-ONE-YA THRU 4010-ANON-ONE-YA-EXIT
069900          UNTIL DL-END-OF-FILE.
070000  4000-PURGE-YTD-ARCHIVE-EXIT.
070100      EXIT.
070200  4010-ANON-ONE-YA.
070300      READ YTD-ARCHIVE NEXT RECORD
070400          AT END
070500              MOVE 'Y' TO DL-EOF-SW
070600              GO TO 4010-ANON-ONE-YA-EXIT
070700      END-READ.
070800      IF YA-NOME = DL-ANON-NAME
070900          GO TO 4010-ANON-ONE-YA-EXIT
071000      END-IF.
071100      MOVE YA-MATRICOLA TO DL-SEARCH-KEY.
071200      PERFORM 9100-FIND-EMPLOYEE THRU 9100-FIND-EMPLOYEE-EXIT.
071300      IF DL-FOUND-P = 0
071400          GO TO 4010-ANON-ONE-YA-EXIT
071500      END-IF.
071600      IF NOT DL-PG-DUE(DL-FOUND-P, 6)
071700          GO TO 4010-ANON-ONE-YA-EXIT
071800      END-IF.
071900      MOVE DL-ANON-NAME TO YA-NOME.
072000      REWRITE YTD-ARCHIVE-RECORD
072100          INVALID KEY
072200              DISPLAY 'ERRORE RISCRITTURA YTDARC ' YA-KEY
072300                  ' - STATUS ' DL-YA-FILE-STATUS
072400              MOVE 8 TO RETURN-CODE
072500              GO TO 4010-ANON-ONE-YA-EXIT
072600      END-REWRITE.
072700      ADD 1 TO DL-PG-DONE(DL-FOUND-P, 6).
072800  4010-ANON-ONE-YA-EXIT.
072900      EXIT.
072902****************************************************************
072904*  4100-PURGE-CHEQUE-REGISTER
072906*  CHQREG IS KEYED BY CHEQUE NUMBER: ONE FULL WALK, THE PAYEE
072908*  MATRICOLA OF EACH CHEQUE OR CASH PAYMENT LOOKED UP IN THE
072910*  TABLE, AS FOR YTDARC.
072912****************************************************************
072914  4100-PURGE-CHEQUE-REGISTER.
072916      IF NOT DL-FILE-OPEN(12) OR DL-PG-COUNT = 0
072918          GO TO 4100-PURGE-CHEQUE-REGISTER-EXIT
072920      END-IF.
072922      MOVE 'N' TO DL-EOF-SW.
072924      MOVE 0 TO CQ-NUMBER.
072926      START CHEQUE-REGISTER KEY NOT < CQ-NUMBER
072928          INVALID KEY
072930              MOVE 'Y' TO DL-EOF-SW
072932      END-START.
072934      PERFORM 4110-ANON-ONE-CQ THRU 4110-ANON-ONE-CQ-EXIT
072936          UNTIL DL-END-OF-FILE.
072938  4100-PURGE-CHEQUE-REGISTER-EXIT.
072940      EXIT.
072942  4110-ANON-ONE-CQ.
072944      READ CHEQUE-REGISTER NEXT RECORD
072946          AT END
072948              MOVE 'Y' TO DL-EOF-SW
072950              GO TO 4110-ANON-ONE-CQ-EXIT
072952      END-READ.
072954      IF CQ-NOME = DL-ANON-NAME
072956          GO TO 4110-ANON-ONE-CQ-EXIT
072958      END-IF.
072960      MOVE CQ-MATRICOLA TO DL-SEARCH-KEY.
072962      PERFORM 9100-FIND-EMPLOYEE THRU 9100-FIND-EMPLOYEE-EXIT.
072964      IF DL-FOUND-P = 0
072966          GO TO 4110-ANON-ONE-CQ-EXIT
072968      END-IF.
072970      IF NOT DL-PG-DUE(DL-FOUND-P, 12)
072972          GO TO 4110-ANON-ONE-CQ-EXIT
072974      END-IF.
072976      MOVE DL-ANON-NAME TO CQ-NOME.
072978      REWRITE CHEQUE-REGISTER-RECORD
072980          INVALID KEY
072982              DISPLAY 'ERRORE RISCRITTURA CHQREG ' CQ-NUMBER
072984                  ' - STATUS ' DL-CQ-FILE-STATUS
072986              MOVE 8 TO RETURN-CODE
072988              GO TO 4110-ANON-ONE-CQ-EXIT
072990      END-REWRITE.
072992      ADD 1 TO DL-PG-DONE(DL-FOUND-P, 12).
072994  4110-ANON-ONE-CQ-EXIT.
072996      EXIT.
073000****************************************************************
073100*  5000-PURGE-CHANGE-LOG / 5100-PURGE-CHANGE-ARCHIVE
073200*  LOGARCH'S SPLIT / COPY-BACK: EVERY RECORD GOES TO CHGWORK,
073300*  THE DUE ONES WITH THEIR IMAGES BLANKED (5200), AND THE WORK
073400*  FILE IS THEN COPIED BACK OVER THE LOG.  THE RECORD COUNT IS
073500*  UNCHANGED - ONLY THE IMAGES GO.
073600****************************************************************
073700  5000-PURGE-CHANGE-LOG.
073800      IF DL-FILE-YEARS(7) = 0 OR DL-PG-COUNT = 0
073900          GO TO 5000-PURGE-CHANGE-LOG-EXIT
074000      END-IF.
074100      MOVE 7 TO DL-F.
074200      MOVE 0 TO DL-READ-COUNT.
074300      MOVE 0 TO DL-CHANGED-COUNT.
074400      MOVE 'N' TO DL-EOF-SW.
074500      OPEN INPUT CHANGE-LOG.
074600      IF DL-CHGLOG-FILE-STATUS NOT = '00'
074700          DISPLAY 'CHGLOG NON DISPONIBILE - STATUS '
074800              DL-CHGLOG-FILE-STATUS
074900          GO TO 5000-PURGE-CHANGE-LOG-EXIT
075000      END-IF.
075100      OPEN OUTPUT CHANGE-LOG-WORK.
075200      PERFORM 5010-SPLIT-ONE-CG THRU 5010-SPLIT-ONE-CG-EXIT
075300          UNTIL DL-END-OF-FILE.
075400      CLOSE CHANGE-LOG CHANGE-LOG-WORK.
075500      MOVE 'N' TO DL-EOF-SW.
075600      OPEN INPUT CHANGE-LOG-WORK.
075700      OPEN OUTPUT CHANGE-LOG.
075800      PERFORM 5020-COPY-ONE-CG THRU 5020-COPY-ONE-CG-EXIT
075900          UNTIL DL-END-OF-FILE.
076000      CLOSE CHANGE-LOG-WORK CHANGE-LOG.
076100      DISPLAY 'CHGLOG  : LETTI ' DL-READ-COUNT
076200          ' IMMAGINI CANCELLATE ' DL-CHANGED-COUNT.
076300  5000-PURGE-CHANGE-LOG-EXIT.
076400      EXIT.
076500  5010-SPLIT-ONE-CG.
076600      READ CHANGE-LOG INTO CHANGE-LOG-RECORD
076700          AT END
076800              MOVE 'Y' TO DL-EOF-SW
076900              GO TO 5010-SPLIT-ONE-CG-EXIT
077000      END-READ.
077100      PERFORM 5200-CLEAR-ONE-CG THRU 5200-CLEAR-ONE-CG-EXIT.
077200      WRITE CHANGE-LOG-WORK-RECORD FROM CHANGE-LOG-RECORD.
077300  5010-SPLIT-ONE-CG-EXIT.
077400      EXIT.
077500  5020-COPY-ONE-CG.
077600      READ CHANGE-LOG-WORK
077700          AT END
077800              MOVE 'Y' TO DL-EOF-SW
077900          NOT AT END
078000              WRITE CHANGE-LOG-FILE-RECORD
078100                  FROM CHANGE-LOG-WORK-RECORD
078200      END-READ.
078300  5020-COPY-ONE-CG-EXIT.
078400      EXIT.
078500  5100-PURGE-CHANGE-ARCHIVE.
078600      IF DL-FILE-YEARS(8) = 0 OR DL-PG-COUNT = 0
078700          GO TO 5100-PURGE-CHANGE-ARCHIVE-EXIT
078800      END-IF.
078900      MOVE 8 TO DL-F.
079000      MOVE 0 TO DL-READ-COUNT.
079100      MOVE 0 TO DL-CHANGED-COUNT.
079200      MOVE 'N' TO DL-EOF-SW.
079300      OPEN INPUT CHANGE-LOG-ARCHIVE.
079400      IF DL-CHGARC-FILE-STATUS NOT = '00'
079500          DISPLAY 'CHGARC NON DISPONIBILE - STATUS '
079600              DL-CHGARC-FILE-STATUS
079700          GO TO 5100-PURGE-CHANGE-ARCHIVE-EXIT
079800      END-IF.
079900      OPEN OUTPUT CHANGE-LOG-WORK.
080000      PERFORM 5110-SPLIT-ONE-CA THRU 5110-SPLIT-ONE-CA-EXIT
080100          UNTIL DL-END-OF-FILE.
080200      CLOSE CHANGE-LOG-ARCHIVE CHANGE-LOG-WORK.
080300      MOVE 'N' TO DL-EOF-SW.
080400      OPEN INPUT CHANGE-LOG-WORK.
080500      OPEN OUTPUT CHANGE-LOG-ARCHIVE.
080600      PERFORM 5120-COPY-ONE-CA THRU 5120-COPY-ONE-CA-EXIT
080700          UNTIL DL-END-OF-FILE.
080800      CLOSE CHANGE-LOG-WORK CHANGE-LOG-ARCHIVE.
080900      DISPLAY 'CHGARC  : LETTI ' DL-READ-COUNT
081000          ' IMMAGINI CANCELLATE ' DL-CHANGED-COUNT.
081100  5100-PURGE-CHANGE-ARCHIVE-EXIT.
081200      EXIT.
081300  5110-SPLIT-ONE-CA.
081400      READ CHANGE-LOG-ARCHIVE INTO CHANGE-LOG-RECORD
081500          AT END
081600              MOVE 'Y' TO DL-EOF-SW
081700              GO TO 5110-SPLIT-ONE-CA-EXIT
081800      END-READ.
081900      PERFORM 5200-CLEAR-ONE-CG THRU 5200-CLEAR-ONE-CG-EXIT.
082000      WRITE CHANGE-LOG-WORK-RECORD FROM CHANGE-LOG-RECORD.
082100  5110-SPLIT-ONE-CA-EXIT.
082200      EXIT.
082300  5120-COPY-ONE-CA.
082400      READ CHANGE-LOG-WORK
082500          AT END
082600              MOVE 'Y' TO DL-EOF-SW
082700          NOT AT END
082800              WRITE CHANGE-LOG-ARCHIVE-RECORD
082900                  FROM CHANGE-LOG-WORK-RECORD
083000      END-READ.
083100  5120-COPY-ONE-CA-EXIT.
083200      EXIT.
083300****************************************************************
083400*  5200-CLEAR-ONE-CG
083500*  BLANKS BOTH IMAGES OF THE CHANGE-LOG RECORD IN HAND WHEN ITS
083600*  MATRICOLA IS DUE IN FILE DL-F (7 = CHGLOG, 8 = CHGARC).
083700****************************************************************
083800  5200-CLEAR-ONE-CG.
083900      ADD 1 TO DL-READ-COUNT.
084000      IF CG-BEFORE-IMAGE = SPACES AND CG-AFTER-IMAGE = SPACES
084100          GO TO 5200-CLEAR-ONE-CG-EXIT
084200      END-IF.
084300      MOVE CG-MATRICOLA TO DL-SEARCH-KEY.
084400      PERFORM 9100-FIND-EMPLOYEE THRU 9100-FIND-EMPLOYEE-EXIT.
084500      IF DL-FOUND-P = 0
084600          GO TO 5200-CLEAR-ONE-CG-EXIT
084700      END-IF.
084800      IF NOT DL-PG-DUE(DL-FOUND-P, DL-F)
084900          GO TO 5200-CLEAR-ONE-CG-EXIT
085000      END-IF.
085100      MOVE SPACES TO CG-BEFORE-IMAGE.
085200      MOVE SPACES TO CG-AFTER-IMAGE.
085300      ADD 1 TO DL-CHANGED-COUNT.
085400      ADD 1 TO DL-PG-DONE(DL-FOUND-P, DL-F).
085500  5200-CLEAR-ONE-CG-EXIT.
085600      EXIT.
085700****************************************************************
085800*  6000-PRINT-REGISTER
085900*  THE PERIODS IN FORCE, THEN ONE LINE PER MATRICOLA AND FILE
086000*  ACTUALLY CHANGED BY THIS RUN, THEN THE TOTALS PER FILE.
086100*  THE REGISTER IS THE DATA-PROTECTION RECORD OF THE PURGE -
086200*  FILE IT WITH THE YEAR'S PAPERS.
086300****************************************************************
086400  6000-PRINT-REGISTER.
086500      DISPLAY 'DATA DI RIFERIMENTO : ' DL-REF-DATE.
086600      DISPLAY ' '.
086700      DISPLAY '  ARCHIVIO  ANNI  CESSATI FINO AL'.
086800      PERFORM 6010-PRINT-ONE-PERIOD
086900          THRU 6010-PRINT-ONE-PERIOD-EXIT
087000          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
087100      DISPLAY ' '.
087200      DISPLAY '  MATR.  CESSAZ.   ARCHIVIO    RECORD ESITO'.
087300      PERFORM 6020-PRINT-ONE-EMPLOYEE
087400          THRU 6020-PRINT-ONE-EMPLOYEE-EXIT
087500          VARYING DL-P FROM 1 BY 1 UNTIL DL-P > DL-PG-COUNT.
087600      IF DL-TOUCHED-COUNT = 0
087700          DISPLAY '  NESSUN DIPENDENTE DA TRATTARE'
087800      END-IF.
087900      DISPLAY ' '.
088000      DISPLAY '  TOTALI PER ARCHIVIO'.
088100      MOVE SPACES TO DL-RL-MATRICOLA.
088200      MOVE SPACES TO DL-RL-CESSAZIONE-X.
088300      PERFORM 6040-PRINT-ONE-TOTAL THRU 6040-PRINT-ONE-TOTAL-EXIT
088400          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
088500      DISPLAY ' '.
088600      DISPLAY 'DIPENDENTI IN ANAGRAFICA       : ' DL-EMP-READ.
088700      DISPLAY 'DIPENDENTI CESSATI             : ' DL-TERM-COUNT.
088800      DISPLAY 'OLTRE IL PERIODO DI CONSERVAZ. : ' DL-PG-COUNT.
088900      DISPLAY 'TRATTATI IN QUESTA ESECUZIONE  : '
089000          DL-TOUCHED-COUNT.
089100  6000-PRINT-REGISTER-EXIT.
089200      EXIT.
089300  6010-PRINT-ONE-PERIOD.
089400      IF DL-FILE-YEARS(DL-F) = 0
089500          DISPLAY '  ' DL-FILE-NAME(DL-F) '    -   NON SOGGETTO'
089600      ELSE
089700          DISPLAY '  ' DL-FILE-NAME(DL-F) '   '
089800              DL-FILE-YEARS(DL-F) '   ' DL-FILE-LIMIT(DL-F)
089900      END-IF.
090000  6010-PRINT-ONE-PERIOD-EXIT.
090100      EXIT.
090200  6020-PRINT-ONE-EMPLOYEE.
090300      MOVE 'Y' TO DL-FIRST-LINE-SW.
090400      PERFORM 6030-PRINT-ONE-FILE THRU 6030-PRINT-ONE-FILE-EXIT
090500          VARYING DL-F FROM 1 BY 1 UNTIL DL-F > 12.
090600      IF NOT DL-FIRST-LINE
090700          ADD 1 TO DL-TOUCHED-COUNT
090800      END-IF.
090900  6020-PRINT-ONE-EMPLOYEE-EXIT.
091000      EXIT.
091100  6030-PRINT-ONE-FILE.
091200      IF DL-PG-DONE(DL-P, DL-F) = 0
091300          GO TO 6030-PRINT-ONE-FILE-EXIT
091400      END-IF.
091500      IF DL-FIRST-LINE
091600          MOVE DL-PG-MATRICOLA(DL-P) TO DL-RL-MATRICOLA
091700          MOVE DL-PG-CESSAZIONE(DL-P) TO DL-RL-CESSAZIONE
091800          MOVE 'N' TO DL-FIRST-LINE-SW
091900      ELSE
092000          MOVE SPACES TO DL-RL-MATRICOLA
092100          MOVE SPACES TO DL-RL-CESSAZIONE-X
092200      END-IF.
092300      MOVE DL-FILE-NAME(DL-F) TO DL-RL-FILE.
092400      MOVE DL-PG-DONE(DL-P, DL-F) TO DL-RL-COUNT.
092500      MOVE DL-ACTION-NAME(DL-F) TO DL-RL-ACTION.
092600      DISPLAY DL-REG-LINE.
092700      ADD DL-PG-DONE(DL-P, DL-F) TO DL-FILE-TOTAL(DL-F).
092800  6030-PRINT-ONE-FILE-EXIT.
092900      EXIT.
093000  6040-PRINT-ONE-TOTAL.
093100      IF DL-FILE-YEARS(DL-F) = 0
093200          GO TO 6040-PRINT-ONE-TOTAL-EXIT
093300      END-IF.
093400      MOVE DL-FILE-NAME(DL-F) TO DL-RL-FILE.
093500      MOVE DL-FILE-TOTAL(DL-F) TO DL-RL-COUNT.
093600      MOVE DL-ACTION-NAME(DL-F) TO DL-RL-ACTION.
093700      DISPLAY DL-REG-LINE.
093800  6040-PRINT-ONE-TOTAL-EXIT.
093900      EXIT.
094000****************************************************************
094100*  9000-CLOSE-FILES
094200****************************************************************
094300  9000-CLOSE-FILES.
094400      CLOSE EMPLOYEE-MASTER.
094500      IF DL-FILE-OPEN(2)
094600          CLOSE SALARY-HISTORY
094700      END-IF.
094800      IF DL-FILE-OPEN(3)
094900          CLOSE PAY-REGISTER
095000      END-IF.
095100      IF DL-FILE-OPEN(4)
095200          CLOSE LEAVE-BALANCE
095300      END-IF.
095400      IF DL-FILE-OPEN(5)
095500          CLOSE YTD-MASTER
095600      END-IF.
095700      IF DL-FILE-OPEN(6)
095800          CLOSE YTD-ARCHIVE
095900      END-IF.
095907      IF DL-FILE-OPEN(9)
095914          CLOSE TFR-MASTER
095921      END-IF.
095928      IF DL-FILE-OPEN(10)
095935          CLOSE TRED-MASTER
095942      END-IF.
095949      IF DL-FILE-OPEN(11)
095956          CLOSE SETTLEMENT-FILE
095963      END-IF.
095970      IF DL-FILE-OPEN(12)
095977          CLOSE CHEQUE-REGISTER
095984      END-IF.
096000  9000-CLOSE-FILES-EXIT.
096100      EXIT.
096200****************************************************************
096300*  9100-FIND-EMPLOYEE
096400*  LOOKS DL-SEARCH-KEY UP IN THE TABLE, LEAVING ITS SLOT IN
096500*  DL-FOUND-P (ZERO = NOT THERE).  THE TABLE IS IN MATRICOLA
096600*  ORDER, SO THE SCAN STOPS AT THE FIRST HIGHER MATRICOLA.
096700****************************************************************
096800  9100-FIND-EMPLOYEE.
096900      MOVE 0 TO DL-FOUND-P.
097000      MOVE 'N' TO DL-SEARCH-SW.
097100      PERFORM 9110-MATCH-ONE-EMPLOYEE
097200          THRU 9110-MATCH-ONE-EMPLOYEE-EXIT
097300          VARYING DL-S FROM 1 BY 1
097400          UNTIL DL-S > DL-PG-COUNT OR DL-SEARCH-DONE.
097500  9100-FIND-EMPLOYEE-EXIT.
097600      EXIT.
097700  9110-MATCH-ONE-EMPLOYEE.
097800      IF DL-PG-MATRICOLA(DL-S) = DL-SEARCH-KEY
097900          MOVE DL-S TO DL-FOUND-P
098000          MOVE 'Y' TO DL-SEARCH-SW
098100      ELSE
098200          IF DL-PG-MATRICOLA(DL-S) > DL-SEARCH-KEY
098300              MOVE 'Y' TO DL-SEARCH-SW
098400          END-IF
098500      END-IF.
098600  9110-MATCH-ONE-EMPLOYEE-EXIT.
098700      EXIT.
098800****************************************************************
098900*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
099000****************************************************************
099100  COPY RPTHDRP.
