000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCLOSE.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  PERCLOSE
000900*  PAY-PERIOD CLOSE.  AS A STEP OF THE PAY RUNS, BEHIND BNKRECON,
001000*  IT APPENDS A CLOSE RECORD (PERSTAT.CPY) FOR THE RUNCTL PERIOD
001100*  OF THE COMPANY AND PAY FREQUENCY TO THE PERIOD-STATUS FILE.
001200*  FROM THEN ON TSMNT, EMPMNT, SALUPD AND LVBMNT REFUSE A CHANGE
001300*  DATED INSIDE THE PERIOD (THROUGH PERCHK): THE PERIOD HAS BEEN
001400*  PAID AND BANKED, SO A LATE CHANGE GOES THROUGH THE RETRO
001500*  ROUTE - A BACKDATED SALUPD RUN OF TYPE R, WHICH RETROPAY
001600*  PICKS UP AND RETROAPP PAYS WITH THE NEXT RUN.  A PERIOD THAT
001700*  IS ALREADY CLOSED IS LEFT AS IT IS, SO A RESTART SIMPLY RUNS
001760*  THE STEP AGAIN - AND PREFLT LETS A RESTART OF THE RUN THAT
001820*  CLOSED THE PERIOD THROUGH WITH AN AVVISO.
001900*  FROM THE MENU A SUPERVISOR (LEVEL S) AUTHORISED FOR THE
002000*  COMPANY LISTS THE COMPANY'S PERIOD HISTORY AND MAY REOPEN A
002100*  CLOSED PERIOD - OR CLOSE A REOPENED ONE AGAIN - WITH A
002200*  MANDATORY REASON.  EVERY SUCH CHANGE IS ALSO LOGGED TO CHGLOG
002300*  UNDER THE KEY PERST (ACTION R = REOPENED, C = CLOSED AGAIN)
002400*  WITH THE BEFORE/AFTER PERIOD-STATUS RECORDS AND THE OPERSESS
002500*  OPERATOR ID.
002600*  SYSIN: CARD 1 MODE (B = BATCH STEP, ANYTHING ELSE = MENU),
002700*  CARD 2 PAY FREQUENCY (W/M, BLANK = W).  IN BATCH AN EMPTY OR
002800*  MISSING RUNCTL, OR A PERSTAT THAT CANNOT BE WRITTEN, ENDS
002900*  THE STEP WITH RC 8.
003000*  MOD HISTORY
003100*  15/10/2026 LG  NEW.
003110*  15/10/2026 LG  HEADER: A RESTART OF THE CLOSING RUN PASSES
003120*                 PREFLT.
003200****************************************************************
003300  ENVIRONMENT DIVISION.
003400  CONFIGURATION SECTION.
003500  SOURCE-COMPUTER. IBM-PC.
003600  OBJECT-COMPUTER. IBM-PC.
003700  INPUT-OUTPUT SECTION.
003800  FILE-CONTROL.
003900      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004000          ORGANIZATION LINE SEQUENTIAL
004100          FILE STATUS IS DL-RC-FILE-STATUS.
004200      SELECT PERIOD-STATUS ASSIGN TO "PERSTAT"
004300          ORGANIZATION LINE SEQUENTIAL
004400          FILE STATUS IS DL-PS-FILE-STATUS.
004500      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
004600          ORGANIZATION LINE SEQUENTIAL
004700          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
004800      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
004900          ORGANIZATION LINE SEQUENTIAL
005000          FILE STATUS IS DL-SESS-FILE-STATUS.
005100*
005200  DATA DIVISION.
005300  FILE SECTION.
005400  FD  RUN-CONTROL.
005500  COPY RUNCTL.
005600  FD  PERIOD-STATUS.
005700  COPY PERSTAT.
005800  FD  CHANGE-LOG.
005900  COPY CHGLOG.
006000  FD  OPERATOR-SESSION.
006100  COPY OPRSESS.
006200*
006300  WORKING-STORAGE SECTION.
006400  01  DL-RC-FILE-STATUS            PIC X(02).
006500  01  DL-PS-FILE-STATUS            PIC X(02).
006600  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
006700  01  DL-SESS-FILE-STATUS          PIC X(02).
006800  01  DL-MODE                      PIC X(01).
006900      88  DL-BATCH-MODE                       VALUE 'B' 'b'.
007000  01  DL-PAY-FREQ                  PIC X(01).
007100  01  DL-COMPANY                   PIC X(02).
007200  01  DL-AUTH-RESULT               PIC 9(01).
007300  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
007400  01  DL-AUTH-LEVEL                PIC X(01) VALUE SPACE.
007500      88  DL-OPER-SUPER                       VALUE 'S' 'U'.
007600  01  DL-CHOICE                    PIC X(01).
007700  01  DL-CONFIRM                   PIC X(01).
007800  01  DL-BUFFER                    PIC X(08).
007900  01  DL-LOOK-DATE                 PIC 9(08).
008000  01  DL-EOF-SW                    PIC X(01).
008100      88  DL-END-OF-FILE                      VALUE 'Y'.
008200  01  DL-RECORD-COMPANY            PIC X(02).
008300  01  DL-RECORD-FREQ               PIC X(01).
008400  01  DL-LIST-COUNT                PIC 9(04).
008500  01  DL-STATUS-TEXT               PIC X(08).
008600*  LAST PERSTAT RECORD WHOSE PERIOD CONTAINS DL-LOOK-DATE.
008700  01  DL-FOUND-SW                  PIC X(01).
008800      88  DL-FOUND                            VALUE 'Y'.
008900  01  DL-FOUND-RECORD              PIC X(80).
009000  01  DL-FOUND-START               PIC 9(08).
009100  01  DL-FOUND-END                 PIC 9(08).
009200  01  DL-FOUND-RUN                 PIC 9(06).
009300  01  DL-FOUND-STATUS              PIC X(01).
009400*  THE RECORD 6000-APPEND-STATUS WRITES.
009500  01  DL-NEW-START                 PIC 9(08).
009600  01  DL-NEW-END                   PIC 9(08).
009700  01  DL-NEW-RUN                   PIC 9(06).
009800  01  DL-NEW-STATUS                PIC X(01).
009900  01  DL-NEW-REASON                PIC X(30).
010000  01  DL-NEW-IMAGE                 PIC X(80).
010100  01  DL-WRITTEN-SW                PIC X(01).
010200      88  DL-WRITTEN                          VALUE 'Y'.
010300*
010400  PROCEDURE DIVISION.
010500****************************************************************
010600*  0000-MAINLINE
010700****************************************************************
010800  0000-MAINLINE.
010900      PERFORM 0100-GET-OPTIONS THRU 0100-GET-OPTIONS-EXIT.
011000      PERFORM 0300-READ-SESSION THRU 0300-READ-SESSION-EXIT.
011100      IF DL-BATCH-MODE
011200          PERFORM 1000-CLOSE-RUN-PERIOD
011300              THRU 1000-CLOSE-RUN-PERIOD-EXIT
011400          GOBACK
011500      END-IF.
011600      IF NOT DL-OPER-SUPER
011700          DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - '
011800              'FUNZIONE RISERVATA AL SUPERVISORE'
011900          MOVE 8 TO RETURN-CODE
012000          GOBACK
012100      END-IF.
012200      CALL 'COMPAUTH' USING DL-COMPANY DL-AUTH-RESULT.
012300      IF DL-AUTH-RESULT NOT = 0
012400          DISPLAY 'AZIENDA ' DL-COMPANY
012500              ' NON AUTORIZZATA PER L''OPERATORE'
012600          MOVE 8 TO RETURN-CODE
012700          GOBACK
012800      END-IF.
012900      OPEN EXTEND CHANGE-LOG.
013000      IF DL-CHGLOG-FILE-STATUS = '35'
013100          OPEN OUTPUT CHANGE-LOG
013200          CLOSE CHANGE-LOG
013300          OPEN EXTEND CHANGE-LOG
013400      END-IF.
013500      IF DL-CHGLOG-FILE-STATUS NOT = '00'
013600          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
013700              DL-CHGLOG-FILE-STATUS
013800          MOVE 8 TO RETURN-CODE
013900          GOBACK
014000      END-IF.
014100      MOVE SPACE TO DL-CHOICE.
014200      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
014300          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
014400      CLOSE CHANGE-LOG.
014500      GOBACK.
014600****************************************************************
014700*  0100-GET-OPTIONS
014800*  MODE AND PAY FREQUENCY CARDS; FROM THE MENU THE COMPANY.
014900****************************************************************
015000  0100-GET-OPTIONS.
015100      MOVE SPACE TO DL-MODE.
015200      ACCEPT DL-MODE.
015300      IF DL-BATCH-MODE
015400          MOVE SPACE TO DL-PAY-FREQ
015500          ACCEPT DL-PAY-FREQ
015600          IF DL-PAY-FREQ = SPACE
015700              MOVE 'W' TO DL-PAY-FREQ
015800          END-IF
015900          GO TO 0100-GET-OPTIONS-EXIT
016000      END-IF.
016100      DISPLAY 'AZIENDA (INVIO = 01): '.
016200      MOVE SPACES TO DL-COMPANY.
016300      ACCEPT DL-COMPANY.
016400      IF DL-COMPANY = SPACES
016500          MOVE '01' TO DL-COMPANY
016600      END-IF.
016700  0100-GET-OPTIONS-EXIT.
016800      EXIT.
016900****************************************************************
017000*  0300-READ-SESSION
017100*  PICKS THE OPERATOR ID AND LEVEL UP FROM THE ONE-RECORD
017200*  OPERSESS FILE (THE NIGHT RECORD IN THE STREAM).  MISSING
017300*  FILE = IGNOTO.
017400****************************************************************
017500  0300-READ-SESSION.
017600      OPEN INPUT OPERATOR-SESSION.
017700      IF DL-SESS-FILE-STATUS NOT = '00'
017800          GO TO 0300-READ-SESSION-EXIT
017900      END-IF.
018000      READ OPERATOR-SESSION
018100          AT END
018200              CONTINUE
018300          NOT AT END
018400              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
018500              MOVE OS-AUTH-LEVEL TO DL-AUTH-LEVEL
018600      END-READ.
018700      CLOSE OPERATOR-SESSION.
018800  0300-READ-SESSION-EXIT.
018900      EXIT.
019000****************************************************************
019100*  1000-CLOSE-RUN-PERIOD
019200*  BATCH: CLOSE THE PERIOD ON RUNCTL UNLESS IT IS CLOSED ALREADY.
019300****************************************************************
019400  1000-CLOSE-RUN-PERIOD.
019500      OPEN INPUT RUN-CONTROL.
019600      IF DL-RC-FILE-STATUS NOT = '00'
019700          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
019800              DL-RC-FILE-STATUS
019900          MOVE 8 TO RETURN-CODE
020000          GO TO 1000-CLOSE-RUN-PERIOD-EXIT
020100      END-IF.
020200      READ RUN-CONTROL
020300          AT END
020400              DISPLAY 'RUNCTL VUOTO - CHIUSURA PERIODO RIFIUTATA'
020500              MOVE 8 TO RETURN-CODE
020600              CLOSE RUN-CONTROL
020700              GO TO 1000-CLOSE-RUN-PERIOD-EXIT
020800      END-READ.
020900      IF RN-COMPANY = SPACES
021000          MOVE '01' TO DL-COMPANY
021100      ELSE
021200          MOVE RN-COMPANY TO DL-COMPANY
021300      END-IF.
021400      MOVE RN-PERIOD-START TO DL-NEW-START.
021500      MOVE RN-PERIOD-END TO DL-NEW-END.
021600      MOVE RN-RUN-NUMBER TO DL-NEW-RUN.
021700      CLOSE RUN-CONTROL.
021800      DISPLAY 'AZIENDA ' DL-COMPANY '  FREQUENZA ' DL-PAY-FREQ
021900          '  CORSA ' DL-NEW-RUN
022000          '  PERIODO ' DL-NEW-START ' - ' DL-NEW-END.
022100      MOVE DL-NEW-START TO DL-LOOK-DATE.
022200      PERFORM 5000-FIND-PERIOD THRU 5000-FIND-PERIOD-EXIT.
022300      IF DL-FOUND AND DL-FOUND-STATUS = 'C'
022400          AND DL-FOUND-START = DL-NEW-START
022500          AND DL-FOUND-END = DL-NEW-END
022600          DISPLAY 'PERIODO GIA'' CHIUSO - NESSUNA AZIONE'
022700          GO TO 1000-CLOSE-RUN-PERIOD-EXIT
022800      END-IF.
022900      MOVE 'C' TO DL-NEW-STATUS.
023000      MOVE SPACES TO DL-NEW-REASON.
023100      STRING 'CHIUSURA FINE CORSA ' DL-NEW-RUN
023200          DELIMITED BY SIZE INTO DL-NEW-REASON.
023300      PERFORM 6000-APPEND-STATUS THRU 6000-APPEND-STATUS-EXIT.
023400      IF NOT DL-WRITTEN
023500          MOVE 8 TO RETURN-CODE
023600          GO TO 1000-CLOSE-RUN-PERIOD-EXIT
023700      END-IF.
023800      DISPLAY 'PERIODO CHIUSO'.
023900  1000-CLOSE-RUN-PERIOD-EXIT.
024000      EXIT.
024100****************************************************************
024200*  2000-ESEGUI
024300****************************************************************
024400  2000-ESEGUI.
024500      DISPLAY ' '.
024600      DISPLAY 'CHIUSURA PERIODI DI PAGA - AZIENDA ' DL-COMPANY.
024700      DISPLAY '  V) ELENCO STATO PERIODI'.
024800      DISPLAY '  R) RIAPRI UN PERIODO CHIUSO'.
024900      DISPLAY '  C) RICHIUDI UN PERIODO RIAPERTO'.
025000      DISPLAY '  F) FINE'.
025100      DISPLAY 'SCELTA?'.
025200      ACCEPT DL-CHOICE.
025300      EVALUATE DL-CHOICE
025400          WHEN 'V'
025500          WHEN 'v'
025600              PERFORM 3000-LIST-PERIODS
025700                  THRU 3000-LIST-PERIODS-EXIT
025800          WHEN 'R'
025900          WHEN 'r'
026000              MOVE 'R' TO DL-NEW-STATUS
026100              PERFORM 4000-CHANGE-STATUS
026200                  THRU 4000-CHANGE-STATUS-EXIT
026300          WHEN 'C'
026400          WHEN 'c'
026500              MOVE 'C' TO DL-NEW-STATUS
026600              PERFORM 4000-CHANGE-STATUS
026700                  THRU 4000-CHANGE-STATUS-EXIT
026800          WHEN 'F'
026900          WHEN 'f'
027000              CONTINUE
027100          WHEN OTHER
027200              DISPLAY 'SCELTA NON VALIDA'
027300      END-EVALUATE.
027400  2000-ESEGUI-EXIT.
027500      EXIT.
027600****************************************************************
027700*  3000-LIST-PERIODS
027800*  EVERY PERSTAT RECORD OF THE COMPANY, OLDEST FIRST.
027900****************************************************************
028000  3000-LIST-PERIODS.
028100      MOVE 0 TO DL-LIST-COUNT.
028200      OPEN INPUT PERIOD-STATUS.
028300      IF DL-PS-FILE-STATUS NOT = '00'
028400          DISPLAY 'NESSUN PERIODO CHIUSO'
028500          GO TO 3000-LIST-PERIODS-EXIT
028600      END-IF.
028700      MOVE 'N' TO DL-EOF-SW.
028800      PERFORM 3010-LIST-ONE THRU 3010-LIST-ONE-EXIT
028900          UNTIL DL-END-OF-FILE.
029000      CLOSE PERIOD-STATUS.
029100      IF DL-LIST-COUNT = 0
029200          DISPLAY 'NESSUN PERIODO CHIUSO PER L''AZIENDA'
029300      END-IF.
029400  3000-LIST-PERIODS-EXIT.
029500      EXIT.
029600  3010-LIST-ONE.
029700      READ PERIOD-STATUS
029800          AT END
029900              MOVE 'Y' TO DL-EOF-SW
030000              GO TO 3010-LIST-ONE-EXIT
030100      END-READ.
030200      PERFORM 5020-NORMALISE-KEY THRU 5020-NORMALISE-KEY-EXIT.
030300      IF DL-RECORD-COMPANY NOT = DL-COMPANY
030400          GO TO 3010-LIST-ONE-EXIT
030500      END-IF.
030600      ADD 1 TO DL-LIST-COUNT.
030700      IF PS-CLOSED
030800          MOVE 'CHIUSO' TO DL-STATUS-TEXT
030900      ELSE
031000          MOVE 'RIAPERTO' TO DL-STATUS-TEXT
031100      END-IF.
031200      DISPLAY DL-RECORD-FREQ ' ' PS-PERIOD-START '-'
031300          PS-PERIOD-END ' ' PS-RUN-NUMBER ' ' DL-STATUS-TEXT
031400          ' ' PS-DATE ' ' PS-OPERATOR-ID.
031500      DISPLAY '    ' PS-REASON.
031600  3010-LIST-ONE-EXIT.
031700      EXIT.
031800****************************************************************
031900*  4000-CHANGE-STATUS
032000*  REOPEN (DL-NEW-STATUS R) OR CLOSE AGAIN (C) THE PERIOD THAT
032100*  CONTAINS A DATE THE OPERATOR GIVES.  REASON MANDATORY.
032200****************************************************************
032300  4000-CHANGE-STATUS.
032400      DISPLAY 'FREQUENZA DI PAGA (W/M, INVIO = W)?'.
032500      MOVE SPACE TO DL-PAY-FREQ.
032600      ACCEPT DL-PAY-FREQ.
032700      IF DL-PAY-FREQ = SPACE OR 'w'
032800          MOVE 'W' TO DL-PAY-FREQ
032900      END-IF.
033000      IF DL-PAY-FREQ = 'm'
033100          MOVE 'M' TO DL-PAY-FREQ
033200      END-IF.
033300      IF DL-PAY-FREQ NOT = 'W' AND DL-PAY-FREQ NOT = 'M'
033400          DISPLAY 'FREQUENZA NON VALIDA'
033500          GO TO 4000-CHANGE-STATUS-EXIT
033600      END-IF.
033700      DISPLAY 'UNA DATA DEL PERIODO (AAAAMMGG)?'.
033800      MOVE SPACES TO DL-BUFFER.
033900      ACCEPT DL-BUFFER.
034000      IF DL-BUFFER NOT NUMERIC
034100          DISPLAY 'DATA NON VALIDA'
034200          GO TO 4000-CHANGE-STATUS-EXIT
034300      END-IF.
034400      MOVE DL-BUFFER TO DL-LOOK-DATE.
034500      PERFORM 5000-FIND-PERIOD THRU 5000-FIND-PERIOD-EXIT.
034600      IF NOT DL-FOUND
034700          DISPLAY 'NESSUN PERIODO CHIUSO CONTIENE LA DATA'
034800          GO TO 4000-CHANGE-STATUS-EXIT
034900      END-IF.
035000      DISPLAY 'PERIODO ' DL-FOUND-START ' - ' DL-FOUND-END
035100          '  CORSA ' DL-FOUND-RUN.
035200      IF DL-FOUND-STATUS = DL-NEW-STATUS
035300          IF DL-NEW-STATUS = 'R'
035400              DISPLAY 'PERIODO GIA'' RIAPERTO'
035500          ELSE
035600              DISPLAY 'PERIODO GIA'' CHIUSO'
035700          END-IF
035800          GO TO 4000-CHANGE-STATUS-EXIT
035900      END-IF.
036000      DISPLAY 'MOTIVO (OBBLIGATORIO)?'.
036100      MOVE SPACES TO DL-NEW-REASON.
036200      ACCEPT DL-NEW-REASON.
036300      IF DL-NEW-REASON = SPACES
036400          DISPLAY 'MOTIVO OBBLIGATORIO - OPERAZIONE ANNULLATA'
036500          GO TO 4000-CHANGE-STATUS-EXIT
036600      END-IF.
036700      IF DL-NEW-STATUS = 'R'
036800          DISPLAY 'CONFERMI LA RIAPERTURA (S/N)?'
036900      ELSE
037000          DISPLAY 'CONFERMI LA CHIUSURA (S/N)?'
037100      END-IF.
037200      MOVE SPACE TO DL-CONFIRM.
037300      ACCEPT DL-CONFIRM.
037400      IF DL-CONFIRM NOT = 'S' AND DL-CONFIRM NOT = 's'
037500          DISPLAY 'OPERAZIONE ANNULLATA'
037600          GO TO 4000-CHANGE-STATUS-EXIT
037700      END-IF.
037800      MOVE DL-FOUND-START TO DL-NEW-START.
037900      MOVE DL-FOUND-END TO DL-NEW-END.
038000      MOVE DL-FOUND-RUN TO DL-NEW-RUN.
038100      PERFORM 6000-APPEND-STATUS THRU 6000-APPEND-STATUS-EXIT.
038200      IF NOT DL-WRITTEN
038300          GO TO 4000-CHANGE-STATUS-EXIT
038400      END-IF.
038500      MOVE DL-NEW-STATUS TO CG-ACTION.
038600      MOVE 'PERST' TO CG-MATRICOLA.
038700      MOVE DL-FOUND-RECORD TO CG-BEFORE-IMAGE.
038800      MOVE DL-NEW-IMAGE TO CG-AFTER-IMAGE.
038900      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
039000      ACCEPT CG-RUN-TIME FROM TIME.
039100      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
039200      WRITE CHANGE-LOG-RECORD.
039300      IF DL-NEW-STATUS = 'R'
039400          DISPLAY 'PERIODO RIAPERTO'
039500      ELSE
039600          DISPLAY 'PERIODO CHIUSO'
039700      END-IF.
039800  4000-CHANGE-STATUS-EXIT.
039900      EXIT.
040000****************************************************************
040100*  5000-FIND-PERIOD
040200*  THE LAST PERSTAT RECORD FOR DL-COMPANY/DL-PAY-FREQ WHOSE
040300*  PERIOD CONTAINS DL-LOOK-DATE (THE SAME RULE AS PERCHK).
040400****************************************************************
040500  5000-FIND-PERIOD.
040600      MOVE 'N' TO DL-FOUND-SW.
040700      OPEN INPUT PERIOD-STATUS.
040800      IF DL-PS-FILE-STATUS NOT = '00'
040900          GO TO 5000-FIND-PERIOD-EXIT
041000      END-IF.
041100      MOVE 'N' TO DL-EOF-SW.
041200      PERFORM 5010-SCAN-ONE THRU 5010-SCAN-ONE-EXIT
041300          UNTIL DL-END-OF-FILE.
041400      CLOSE PERIOD-STATUS.
041500  5000-FIND-PERIOD-EXIT.
041600      EXIT.
041700  5010-SCAN-ONE.
041800      READ PERIOD-STATUS
041900          AT END
042000              MOVE 'Y' TO DL-EOF-SW
042100              GO TO 5010-SCAN-ONE-EXIT
042200      END-READ.
042300      PERFORM 5020-NORMALISE-KEY THRU 5020-NORMALISE-KEY-EXIT.
042400      IF DL-RECORD-COMPANY NOT = DL-COMPANY
042500          OR DL-RECORD-FREQ NOT = DL-PAY-FREQ
042600          OR DL-LOOK-DATE < PS-PERIOD-START
042700          OR DL-LOOK-DATE > PS-PERIOD-END
042800          GO TO 5010-SCAN-ONE-EXIT
042900      END-IF.
043000      MOVE 'Y' TO DL-FOUND-SW.
043100      MOVE PERIOD-STATUS-RECORD TO DL-FOUND-RECORD.
043200      MOVE PS-PERIOD-START TO DL-FOUND-START.
043300      MOVE PS-PERIOD-END TO DL-FOUND-END.
043400      MOVE PS-RUN-NUMBER TO DL-FOUND-RUN.
043500      MOVE PS-STATUS TO DL-FOUND-STATUS.
043600  5010-SCAN-ONE-EXIT.
043700      EXIT.
043800  5020-NORMALISE-KEY.
043900      IF PS-COMPANY = SPACES
044000          MOVE '01' TO DL-RECORD-COMPANY
044100      ELSE
044200          MOVE PS-COMPANY TO DL-RECORD-COMPANY
044300      END-IF.
044400      IF PS-PAY-FREQ = SPACE
044500          MOVE 'W' TO DL-RECORD-FREQ
044600      ELSE
044700          MOVE PS-PAY-FREQ TO DL-RECORD-FREQ
044800      END-IF.
044900  5020-NORMALISE-KEY-EXIT.
045000      EXIT.
045100****************************************************************
045200*  6000-APPEND-STATUS
045300*  APPENDS ONE PERSTAT RECORD FROM THE DL-NEW- FIELDS; THE FILE
045400*  IS CREATED ON FIRST USE.
045500****************************************************************
045600  6000-APPEND-STATUS.
045700      MOVE 'N' TO DL-WRITTEN-SW.
045800      OPEN EXTEND PERIOD-STATUS.
045900      IF DL-PS-FILE-STATUS = '35'
046000          OPEN OUTPUT PERIOD-STATUS
046100      END-IF.
046200      IF DL-PS-FILE-STATUS NOT = '00'
046300          DISPLAY 'IMPOSSIBILE SCRIVERE PERSTAT - STATUS '
046400              DL-PS-FILE-STATUS
046500          GO TO 6000-APPEND-STATUS-EXIT
046600      END-IF.
046700      MOVE DL-COMPANY TO PS-COMPANY.
046800      MOVE DL-PAY-FREQ TO PS-PAY-FREQ.
046900      MOVE DL-NEW-START TO PS-PERIOD-START.
047000      MOVE DL-NEW-END TO PS-PERIOD-END.
047100      MOVE DL-NEW-RUN TO PS-RUN-NUMBER.
047200      MOVE DL-NEW-STATUS TO PS-STATUS.
047300      ACCEPT PS-DATE FROM DATE YYYYMMDD.
047400      ACCEPT PS-TIME FROM TIME.
047500      MOVE DL-OPERATOR-ID TO PS-OPERATOR-ID.
047600      MOVE DL-NEW-REASON TO PS-REASON.
047700      WRITE PERIOD-STATUS-RECORD.
047800      MOVE PERIOD-STATUS-RECORD TO DL-NEW-IMAGE.
047900      CLOSE PERIOD-STATUS.
048000      MOVE 'Y' TO DL-WRITTEN-SW.
048100  6000-APPEND-STATUS-EXIT.
048200      EXIT.
