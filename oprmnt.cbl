001700*  LOGGED TO CHGLOG WITH THE OPERSESS OPERATOR ID.
001800*  MOD HISTORY
001900*  02/09/2026 LG  NEW.
001910*  15/10/2026 LG  OPERATORS CAN BE LIMITED TO A LIST OF UP TO
001920*                 FIVE COMPANIES (OP-COMPANIES, RECORD 39 ->
001930*                 49): ASKED ON AN ADD AND CHANGED WITH THE NEW
001940*                 CHOICE L.  EVERY CODE MUST BE ON COMPREF; A
001950*                 BLANK LIST LEAVES THE OPERATOR UNLIMITED.
002000****************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
004100  FD  OPERATOR-FILE.
004200  COPY OPERREC.
004300  FD  OPERATOR-WORK.
004400  01  OPERATOR-WORK-RECORD         PIC X(49).
004500  FD  CHANGE-LOG.
004600  COPY CHGLOG.
004700  FD  OPERATOR-SESSION.
006200  01  DL-NEW-AUTH                  PIC X(01).
006300  01  DL-NEW-PASSWORD              PIC X(08).
006400  01  DL-ACTION                    PIC X(01).
006410  01  DL-NEW-COMPANIES.
006420      05  DL-NEW-COMPANY           OCCURS 5 TIMES
006430                                   PIC X(02).
006440  01  DL-CO-I                      PIC 9(01).
006450  01  DL-CO-VALID-SW               PIC X(01).
006460      88  DL-COMPANIES-VALID                  VALUE 'Y'.
006470  01  DL-COMPANY-INFO              PIC X(80).
006480  01  DL-COMPANY-RESULT            PIC 9(01).
006500*
006600  PROCEDURE DIVISION.
006700****************************************************************
011600      DISPLAY '  D) DISABILITA OPERATORE'.
011700      DISPLAY '  E) RIABILITA OPERATORE'.
011800      DISPLAY '  R) RESET PASSWORD E TENTATIVI'.
011850      DISPLAY '  L) AZIENDE AUTORIZZATE'.
011900      DISPLAY '  F) FINE'.
012000      DISPLAY 'SCELTA?'.
012100      ACCEPT DL-CHOICE.
013900              MOVE 'R' TO DL-ACTION
014000              PERFORM 4000-UPDATE-OPERATOR
014100                  THRU 4000-UPDATE-OPERATOR-EXIT
014110          WHEN 'L'
014120          WHEN 'l'
014130              MOVE 'L' TO DL-ACTION
014140              PERFORM 4000-UPDATE-OPERATOR
014150                  THRU 4000-UPDATE-OPERATOR-EXIT
014200          WHEN 'F'
014300          WHEN 'f'
014400              CONTINUE
016500      PERFORM 8300-ACCEPT-AUTH THRU 8300-ACCEPT-AUTH-EXIT.
016600      PERFORM 8400-ACCEPT-PASSWORD
016700          THRU 8400-ACCEPT-PASSWORD-EXIT.
016750      PERFORM 8500-ACCEPT-COMPANIES
016760          THRU 8500-ACCEPT-COMPANIES-EXIT.
016800      OPEN EXTEND OPERATOR-FILE.
016900      IF DL-OPER-FILE-STATUS = '35'
017000          OPEN OUTPUT OPERATOR-FILE
018200      MOVE DL-NEW-PASSWORD TO OP-PASSWORD.
018300      MOVE 'A' TO OP-STATUS.
018400      MOVE 0 TO OP-FAIL-COUNT.
018450      MOVE DL-NEW-COMPANIES TO OP-COMPANIES.
018500      WRITE OPERATOR-RECORD.
018600      CLOSE OPERATOR-FILE.
018700      MOVE 'A' TO CG-ACTION.
019500      EXIT.
019600****************************************************************
019700*  4000-UPDATE-OPERATOR
019800*  DISABLE (D), RE-ENABLE (E), RESET PASSWORD AND STRIKES
019900*  (R) OR SET THE ALLOWED COMPANIES (L) FOR ONE OPERATOR,
019950*  THROUGH THE WORK-FILE PASS.
020000****************************************************************
020100  4000-UPDATE-OPERATOR.
020200      PERFORM 8100-ACCEPT-ID THRU 8100-ACCEPT-ID-EXIT.
021000          PERFORM 8400-ACCEPT-PASSWORD
021100              THRU 8400-ACCEPT-PASSWORD-EXIT
021200      END-IF.
021210      IF DL-ACTION = 'L'
021220          PERFORM 8500-ACCEPT-COMPANIES
021230              THRU 8500-ACCEPT-COMPANIES-EXIT
021240      END-IF.
021300      PERFORM 7000-REWRITE-PASS THRU 7000-REWRITE-PASS-EXIT.
021400      EVALUATE DL-ACTION
021500          WHEN 'D'
021900          WHEN 'R'
022000              DISPLAY 'PASSWORD E TENTATIVI DI ' DL-NEW-ID
022100                  ' AZZERATI'
022110          WHEN 'L'
022120              DISPLAY 'AZIENDE DI ' DL-NEW-ID ' AGGIORNATE'
022200      END-EVALUATE.
022300  4000-UPDATE-OPERATOR-EXIT.
022400      EXIT.
028900                  MOVE DL-NEW-PASSWORD TO OP-PASSWORD
029000                  MOVE 'A' TO OP-STATUS
029100                  MOVE 0 TO OP-FAIL-COUNT
029110              WHEN 'L'
029120                  MOVE DL-NEW-COMPANIES TO OP-COMPANIES
029200          END-EVALUATE
029300          MOVE 'C' TO CG-ACTION
029400          MOVE DL-NEW-ID TO CG-MATRICOLA
032200  6000-WRITE-CHANGE-LOG-EXIT.
032300      EXIT.
032400****************************************************************
032500*  8100-ACCEPT-ID THRU 8500-ACCEPT-COMPANIES
032600*  FIELD-LEVEL ACCEPT HELPERS, RE-PROMPTING UNTIL GOOD.
032700****************************************************************
032800  8100-ACCEPT-ID.
038500      END-IF.
038600  8410-GET-PASSWORD-EXIT.
038700      EXIT.
038800  8500-ACCEPT-COMPANIES.
038900      MOVE 'N' TO DL-CO-VALID-SW.
039000      PERFORM 8510-GET-COMPANIES THRU 8510-GET-COMPANIES-EXIT
039100          UNTIL DL-COMPANIES-VALID.
039200  8500-ACCEPT-COMPANIES-EXIT.
039300      EXIT.
039400  8510-GET-COMPANIES.
039500      DISPLAY 'AZIENDE AUTORIZZATE (FINO A 5 CODICI DI 2 '
039600          'CARATTERI UNITI, ES. 0102; VUOTO = TUTTE)?'.
039700      MOVE SPACES TO DL-NEW-COMPANIES.
039800      ACCEPT DL-NEW-COMPANIES.
039900      MOVE 'Y' TO DL-CO-VALID-SW.
040000      PERFORM 8520-CHECK-ONE-COMPANY
040100          THRU 8520-CHECK-ONE-COMPANY-EXIT
040200          VARYING DL-CO-I FROM 1 BY 1 UNTIL DL-CO-I > 5.
040300  8510-GET-COMPANIES-EXIT.
040400      EXIT.
040500  8520-CHECK-ONE-COMPANY.
040600      IF DL-NEW-COMPANY(DL-CO-I) = SPACES
040700          GO TO 8520-CHECK-ONE-COMPANY-EXIT
040800      END-IF.
040900      CALL 'COMPINFO' USING DL-NEW-COMPANY(DL-CO-I)
041000          DL-COMPANY-INFO DL-COMPANY-RESULT.
041100      IF DL-COMPANY-RESULT = 1 OR DL-COMPANY-RESULT = 2
041200          DISPLAY 'AZIENDA ' DL-NEW-COMPANY(DL-CO-I)
041300              ' NON IN ANAGRAFICA AZIENDE'
041400          MOVE 'N' TO DL-CO-VALID-SW
041500      END-IF.
041600  8520-CHECK-ONE-COMPANY-EXIT.
041700      EXIT.
