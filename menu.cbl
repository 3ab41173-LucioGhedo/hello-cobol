001561*  02/09/2026 LG  ADDED OPTION E FOR THE NEW EXCEPTION
001562*                 ACKNOWLEDGEMENT (EXCACK, PAY-CYCLE
001563*                 AUTHORITY).
001564*  15/10/2026 LG  ADDED OPTION F FOR THE NEW DEDUCTION-AGREEMENT
001565*                 MAINTENANCE (AGRMNT - ADVANCES, LOANS,
001566*                 GARNISHMENTS; MASTER AUTHORITY).
001567*  15/10/2026 LG  ADDED OPTION G FOR THE NEW COST-CENTER BUDGET
001568*                 MAINTENANCE (CCBMNT, MASTER AUTHORITY).
001569*  15/10/2026 LG  ADDED OPTION H FOR THE NEW COMPANY MAINTENANCE
001570*                 (COMPMNT, MASTER AUTHORITY).  OP-COMPANIES
001571*                 (OPERFILE 39 -> 49) GO INTO OPERSESS FOR THE
001572*                 CALLED PROGRAMS TO CHECK THROUGH COMPAUTH.
001573*  15/10/2026 LG  ADDED OPTION I FOR THE NEW ADVANCE LEAVE
001574*                 BOOKING PROGRAM (LVBMNT) - MASTER AUTHORITY.
001575*  15/10/2026 LG  ADDED OPTION J FOR THE NEW PRE-RUN READINESS
001576*                 CHECKLIST (PREFLT, PAY-CYCLE AUTHORITY) - A
001577*                 SUPERVISOR MAY FORCE A NO-GO FROM HERE.
001578*  15/10/2026 LG  ADDED OPTION K FOR THE NEW PAY-PERIOD CLOSE
001579*                 (PERCLOSE) - SUPERVISORS ONLY; REOPENING A
001580*                 CLOSED PERIOD IS LOGGED TO CHGLOG WITH A REASON.
001581*  15/10/2026 LG  ADDED OPTION L TO REPRINT THE CONFIDENTIAL
001582*                 PAYROLL ANOMALY AUDIT REPORT (PAYAUDIT) -
001583*                 SUPERVISORS ONLY; EVERY REPRINT IS LOGGED TO
001584*                 CHGLOG.
001585*  15/10/2026 LG  EVERY SIGN-ON ATTEMPT (GOOD, UNKNOWN ID, WRONG
001586*                 PASSWORD, ALREADY DISABLED), THE LOCKOUT ON THE
001587*                 THIRD WRONG PASSWORD, EVERY MENU CHOICE, EVERY
001588*                 AUTHORITY REFUSAL AND THE SIGN-OFF ARE NOW
001589*                 WRITTEN TO THE APPEND-ONLY SECURITY LOG SECLOG
001590*                 (SECLOG.CPY) WITH THE OPERATOR, DATE AND TIME,
001591*                 FOR THE WEEKLY SECRPT SECURITY REPORT.
001592*  15/10/2026 LG  ADDED OPTION M FOR THE NEW COST-CENTER SPLIT
001593*                 MAINTENANCE (ALCMNT, MASTER AUTHORITY).
001594*  15/10/2026 LG  ADDED OPTION N FOR THE NEW CHEQUE AND CASH
001595*                 VOUCHER REGISTER (CHQMNT, PAY-CYCLE AUTHORITY).
001596****************************************************************
001600  ENVIRONMENT DIVISION.
001700  CONFIGURATION SECTION.
001800  SOURCE-COMPUTER. IBM-PC.
001960          ORGANIZATION LINE SEQUENTIAL.
001965      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
001970          ORGANIZATION LINE SEQUENTIAL.
001971      SELECT SECURITY-LOG ASSIGN TO "SECLOG"
001972          ORGANIZATION LINE SEQUENTIAL
001973          FILE STATUS IS DL-SEC-FILE-STATUS.
002000  DATA DIVISION.
002010  FILE SECTION.
002020  FD  OPERATOR-FILE.
002030  COPY OPERREC.
002040  FD  OPERATOR-WORK.
002050  01  OPERATOR-WORK-RECORD        PIC X(49).
002070  FD  OPERATOR-SESSION.
002080  COPY OPRSESS.
002081  FD  SECURITY-LOG.
002082  COPY SECLOG.
002100  WORKING-STORAGE SECTION.
002200  01  DL-CHOICE                   PIC X(01).
002300      88  DL-CHOICE-EXIT                      VALUE 'X' 'x'.
002397  01  DL-OPER-STATUS              PIC X(01).
002398      88  DL-OPER-DISABLED                    VALUE 'D'.
002399  01  DL-OPER-FAILS               PIC 9(01).
002400  01  DL-OPER-COMPANIES           PIC X(10).
002401  01  DL-UPD-MODE                 PIC X(01).
002402  01  DL-AUTH-OK-SW               PIC X(01).
002403      88  DL-AUTH-OK                          VALUE 'Y'.
002405  01  DL-SEC-FILE-STATUS          PIC X(02).
002406  01  DL-SEC-EVENT                PIC X(01).
002407  01  DL-LOCKED-SW                PIC X(01).
002408      88  DL-LOCKED                           VALUE 'Y'.
002448*
002500  PROCEDURE DIVISION.
002600****************************************************************
002700*  0000-MAINLINE
002960      PERFORM 0600-WRITE-SESSION THRU 0600-WRITE-SESSION-EXIT.
003000      PERFORM 1000-SHOW-MENU THRU 1000-SHOW-MENU-EXIT
003100          UNTIL DL-CHOICE-EXIT.
003110      MOVE 'O' TO DL-SEC-EVENT.
003120      PERFORM 0700-WRITE-SECLOG THRU 0700-WRITE-SECLOG-EXIT.
003200      STOP RUN.
003210****************************************************************
003220*  0500-SIGN-ON
003370          THRU 0510-FIND-OPERATOR-EXIT.
003380      IF NOT DL-ID-FOUND
003390          DISPLAY 'OPERATORE SCONOSCIUTO - RIPROVA'
003392          MOVE SPACE TO DL-OPER-AUTH
003394          MOVE 'U' TO DL-SEC-EVENT
003396          PERFORM 0700-WRITE-SECLOG THRU 0700-WRITE-SECLOG-EXIT
003400          GO TO 0500-SIGN-ON-EXIT
003410      END-IF.
003420      IF DL-OPER-DISABLED OR DL-OPER-FAILS >= 3
003430          DISPLAY 'OPERATORE DISABILITATO - CONTATTA IL '
003440              'SUPERVISORE'
003442          MOVE 'D' TO DL-SEC-EVENT
003444          PERFORM 0700-WRITE-SECLOG THRU 0700-WRITE-SECLOG-EXIT
003450          GO TO 0500-SIGN-ON-EXIT
003460      END-IF.
003470      DISPLAY 'PASSWORD?'.
003480      ACCEPT DL-ENTERED-PASSWORD.
003490      IF DL-ENTERED-PASSWORD NOT = DL-OPER-PASSWORD
003500          DISPLAY 'PASSWORD ERRATA'
003505          MOVE 'N' TO DL-LOCKED-SW
003510          MOVE 'F' TO DL-UPD-MODE
003520          PERFORM 0550-UPDATE-OPERATOR
003530              THRU 0550-UPDATE-OPERATOR-EXIT
003532          MOVE 'F' TO DL-SEC-EVENT
003534          PERFORM 0700-WRITE-SECLOG THRU 0700-WRITE-SECLOG-EXIT
003535          IF DL-LOCKED
003536              MOVE 'L' TO DL-SEC-EVENT
003537              PERFORM 0700-WRITE-SECLOG
003538                  THRU 0700-WRITE-SECLOG-EXIT
003539          END-IF
003540          GO TO 0500-SIGN-ON-EXIT
003550      END-IF.
003560      IF DL-OPER-FAILS > 0
003590              THRU 0550-UPDATE-OPERATOR-EXIT
003600      END-IF.
003610      MOVE 'Y' TO DL-SIGNON-SW.
003615      MOVE 'N' TO DL-SEC-EVENT.
003617      PERFORM 0700-WRITE-SECLOG THRU 0700-WRITE-SECLOG-EXIT.
003620      DISPLAY 'BENVENUTO ' DL-OPER-NAME.
003630  0500-SIGN-ON-EXIT.
003640      EXIT.
003950                  MOVE OP-PASSWORD TO DL-OPER-PASSWORD
003960                  MOVE OP-STATUS TO DL-OPER-STATUS
003970                  MOVE OP-FAIL-COUNT TO DL-OPER-FAILS
003975                  MOVE OP-COMPANIES TO DL-OPER-COMPANIES
003980              END-IF
003990      END-READ.
004000  0520-CHECK-ONE-OPERATOR-EXIT.
004390              END-IF
004400              IF OP-FAIL-COUNT >= 3
004410                  MOVE 'D' TO OP-STATUS
004415                  MOVE 'Y' TO DL-LOCKED-SW
004420                  DISPLAY 'TROPPI TENTATIVI - OPERATORE '
004430                      'DISABILITATO'
004440              END-IF
004600      EXIT.
004610****************************************************************
004620*  0600-WRITE-SESSION
004630*  LEAVES THE SIGNED-ON ID, AUTHORITY AND ALLOWED COMPANIES
004640*  IN THE ONE-RECORD OPERSESS FILE FOR EVERY PROGRAM CALLED
004645*  FROM HERE.
004650****************************************************************
004660  0600-WRITE-SESSION.
004670      OPEN OUTPUT OPERATOR-SESSION.
004680      MOVE DL-ENTERED-ID TO OS-OPERATOR-ID.
004690      MOVE DL-OPER-AUTH TO OS-AUTH-LEVEL.
004695      MOVE DL-OPER-COMPANIES TO OS-COMPANIES.
004700      WRITE OPERATOR-SESSION-RECORD.
004710      CLOSE OPERATOR-SESSION.
004720  0600-WRITE-SESSION-EXIT.
004730      EXIT.
004731****************************************************************
004732*  0700-WRITE-SECLOG / 0800-LOG-REFUSAL
004733*  APPENDS ONE DL-SEC-EVENT RECORD FOR DL-ENTERED-ID TO THE
004734*  SECURITY LOG (SECLOG.CPY), WITH THE MENU CHOICE FOR A
004735*  SELECTION OR REFUSAL.  THE FILE IS OPENED AND CLOSED FOR
004736*  EACH EVENT SO THAT NOTHING IS LOST IF A CALLED PROGRAM
004737*  ABENDS.  A LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES
004738*  NOT STOP THE SESSION.
004739****************************************************************
004740  0700-WRITE-SECLOG.
004741      OPEN EXTEND SECURITY-LOG.
004742      IF DL-SEC-FILE-STATUS = '35'
004743          OPEN OUTPUT SECURITY-LOG
004744          CLOSE SECURITY-LOG
004745          OPEN EXTEND SECURITY-LOG
004746      END-IF.
004747      IF DL-SEC-FILE-STATUS NOT = '00'
004748          DISPLAY 'REGISTRO SICUREZZA NON DISPONIBILE - STATUS '
004749              DL-SEC-FILE-STATUS
004750          GO TO 0700-WRITE-SECLOG-EXIT
004751      END-IF.
004752      MOVE SPACES TO SECURITY-LOG-RECORD.
004753      ACCEPT SL-DATE FROM DATE YYYYMMDD.
004754      ACCEPT SL-TIME FROM TIME.
004755      MOVE DL-ENTERED-ID TO SL-OPERATOR-ID.
004756      MOVE DL-OPER-AUTH TO SL-AUTH-LEVEL.
004757      MOVE DL-SEC-EVENT TO SL-EVENT.
004758      IF SL-SELECTION OR SL-REFUSAL
004759          MOVE DL-CHOICE TO SL-OPTION
004760      END-IF.
004761      WRITE SECURITY-LOG-RECORD.
004762      CLOSE SECURITY-LOG.
004763  0700-WRITE-SECLOG-EXIT.
004764      EXIT.
004765  0800-LOG-REFUSAL.
004766      MOVE 'R' TO DL-SEC-EVENT.
004767      PERFORM 0700-WRITE-SECLOG THRU 0700-WRITE-SECLOG-EXIT.
004768  0800-LOG-REFUSAL-EXIT.
004769      EXIT.
004770****************************************************************
004771*  1000-SHOW-MENU
004772*  DISPLAYS THE MENU, ACCEPTS ONE CHOICE, AND CALLS THE
004773*  MATCHING PROGRAM.  AN UNRECOGNIZED CHOICE JUST RE-DISPLAYS
004774*  THE MENU.  PAY-CYCLE OPTIONS NEED P (OR S), MASTER
004775*  MAINTENANCE NEEDS M (OR S), OPRMNT NEEDS S.
004776****************************************************************
004810  1000-SHOW-MENU.
004820      DISPLAY ' '.
004830      DISPLAY 'ACME PAYROLL SERVICES - MENU PRINCIPALE'.
004950      DISPLAY '  C) OPRMNT   - GESTIONE OPERATORI'.
004955      DISPLAY '  D) RUNMNT   - RUN-CONTROL'.
004957      DISPLAY '  E) EXCACK   - GESTIONE ECCEZIONI'.
004958      DISPLAY '  F) AGRMNT   - ANTICIPI/PRESTITI/PIGNORAMENTI'.
004959      DISPLAY '  G) CCBMNT   - BUDGET CENTRI DI COSTO'.
004960      DISPLAY '  H) COMPMNT  - ANAGRAFICA AZIENDE'.
004962      DISPLAY '  I) LVBMNT   - PRENOTAZIONE FERIE/PERMESSI'.
004963      DISPLAY '  J) PREFLT   - VERIFICA PRE-ELABORAZIONE'.
004964      DISPLAY '  K) PERCLOSE - CHIUSURA/RIAPERTURA PERIODI'.
004966      DISPLAY '  L) PAYAUDIT - RISTAMPA RAPPORTO DI AUDIT'.
004967      DISPLAY '  M) ALCMNT   - RIPARTIZIONE SU PIU'' CENTRI'.
004968      DISPLAY '  N) CHQMNT   - ASSEGNI E BUONI DI CASSA'.
004969      DISPLAY '  X) USCITA'.
004970      DISPLAY 'SCELTA?'.
004980      ACCEPT DL-CHOICE.
004982      IF NOT DL-CHOICE-EXIT
004984          MOVE 'M' TO DL-SEC-EVENT
004986          PERFORM 0700-WRITE-SECLOG THRU 0700-WRITE-SECLOG-EXIT
004988      END-IF.
004990      EVALUATE DL-CHOICE
005000          WHEN '1'
005010              PERFORM 1200-CHECK-PAYRUN-AUTH
006020              ELSE
006030                  DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - '
006040                      'FUNZIONE RISERVATA AL SUPERVISORE'
006041                  PERFORM 0800-LOG-REFUSAL
006042                      THRU 0800-LOG-REFUSAL-EXIT
006050              END-IF
006060          WHEN 'D'
006070          WHEN 'd'
006103              IF DL-AUTH-OK
006104                  CALL 'EXCACK'
006105              END-IF
006115          WHEN 'F'
006125          WHEN 'f'
006126              PERFORM 1300-CHECK-MASTER-AUTH
006127                  THRU 1300-CHECK-MASTER-AUTH-EXIT
006128              IF DL-AUTH-OK
006129                  CALL 'AGRMNT'
006130              END-IF
006131          WHEN 'G'
006132          WHEN 'g'
006133              PERFORM 1300-CHECK-MASTER-AUTH
006134                  THRU 1300-CHECK-MASTER-AUTH-EXIT
006135              IF DL-AUTH-OK
006136                  CALL 'CCBMNT'
006137              END-IF
006138          WHEN 'H'
006139          WHEN 'h'
006140              PERFORM 1300-CHECK-MASTER-AUTH
006141                  THRU 1300-CHECK-MASTER-AUTH-EXIT
006142              IF DL-AUTH-OK
006143                  CALL 'COMPMNT'
006144              END-IF
006145          WHEN 'I'
006146          WHEN 'i'
006147              PERFORM 1300-CHECK-MASTER-AUTH
006148                  THRU 1300-CHECK-MASTER-AUTH-EXIT
006149              IF DL-AUTH-OK
006150                  CALL 'LVBMNT'
006151              END-IF
006152          WHEN 'J'
006153          WHEN 'j'
006154              PERFORM 1200-CHECK-PAYRUN-AUTH
006155                  THRU 1200-CHECK-PAYRUN-AUTH-EXIT
006156              IF DL-AUTH-OK
006157                  CALL 'PREFLT'
006158              END-IF
006159          WHEN 'K'
006160          WHEN 'k'
006161              IF DL-OPER-SUPER
006162                  CALL 'PERCLOSE'
006163              ELSE
006164                  DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - '
006165                      'FUNZIONE RISERVATA AL SUPERVISORE'
006166                  PERFORM 0800-LOG-REFUSAL
006167                      THRU 0800-LOG-REFUSAL-EXIT
006168              END-IF
006169          WHEN 'L'
006170          WHEN 'l'
006171              IF DL-OPER-SUPER
006172                  CALL 'PAYAUDIT'
006173              ELSE
006174                  DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - '
006175                      'FUNZIONE RISERVATA AL SUPERVISORE'
006176                  PERFORM 0800-LOG-REFUSAL
006177                      THRU 0800-LOG-REFUSAL-EXIT
006178              END-IF
006179          WHEN 'M'
006180          WHEN 'm'
006181              PERFORM 1300-CHECK-MASTER-AUTH
006182                  THRU 1300-CHECK-MASTER-AUTH-EXIT
006183              IF DL-AUTH-OK
006184                  CALL 'ALCMNT'
006185              END-IF
006186          WHEN 'N'
006187          WHEN 'n'
006188              PERFORM 1200-CHECK-PAYRUN-AUTH
006189                  THRU 1200-CHECK-PAYRUN-AUTH-EXIT
006190              IF DL-AUTH-OK
006191                  CALL 'CHQMNT'
006192              END-IF
006193          WHEN 'X'
006194          WHEN 'x'
006200              CONTINUE
006300          WHEN OTHER
006400              DISPLAY 'SCELTA NON VALIDA'
006810      ELSE
006820          DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - SERVE '
006830              'LIVELLO P O S'
006831          PERFORM 0800-LOG-REFUSAL
006832              THRU 0800-LOG-REFUSAL-EXIT
006840      END-IF.
006850  1200-CHECK-PAYRUN-AUTH-EXIT.
006860      EXIT.
006910      ELSE
006920          DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - SERVE '
006930              'LIVELLO M O S'
006931          PERFORM 0800-LOG-REFUSAL
006932              THRU 0800-LOG-REFUSAL-EXIT
006940      END-IF.
006950  1300-CHECK-MASTER-AUTH-EXIT.
006960      EXIT.
