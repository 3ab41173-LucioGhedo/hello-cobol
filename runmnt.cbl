001840*  CONTIGUOUS WITH THE OLD END MUST BE CONFIRMED (THAT IS
001860*  WHAT A DELIBERATE RERUN LOOKS LIKE).  THE RUN NUMBER
001880*  ALWAYS INCREMENTS BY ITSELF.
001900*  EACH CONTROL FILE HOLDS ONE RECORD PER COMPANY; THE OPERATOR
002000*  PICKS THE COMPANY (ACTIVE, AND ONE THEY ARE ALLOWED) FIRST.
002100*  EVERY CHANGE IS LOGGED TO CHGLOG (KEY RUNCT) WITH THE
002200*  BEFORE/AFTER IMAGES AND THE OPERSESS OPERATOR ID, SO WE
002300*  KNOW WHO POINTED THE STREAM AT THE WRONG WEEK.
002590*                 WEEKLY FILE.  THE RUN-NUMBER SERIES ARE
002595*                 ENFORCED SO PAYREST AND THE YTD PERIOD GUARD
002596*                 CAN NEVER SEE A CROSS-STREAM COLLISION.
002597*  15/10/2026 LG  ONE RECORD PER COMPANY IN EACH CONTROL FILE
002598*                 (RN-COMPANY); COMPANY ASKED AT ENTRY, OPTION Z.
002599*                 RUN NUMBER = HIGHEST IN THE FILE PLUS ONE.
002600****************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
004500  FD  RUN-CONTROL.
004600  COPY RUNCTL.
004610  FD  RUN-CONTROL-M.
004620  01  RUN-CONTROL-M-RECORD         PIC X(32).
004630  FD  RUN-CONTROL-O.
004640  01  RUN-CONTROL-O-RECORD         PIC X(32).
004700  FD  CHANGE-LOG.
004800  COPY CHGLOG.
004900  FD  OPERATOR-SESSION.
005380  01  DL-STREAM-PICK               PIC X(01).
005390  01  DL-RC-FOUND-SW               PIC X(01).
005395  01  DL-INIT-SW                   PIC X(01).
005396  01  DL-RC-OPEN-SW                PIC X(01).
005397  01  DL-RC-EOF-SW                 PIC X(01).
005398      88  DL-RC-END-OF-FILE                   VALUE 'Y'.
005399  01  DL-RC-OVERFLOW-SW            PIC X(01).
005400      88  DL-RC-OVERFLOW                      VALUE 'Y'.
005401  01  DL-RC-TABLE.
005402      05  DL-RC-ENTRY              OCCURS 50 TIMES
005403                                   PIC X(32).
005404  01  DL-RC-COUNT                  PIC 9(02) COMP.
005405  01  DL-RC-IX                     PIC 9(02) COMP.
005406  01  DL-RC-I                      PIC 9(02) COMP.
005407  01  DL-MAX-RUN-NUMBER            PIC 9(06).
005408  01  DL-COMPANY                   PIC X(02) VALUE SPACES.
005409  01  DL-NEW-COMPANY               PIC X(02).
005410  01  DL-COMPANY-INFO.
005411      05  DL-CI-CODE               PIC X(02).
005412      05  DL-CI-NAME               PIC X(30).
005413      05  FILLER                   PIC X(48).
005414  01  DL-COMPANY-RESULT            PIC 9(01).
005415  01  DL-AUTH-RESULT               PIC 9(01).
005416  01  DL-COMPANY-OK-SW             PIC X(01).
005417      88  DL-COMPANY-OK                       VALUE 'Y'.
005420  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
005500  01  DL-SESS-FILE-STATUS          PIC X(02).
005600  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
005700  01  DL-CHOICE                    PIC X(01).
005800  01  DL-VALID-SW                  PIC X(01).
005900  01  DL-CONFIRM                   PIC X(01).
006000  01  DL-OLD-RECORD                PIC X(32).
006100  01  DL-OLD-END                   PIC 9(08).
006200  01  DL-OLD-RUN-NUMBER            PIC 9(06).
006300  01  DL-NEW-START                 PIC 9(08).
010800          MOVE 8 TO RETURN-CODE
010900          GOBACK
011000      END-IF.
011010      PERFORM 2600-SELECT-COMPANY
011020          THRU 2600-SELECT-COMPANY-EXIT.
011030      IF NOT DL-COMPANY-OK
011040          CLOSE CHANGE-LOG
011050          GOBACK
011060      END-IF.
011100      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
011200          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
011300      CLOSE CHANGE-LOG.
013600****************************************************************
013700  2000-ESEGUI.
013800      DISPLAY ' '.
013900      DISPLAY 'MANUTENZIONE RUN-CONTROL (' DL-STREAM-NAME
013910          ' - AZIENDA ' DL-COMPANY ' ' DL-CI-NAME ')'.
014000      DISPLAY '  V) VISUALIZZA RECORD CORRENTE'.
014100      DISPLAY '  A) AVANZA AL PERIODO SUCCESSIVO'.
014200      DISPLAY '  S) IMPOSTA PERIODO (RIESECUZIONE)'.
014250      DISPLAY '  C) CAMBIA FLUSSO'.
014260      DISPLAY '  Z) CAMBIA AZIENDA'.
014300      DISPLAY '  F) FINE'.
014400      DISPLAY 'SCELTA?'.
014500      ACCEPT DL-CHOICE.
015820          WHEN 'c'
015830              PERFORM 2500-SELECT-STREAM
015840                  THRU 2500-SELECT-STREAM-EXIT
015850          WHEN 'Z'
015860          WHEN 'z'
015870              PERFORM 2600-SELECT-COMPANY
015880                  THRU 2600-SELECT-COMPANY-EXIT
015900          WHEN 'F'
016000          WHEN 'f'
016100              CONTINUE
016755      END-EVALUATE.
016760  2500-SELECT-STREAM-EXIT.
016765      EXIT.
016766****************************************************************
016767*  2600-SELECT-COMPANY
016768*  PICKS THE COMPANY WHOSE RECORD THE OTHER OPTIONS WORK ON.
016769*  IT MUST BE ACTIVE ON COMPREF AND ALLOWED TO THE OPERATOR;
016770*  A REFUSED ANSWER KEEPS THE COMPANY ALREADY IN USE (AT
016771*  ENTRY THERE IS NONE AND THE PROGRAM ENDS).
016772****************************************************************
016773  2600-SELECT-COMPANY.
016774      IF DL-COMPANY = SPACES
016775          MOVE 'N' TO DL-COMPANY-OK-SW
016776      END-IF.
016777      DISPLAY 'AZIENDA (2 CARATTERI, INVIO = 01)?'.
016778      MOVE SPACES TO DL-NEW-COMPANY.
016779      ACCEPT DL-NEW-COMPANY.
016780      IF DL-NEW-COMPANY = SPACES
016781          MOVE '01' TO DL-NEW-COMPANY
016782      END-IF.
016783      CALL 'COMPINFO' USING DL-NEW-COMPANY DL-COMPANY-INFO
016784          DL-COMPANY-RESULT.
016785      IF DL-COMPANY-RESULT NOT = 0
016786          DISPLAY 'AZIENDA ' DL-NEW-COMPANY
016787              ' NON ATTIVA IN ANAGRAFICA AZIENDE'
016788          GO TO 2600-SELECT-COMPANY-EXIT
016789      END-IF.
016790      CALL 'COMPAUTH' USING DL-NEW-COMPANY DL-AUTH-RESULT.
016791      IF DL-AUTH-RESULT NOT = 0
016792          DISPLAY 'AZIENDA ' DL-NEW-COMPANY
016793              ' NON AUTORIZZATA PER L''OPERATORE'
016794          GO TO 2600-SELECT-COMPANY-EXIT
016795      END-IF.
016796      MOVE DL-NEW-COMPANY TO DL-COMPANY.
016797      MOVE 'Y' TO DL-COMPANY-OK-SW.
016798  2600-SELECT-COMPANY-EXIT.
016799      EXIT.
016700****************************************************************
016800*  3000-SHOW-CURRENT
016900*  READS AND SHOWS THE SELECTED COMPANY'S RECORD FROM THE
017000*  SELECTED RUN-CONTROL FILE, LEAVING THE FIELDS IN THE SHARED
017050*  FD FOR THE UPDATE PATHS.
017100****************************************************************
017200  3000-SHOW-CURRENT.
017300      MOVE 'N' TO DL-VALID-SW.
018900      DISPLAY 'INIZIO PERIODO    : ' RN-PERIOD-START.
019000      DISPLAY 'FINE PERIODO      : ' RN-PERIOD-END.
019100      DISPLAY 'NUMERO ESECUZIONE : ' RN-RUN-NUMBER.
019150      DISPLAY 'AZIENDA           : ' RN-COMPANY.
019200  3000-SHOW-CURRENT-EXIT.
019300      EXIT.
019400****************************************************************
022800*  NOT CONTIGUOUS WITH THE OLD END (OLD END PLUS ONE DAY)
022900*  MUST BE CONFIRMED - EXCEPT ON THE OFF-CYCLE FILE, WHOSE
022920*  RANGE IS FREE BY NATURE.  AN EMPTY OR MISSING MONTHLY OR
022940*  OFF-CYCLE FILE IS INITIALIZED HERE INSTEAD OF BY HAND, AND
022950*  SO IS A COMPANY WITH NO RECORD YET IN AN EXISTING FILE.
023000*  THE RUN NUMBER STILL INCREMENTS BY ITSELF - IT IS NEVER
023050*  KEYED.
023100****************************************************************
023250      MOVE 'N' TO DL-INIT-SW.
023300      PERFORM 3000-SHOW-CURRENT THRU 3000-SHOW-CURRENT-EXIT.
023400      IF DL-VALID-SW NOT = 'Y'
023420          IF DL-RC-OVERFLOW
023440              OR (DL-STREAM-WEEKLY AND DL-RC-OPEN-SW NOT = 'Y')
023500              GO TO 5000-SET-PERIOD-EXIT
023520          END-IF
023540          DISPLAY 'INIZIALIZZAZIONE ' DL-STREAM-NAME
023550              ' PER L''AZIENDA ' DL-COMPANY
023560          MOVE 'Y' TO DL-INIT-SW
023580          MOVE SPACES TO DL-OLD-RECORD
023590          MOVE 0 TO DL-OLD-RUN-NUMBER
028000      EXIT.
028100****************************************************************
028200*  6000-REWRITE-RUNCTL
028300*  WRITES THE COMPANY'S NEW RECORD BACK AMONG THE OTHERS AND
028350*  LOGS THE BEFORE/AFTER
028400*  IMAGES TO CHGLOG UNDER THE STREAM'S KEY (RUNCT / RUNCM /
028420*  RUNCO).  THE RUN-NUMBER SERIES ARE ENFORCED HERE: WEEKLY
028440*  BELOW 800000, MONTHLY 800001-899999, OFF-CYCLE 900001 UP -
028700      MOVE DL-NEW-PROCESS TO RN-PROCESS-DATE.
028800      MOVE DL-NEW-START TO RN-PERIOD-START.
028900      MOVE DL-NEW-END TO RN-PERIOD-END.
029000      MOVE DL-COMPANY TO RN-COMPANY.
029005      IF DL-MAX-RUN-NUMBER < DL-OLD-RUN-NUMBER
029006          MOVE DL-OLD-RUN-NUMBER TO DL-MAX-RUN-NUMBER
029007      END-IF.
029008      COMPUTE RN-RUN-NUMBER = DL-MAX-RUN-NUMBER + 1.
029010      IF DL-STREAM-MONTHLY AND RN-RUN-NUMBER < 800001
029020          MOVE 800001 TO RN-RUN-NUMBER
029030      END-IF.
039600*  9000-READ-RC / 9500-WRITE-RC
039700*  THE ONLY PARAGRAPHS THAT KNOW WHICH CONTROL FILE IS IN
039800*  PLAY.  BOTH WORK THROUGH THE SHARED RUNCTL FD RECORD, SO
039900*  EVERY PATH ABOVE SEES THE SAME RN- FIELDS.  THE READ LOADS
039910*  EVERY COMPANY'S RECORD INTO DL-RC-TABLE (A BLANK RN-COMPANY
039920*  IS THE PRE-COMPANY RECORD AND COUNTS AS 01), NOTES THE
039930*  HIGHEST RUN NUMBER, AND LEAVES THE SELECTED COMPANY'S
039940*  RECORD IN THE FD; THE WRITE PUTS IT BACK IN ITS SLOT (OR
039950*  ADDS IT) AND REWRITES THE WHOLE FILE.  MORE COMPANIES THAN
039960*  THE TABLE HOLDS STOPS ALL UPDATES RATHER THAN LOSE ONE.
040000****************************************************************
040100  9000-READ-RC.
040200      MOVE 'N' TO DL-RC-FOUND-SW.
040210      MOVE 'N' TO DL-RC-OPEN-SW.
040220      MOVE 'N' TO DL-RC-EOF-SW.
040230      MOVE 'N' TO DL-RC-OVERFLOW-SW.
040240      MOVE 0 TO DL-RC-COUNT.
040250      MOVE 0 TO DL-RC-IX.
040260      MOVE 0 TO DL-MAX-RUN-NUMBER.
040300      EVALUATE TRUE
040400          WHEN DL-STREAM-MONTHLY
040500              OPEN INPUT RUN-CONTROL-M
041500              ' - STATUS ' DL-RC-FILE-STATUS
041600          GO TO 9000-READ-RC-EXIT
041700      END-IF.
041750      MOVE 'Y' TO DL-RC-OPEN-SW.
041800      PERFORM 9010-LOAD-ONE-RC THRU 9010-LOAD-ONE-RC-EXIT
041900          UNTIL DL-RC-END-OF-FILE.
042000      EVALUATE TRUE
042100          WHEN DL-STREAM-MONTHLY
042200              CLOSE RUN-CONTROL-M
042300          WHEN DL-STREAM-OFFCYCLE
042400              CLOSE RUN-CONTROL-O
042500          WHEN OTHER
042600              CLOSE RUN-CONTROL
042700      END-EVALUATE.
042800      IF DL-RC-OVERFLOW
042900          DISPLAY DL-STREAM-NAME ' HA PIU'' DI 50 AZIENDE - '
043000              'NESSUNA MODIFICA POSSIBILE'
043100          MOVE 'N' TO DL-RC-OPEN-SW
043200          GO TO 9000-READ-RC-EXIT
043300      END-IF.
043400      IF DL-RC-IX > 0
043500          MOVE DL-RC-ENTRY(DL-RC-IX) TO RUN-CONTROL-RECORD
043600          MOVE 'Y' TO DL-RC-FOUND-SW
043700      END-IF.
044400      IF DL-RC-FOUND-SW NOT = 'Y'
044500          DISPLAY DL-STREAM-NAME ' SENZA RECORD PER L''AZIENDA '
044600              DL-COMPANY
044650      END-IF.
044700  9000-READ-RC-EXIT.
044800      EXIT.
044810  9010-LOAD-ONE-RC.
044820      EVALUATE TRUE
044830          WHEN DL-STREAM-MONTHLY
044840              READ RUN-CONTROL-M INTO RUN-CONTROL-RECORD
044850                  AT END
044860                      MOVE 'Y' TO DL-RC-EOF-SW
044870              END-READ
044880          WHEN DL-STREAM-OFFCYCLE
044890              READ RUN-CONTROL-O INTO RUN-CONTROL-RECORD
044900                  AT END
044910                      MOVE 'Y' TO DL-RC-EOF-SW
044920              END-READ
044930          WHEN OTHER
044940              READ RUN-CONTROL
044950                  AT END
044960                      MOVE 'Y' TO DL-RC-EOF-SW
044970              END-READ
044980      END-EVALUATE.
044990      IF DL-RC-END-OF-FILE
045000          GO TO 9010-LOAD-ONE-RC-EXIT
045010      END-IF.
045020      IF DL-RC-COUNT >= 50
045030          MOVE 'Y' TO DL-RC-OVERFLOW-SW
045040          MOVE 'Y' TO DL-RC-EOF-SW
045050          GO TO 9010-LOAD-ONE-RC-EXIT
045060      END-IF.
045070      IF RN-COMPANY = SPACES
045080          MOVE '01' TO RN-COMPANY
045090      END-IF.
045100      ADD 1 TO DL-RC-COUNT.
045110      MOVE RUN-CONTROL-RECORD TO DL-RC-ENTRY(DL-RC-COUNT).
045120      IF RN-RUN-NUMBER > DL-MAX-RUN-NUMBER
045130          MOVE RN-RUN-NUMBER TO DL-MAX-RUN-NUMBER
045140      END-IF.
045150      IF RN-COMPANY = DL-COMPANY
045160          MOVE DL-RC-COUNT TO DL-RC-IX
045170      END-IF.
045180  9010-LOAD-ONE-RC-EXIT.
045190      EXIT.
045200  9500-WRITE-RC.
045210      IF DL-RC-IX = 0
045220          ADD 1 TO DL-RC-COUNT
045230          MOVE DL-RC-COUNT TO DL-RC-IX
045240      END-IF.
045250      MOVE RUN-CONTROL-RECORD TO DL-RC-ENTRY(DL-RC-IX).
045300      EVALUATE TRUE
045400          WHEN DL-STREAM-MONTHLY
045500              OPEN OUTPUT RUN-CONTROL-M
045600              MOVE DL-RCM-FILE-STATUS TO DL-RC-FILE-STATUS
045700          WHEN DL-STREAM-OFFCYCLE
045800              OPEN OUTPUT RUN-CONTROL-O
045900              MOVE DL-RCO-FILE-STATUS TO DL-RC-FILE-STATUS
046000          WHEN OTHER
046100              OPEN OUTPUT RUN-CONTROL
046200      END-EVALUATE.
046300      IF DL-RC-FILE-STATUS NOT = '00'
046400          GO TO 9500-WRITE-RC-EXIT
046500      END-IF.
046600      PERFORM 9510-WRITE-ONE-RC THRU 9510-WRITE-ONE-RC-EXIT
046700          VARYING DL-RC-I FROM 1 BY 1
046800          UNTIL DL-RC-I > DL-RC-COUNT.
046900      EVALUATE TRUE
047000          WHEN DL-STREAM-MONTHLY
047100              CLOSE RUN-CONTROL-M
047200          WHEN DL-STREAM-OFFCYCLE
047300              CLOSE RUN-CONTROL-O
047400          WHEN OTHER
047500              CLOSE RUN-CONTROL
047600      END-EVALUATE.
047700      MOVE DL-RC-ENTRY(DL-RC-IX) TO RUN-CONTROL-RECORD.
047800  9500-WRITE-RC-EXIT.
047900      EXIT.
048000  9510-WRITE-ONE-RC.
048100      EVALUATE TRUE
048200          WHEN DL-STREAM-MONTHLY
048300              WRITE RUN-CONTROL-M-RECORD
048400                  FROM DL-RC-ENTRY(DL-RC-I)
048500          WHEN DL-STREAM-OFFCYCLE
048600              WRITE RUN-CONTROL-O-RECORD
048700                  FROM DL-RC-ENTRY(DL-RC-I)
048800          WHEN OTHER
048900              WRITE RUN-CONTROL-RECORD
049000                  FROM DL-RC-ENTRY(DL-RC-I)
049100      END-EVALUATE.
049200  9510-WRITE-ONE-RC-EXIT.
049300      EXIT.
