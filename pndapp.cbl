001500*  THAN THE REQUESTER - THAT IS THE WHOLE POINT OF DUAL
001600*  CONTROL.  THE FILE IS PASSED THROUGH THE PNDWORK WORK FILE
001700*  AND COPIED BACK, THE SAME PATTERN AS AUDARCH, SO A SESSION
001800*  THAT DIES MIDWAY LEAVES IT UNTOUCHED.  A CHANGE FOR AN
001810*  EMPLOYEE OF A COMPANY THE REVIEWER MAY NOT WORK ON
001820*  (COMPAUTH) IS NOT OFFERED AND STAYS PENDING.
001900*  MOD HISTORY
002000*  02/09/2026 LG  NEW.
002020*  15/10/2026 LG  AN IBAN CHANGE IS CHECKED BY IBANCHK (COUNTRY,
002040*                 LENGTH, MOD-97 CHECK DIGITS) WHEN IT IS SHOWN
002060*                 AND CANNOT BE APPROVED IF IT FAILS - APPROVING
002080*                 IT REJECTS THE CHANGE INSTEAD.
002086*  15/10/2026 LG  A CHANGE FOR AN EMPLOYEE OF A COMPANY THE
002092*                 REVIEWER IS NOT ALLOWED TO RUN (COMPAUTH) IS
002098*                 SKIPPED AND LEFT PENDING.
002100****************************************************************
002200  ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
007200  01  DL-APPR-COUNT                PIC 9(04) VALUE 0.
007300  01  DL-REJ-COUNT                 PIC 9(04) VALUE 0.
007400  01  DL-SELF-COUNT                PIC 9(04) VALUE 0.
007430  01  DL-IBAN-RESULT               PIC 9(01) VALUE 0.
007460  01  DL-IBAN-MESSAGE              PIC X(32).
007470  01  DL-AUTH-RESULT               PIC 9(01).
007480  01  DL-OTHER-CO-COUNT            PIC 9(04) VALUE 0.
007500*
007600  PROCEDURE DIVISION.
007700****************************************************************
011000          DISPLAY 'NON ESAMINABILI (STESSO OPERATORE): '
011100              DL-SELF-COUNT
011200      END-IF.
011210      IF DL-OTHER-CO-COUNT > 0
011220          DISPLAY 'NON ESAMINABILI (AZIENDA NON AUTORIZZATA): '
011230              DL-OTHER-CO-COUNT
011240      END-IF.
011300      GOBACK.
011400****************************************************************
011500*  0300-READ-SESSION
016900              FROM PENDING-CHANGE-RECORD
017000          GO TO 1010-REVIEW-ONE-EXIT
017100      END-IF.
017110      MOVE PC-MATRICOLA TO EMP-MATRICOLA.
017120      READ EMPLOYEE-MASTER
017130          INVALID KEY
017140              MOVE 0 TO DL-AUTH-RESULT
017150          NOT INVALID KEY
017160              CALL 'COMPAUTH' USING EMP-COMPANY DL-AUTH-RESULT
017170      END-READ.
017180      IF DL-AUTH-RESULT NOT = 0
017185          ADD 1 TO DL-OTHER-CO-COUNT
017190          WRITE PENDING-WORK-RECORD
017192              FROM PENDING-CHANGE-RECORD
017194          GO TO 1010-REVIEW-ONE-EXIT
017196      END-IF.
017200      DISPLAY ' '.
017300      IF PC-FIELD-STIPENDIO
017400          DISPLAY 'MATRICOLA ' PC-MATRICOLA ' STIPENDIO '
017700          DISPLAY 'MATRICOLA ' PC-MATRICOLA ' IBAN'
017800          DISPLAY '  DA: ' PC-OLD-VALUE
017900          DISPLAY '  A : ' PC-NEW-VALUE
017910          CALL 'IBANCHK' USING PC-NEW-VALUE DL-IBAN-RESULT
017920              DL-IBAN-MESSAGE
017930          IF DL-IBAN-RESULT NOT = 0
017940              DISPLAY '  IBAN NON VALIDO - ' DL-IBAN-MESSAGE
017950          END-IF
018000      END-IF.
018100      DISPLAY 'RICHIESTO DA ' PC-REQ-OPERATOR ' IL '
018200          PC-REQ-DATE.
020400*  3000-APPLY-CHANGE
020500*  THE APPROVED VALUE GOES ONTO THE KEYED MASTER, WITH THE
020600*  BEFORE/AFTER IMAGES LOGGED TO CHGLOG UNDER THE REVIEWER'S
020660*  OPERATOR ID.  AN IBAN THAT FAILED IBANCHK IS NEVER APPLIED:
020720*  THE CHANGE IS REJECTED AND MUST BE KEYED AGAIN.
020800****************************************************************
020900  3000-APPLY-CHANGE.
020910      IF PC-FIELD-IBAN AND DL-IBAN-RESULT NOT = 0
020920          MOVE 'R' TO PC-STATUS
020930          MOVE DL-OPERATOR-ID TO PC-REV-OPERATOR
020940          ACCEPT PC-REV-DATE FROM DATE YYYYMMDD
020950          ADD 1 TO DL-REJ-COUNT
020960          DISPLAY 'IBAN NON VALIDO - VARIAZIONE RIFIUTATA'
020970          GO TO 3000-APPLY-CHANGE-EXIT
020980      END-IF.
021000      MOVE 'N' TO DL-FOUND-SW.
021100      MOVE PC-MATRICOLA TO EMP-MATRICOLA.
021200      READ EMPLOYEE-MASTER
