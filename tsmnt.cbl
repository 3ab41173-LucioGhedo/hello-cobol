002430*                 PERMESSO).  HOURS ARE ONLY ASKED FOR A
002440*                 WORKED DAY - A LEAVE DAY IS PAID AT THE
002450*                 STANDARD DAY BY THE BATCH RUN.
002460*  15/10/2026 LG  AN EMPLOYEE OF A COMPANY THE OPERATOR IS NOT
002470*                 ALLOWED TO RUN (COMPAUTH) IS REFUSED AT THE
002480*                 MATRICOLA PROMPT.
002486*  15/10/2026 LG  A DAY INSIDE A PAY PERIOD PERCLOSE HAS CLOSED
002492*                 (PERCHK) CAN NO LONGER BE ADDED, CORRECTED OR
002498*                 DELETED - THE PERIOD HAS BEEN PAID.
002500****************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
010600  01  DL-YEAR-QUOTIENT            PIC 9(04).
010700  01  DL-LEAP-SW                  PIC X(01) VALUE 'N'.
010800      88  DL-LEAP-YEAR                        VALUE 'Y'.
010850  01  DL-AUTH-RESULT               PIC 9(01).
010851  01  DL-PERIOD-RESULT             PIC 9(01).
010852      88  DL-PERIOD-CLOSED                    VALUE 1.
010900*
011000  PROCEDURE DIVISION.
011100****************************************************************
020700          GO TO 3000-ADD-TS-EXIT
020800      END-IF.
020900      PERFORM 8500-ACCEPT-DATE THRU 8500-ACCEPT-DATE-EXIT.
020910      PERFORM 8550-CHECK-PERIOD THRU 8550-CHECK-PERIOD-EXIT.
020920      IF DL-PERIOD-CLOSED
020930          GO TO 3000-ADD-TS-EXIT
020940      END-IF.
021000      PERFORM 3100-CHECK-EXISTING
021100          THRU 3100-CHECK-EXISTING-EXIT.
021200      IF DL-TS-MATCHED
029100          GO TO 4000-CHANGE-OR-DELETE-TS-EXIT
029200      END-IF.
029300      PERFORM 8500-ACCEPT-DATE THRU 8500-ACCEPT-DATE-EXIT.
029310      PERFORM 8550-CHECK-PERIOD THRU 8550-CHECK-PERIOD-EXIT.
029320      IF DL-PERIOD-CLOSED
029330          GO TO 4000-CHANGE-OR-DELETE-TS-EXIT
029340      END-IF.
029400      PERFORM 3100-CHECK-EXISTING
029500          THRU 3100-CHECK-EXISTING-EXIT.
029600      IF NOT DL-TS-MATCHED
042100*  8100-ACCEPT-MATRICOLA
042200*  THE MATRICOLA MUST BE ON THE KEYED EMPLOYEE MASTER - AN
042300*  UNKNOWN ONE IS REFUSED HERE INSTEAD OF AT 02:00 BY DAYS.
042310*  SO IS ONE OF A COMPANY THE OPERATOR MAY NOT WORK ON.
042400****************************************************************
042500  8100-ACCEPT-MATRICOLA.
042600      MOVE 'N' TO DL-FOUND-SW.
043900              MOVE 'Y' TO DL-FOUND-SW
044000              DISPLAY 'DIPENDENTE: ' EMP-NOME
044100      END-READ.
044110      IF NOT DL-MATRICOLA-FOUND
044120          GO TO 8100-ACCEPT-MATRICOLA-EXIT
044130      END-IF.
044140      CALL 'COMPAUTH' USING EMP-COMPANY DL-AUTH-RESULT.
044150      IF DL-AUTH-RESULT NOT = 0
044160          DISPLAY 'DIPENDENTE DI AZIENDA ' EMP-COMPANY
044170              ' NON AUTORIZZATA PER L''OPERATORE'
044180          MOVE 'N' TO DL-FOUND-SW
044190      END-IF.
044200  8100-ACCEPT-MATRICOLA-EXIT.
044300      EXIT.
044400****************************************************************
050500      END-IF.
050600  8520-SET-FEBBRAIO-LIMIT-EXIT.
050700      EXIT.
050710****************************************************************
050715*  8550-CHECK-PERIOD
050720*  THE DAY MAY NOT FALL IN A PAY PERIOD ALREADY CLOSED FOR THE
050725*  EMPLOYEE'S COMPANY AND PAY FREQUENCY (EMPMAST RECORD FROM
050730*  8100-ACCEPT-MATRICOLA).
050735****************************************************************
050740  8550-CHECK-PERIOD.
050745      CALL 'PERCHK' USING EMP-COMPANY EMP-PAY-FREQ DL-NEW-DATE
050750          DL-PERIOD-RESULT.
050755      IF DL-PERIOD-CLOSED
050760          DISPLAY 'DATA ' DL-NEW-DATE ' IN UN PERIODO DI PAGA '
050765              'GIA'' CHIUSO - MODIFICA RIFIUTATA'
050770      END-IF.
050775  8550-CHECK-PERIOD-EXIT.
050780      EXIT.
050800****************************************************************
050900*  8400-ACCEPT-WORKED-FLAG
051000****************************************************************
