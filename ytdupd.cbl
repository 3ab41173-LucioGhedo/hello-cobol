001709*                 ALREADY COMPLETED FOR THE RUN) AND APPENDS A
001713*                 RUN-STATISTICS RECORD AT GOBACK SO THE RESTART
001717*                 CONTROLLER CAN SEE IT COMPLETED.
001718*  15/10/2026 LG  ACCUMULATES NP-TREDICESIMA INTO THE NEW
001719*                 YT-TREDICESIMA (YTDMAST RECORD 95 -> 106).
001720*  15/10/2026 LG  ACCUMULATES NP-EMPLOYER INTO THE NEW YT-EMPLOYER
001721*                 (YTDMAST RECORD 106 -> 117).
001722*  15/10/2026 LG  ACCUMULATES NP-EXPENSES INTO YT-EXPENSES
001723*                 (YTDMAST RECORD 117 -> 128).
001724****************************************************************
001725  ENVIRONMENT DIVISION.
001729  CONFIGURATION SECTION.
001733  SOURCE-COMPUTER. IBM-PC.
002393              MOVE 0 TO YT-SOCIAL
002397              MOVE 0 TO YT-UNION
002401              MOVE 0 TO YT-NET
002402              MOVE 0 TO YT-TREDICESIMA
002403              MOVE 0 TO YT-EMPLOYER
002404              MOVE 0 TO YT-EXPENSES
002405          END-IF
002409      ELSE
002413          MOVE NP-MATRICOLA TO YT-MATRICOLA
002437          MOVE 0 TO YT-SOCIAL
002441          MOVE 0 TO YT-UNION
002445          MOVE 0 TO YT-NET
002446          MOVE 0 TO YT-TREDICESIMA
002447          MOVE 0 TO YT-EMPLOYER
002448          MOVE 0 TO YT-EXPENSES
002449      END-IF.
002453      MOVE NP-NOME TO YT-NOME.
002457      ADD 1 TO YT-WEEKS-PAID.
002469      ADD NP-SOCIAL TO YT-SOCIAL.
002473      ADD NP-UNION TO YT-UNION.
002477      ADD NP-NET TO YT-NET.
002478      ADD NP-TREDICESIMA TO YT-TREDICESIMA.
002479      ADD NP-EMPLOYER TO YT-EMPLOYER.
002480      ADD NP-EXPENSES TO YT-EXPENSES.
002481      MOVE DL-PERIOD-END TO YT-LAST-PERIOD-END.
002485      IF DL-YTD-FOUND
002489          REWRITE YTD-RECORD
