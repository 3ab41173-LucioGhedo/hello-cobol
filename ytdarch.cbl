001700*  STATEMENT PRINT (ANNSTMT) READS THE ARCHIVE BACK.
001800*  MOD HISTORY
001900*  01/09/2026 LG  NEW.
001950*  15/10/2026 LG  CARRIES YT-TREDICESIMA TO YA-TREDICESIMA.
001970*  15/10/2026 LG  CARRIES YT-EMPLOYER TO YA-EMPLOYER.
001980*  15/10/2026 LG  CARRIES YT-EXPENSES TO YA-EXPENSES.
002000****************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
012100      MOVE YT-UNION TO YA-UNION.
012200      MOVE YT-NET TO YA-NET.
012300      MOVE YT-LAST-PERIOD-END TO YA-LAST-PERIOD-END.
012350      MOVE YT-TREDICESIMA TO YA-TREDICESIMA.
012370      MOVE YT-EMPLOYER TO YA-EMPLOYER.
012380      MOVE YT-EXPENSES TO YA-EXPENSES.
012400      IF DL-ARC-FOUND
012500          REWRITE YTD-ARCHIVE-RECORD
012600              INVALID KEY
