000900*  STATEMENT PRINT READS IT BACK ONE YEAR AT A TIME.
001000*  MOD HISTORY
001100*  01/09/2026 LG  NEW.
001150*  15/10/2026 LG  ADDED YA-TREDICESIMA, CARRIED FROM YTDMAST.
001170*  15/10/2026 LG  ADDED YA-EMPLOYER, CARRIED FROM YTDMAST.
001180*  15/10/2026 LG  ADDED YA-EXPENSES, CARRIED FROM YTDMAST.
001200****************************************************************
001300 01  YTD-ARCHIVE-RECORD.
001400     05  YA-KEY.
002200     05  YA-UNION                PIC 9(09)V99.
002300     05  YA-NET                  PIC 9(09)V99.
002400     05  YA-LAST-PERIOD-END      PIC 9(08).
002500     05  YA-TREDICESIMA          PIC 9(09)V99.
002600     05  YA-EMPLOYER             PIC 9(09)V99.
002700     05  YA-EXPENSES             PIC 9(09)V99.
