000800*  YEAR-END PROGRAM PRINTS THE ANNUAL SUMMARY FROM THIS FILE.
000900*  MOD HISTORY
001000*  22/08/2026 LG  NEW.
001030*  15/10/2026 LG  ADDED YT-TREDICESIMA (RECORD 95 -> 106), THE
001060*                 13TH MONTH PAID IN THE YEAR, ALSO IN YT-GROSS.
001070*  15/10/2026 LG  ADDED YT-EMPLOYER (RECORD 106 -> 117), THE
001080*                 EMPLOYER CONTRIBUTIONS FOR THE YEAR.
001086*  15/10/2026 LG  ADDED YT-EXPENSES (RECORD 117 -> 128), THE
001092*                 EXPENSE REIMBURSEMENTS PAID IN THE YEAR, ALSO
001098*                 IN YT-NET.
001100****************************************************************
001200 01  YTD-RECORD.
001300     05  YT-MATRICOLA            PIC X(05).
002000     05  YT-UNION                PIC 9(09)V99.
002100     05  YT-NET                  PIC 9(09)V99.
002200     05  YT-LAST-PERIOD-END      PIC 9(08).
002300     05  YT-TREDICESIMA          PIC 9(09)V99.
002400     05  YT-EMPLOYER             PIC 9(09)V99.
002500     05  YT-EXPENSES             PIC 9(09)V99.
