000100****************************************************************
000200*  CCBUDGET.CPY
000300*  MONTHLY LABOUR BUDGET OF A COST CENTER, KEYED ON CB-KEY (THE
000400*  CCREF CODE PLUS THE YEAR AND MONTH) IN THE CCBUDGET FILE.
000500*  FINANCE SETS THE BUDGETED HEADCOUNT AND LABOUR COST (GROSS
000600*  PLUS EMPLOYER CONTRIBUTIONS, AS CCSUM TOTALS IT) FOR EACH
000700*  MONTH FROM THE MENU (CCBMNT); CCBUDRPT SETS THEM AGAINST THE
000800*  PAY REGISTER AT MONTH END.
000900*  MOD HISTORY
001000*  15/10/2026 LG  NEW.
001100****************************************************************
001200 01  CC-BUDGET-RECORD.
001300     05  CB-KEY.
001400         10  CB-CC-CODE          PIC X(04).
001500         10  CB-YEAR             PIC 9(04).
001600         10  CB-MONTH            PIC 9(02).
001700     05  CB-HEADCOUNT            PIC 9(05).
001800     05  CB-LABOUR-COST          PIC 9(09)V99.
