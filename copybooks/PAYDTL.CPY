000992*                 Y WHEN THE DAY WAS WORKED ON A HOLIDAY-
000993*                 CALENDAR DATE AND PAID AT THE PP-HOL-FACTOR
000994*                 PREMIUM, SO THE PAYSLIP SHOWS IT DISTINCTLY.
000995*  15/10/2026 LG  ADDED PD-DATE (RECORD 34 -> 42), THE
000996*                 TIMESHEET DATE THE DAY WAS PAID FOR (THE
000997*                 CESSATION DATE ON A SETTLE LINE), SO THE RUNS
000998*                 CAN KEEP THEIR DAYS ON PDHIST FOR THE LUL.
001000****************************************************************
001100 01  PAY-DETAIL-RECORD.
001200     05  PD-MATRICOLA            PIC X(05).
001700     05  PD-OT-AMOUNT            PIC 9(07)V99.
001800     05  PD-TYPE                 PIC X(01).
001900     05  PD-HOLIDAY-FLAG         PIC X(01).
002000     05  PD-DATE                 PIC 9(08).
