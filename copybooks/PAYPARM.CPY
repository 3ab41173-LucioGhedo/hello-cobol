001060*                 RUN PAYS ON A DAY WORKED ON A HOLIDAY-
001070*                 CALENDAR DATE.  RELOAD THE PARAMETER RECORD.
001080*  02/09/2026 LG  ADDED PP-APPR-THRESHOLD: A SALARY CHANGE
001081*                 MOVING MORE THAN THIS IS HELD FOR SECOND-
001082*                 OPERATOR APPROVAL INSTEAD OF APPLIED.
001083*  02/09/2026 LG  ADDED PP-EXC-AGE-DAYS: AN UNACKNOWLEDGED
001084*                 EXCEPTION OLDER THAN THIS MANY DAYS GOES ON
001085*                 EXCRPT'S AGEING SECTION (ZERO = 7).
001086*  15/10/2026 LG  ADDED PP-TFR-DIVISOR (STATUTORY TFR DIVISOR,
001087*                 ZERO = 13.50) AND PP-TFR-REVAL-PCT (THE YEAR'S
001088*                 TFR REVALUATION PERCENTAGE, 1.5 PLUS 75 PER
001089*                 CENT OF THE ISTAT INDEX - UPDATE IT BEFORE
001090*                 YEAREND).  RELOAD THE PARAMETER RECORD.
001091*  15/10/2026 LG  ADDED PP-MONTH-DAYS, THE CONTRACTUAL DAYS IN A
001092*                 MONTH'S PAY (ZERO = 26), SO A DAILY STIPENDIO
001093*                 CAN BE TURNED INTO THE MONTHLY PAY THE
001094*                 TREDICESIMA IS A TWELFTH OF.
001095*  15/10/2026 LG  ADDED PP-DEBTOR-IBAN AND PP-DEBTOR-NAME, THE
001096*                 PAYROLL ACCOUNT BANKPAY DEBITS IN THE SEPA
001097*                 CREDIT-TRANSFER (PAIN.001) FILE.  RELOAD THE
001098*                 PARAMETER RECORD.
001108*  15/10/2026 LG  ADDED PP-PUNCH-GRACE, THE GRACE MINUTES TSPUNCH
001118*                 ALLOWS BEFORE A BADGE PUNCH ROUNDS AGAINST THE
001128*                 EMPLOYEE (ZERO = 5).  RELOAD THE PARAMETER
001138*                 RECORD.
001148*  15/10/2026 LG  ADDED PP-BUDGET-TOL-PCT, THE PERCENTAGE BY WHICH
001158*                 A COST CENTER MAY RUN OVER ITS LABOUR BUDGET
001168*                 BEFORE CCBUDRPT FLAGS IT (ZERO = 5.0).  RELOAD
001169*                 THE PARAMETER RECORD.
001170*  15/10/2026 LG  ADDED PP-EXP-LIMIT-VIAGGIO, PP-EXP-LIMIT-PASTO
001171*                 AND PP-EXP-LIMIT-ALTRO, THE MOST ONE EXPENSE
001172*                 CLAIM OF EACH TYPE MAY BE FOR BEFORE EXPEDIT
001173*                 REJECTS IT (ZERO = 500.00, 50.00 AND 200.00).
001174*                 RELOAD THE PARAMETER RECORD.
001175*  15/10/2026 LG  ADDED PP-AUD-IBAN-DAYS, HOW MANY DAYS BEFORE A
001176*                 PAYMENT AN IBAN CHANGE IS FLAGGED BY PAYAUDIT
001177*                 (ZERO = 30), AND PP-AUD-NET-FACTOR, THE MULTIPLE
001178*                 OF THE EMPLOYEE'S AVERAGE NET ABOVE WHICH A
001179*                 CREDIT IS FLAGGED (ZERO = 2.00).  RELOAD THE
001180*                 PARAMETER RECORD.
001181*  15/10/2026 LG  ADDED PP-SEC-DAY-START AND PP-SEC-DAY-END, THE
001182*                 WORKING HOURS OUTSIDE WHICH SECRPT REPORTS MENU
001183*                 USE AS OUT OF HOURS (ZERO = 07 AND 20; SATURDAY
001184*                 AND SUNDAY ARE ALWAYS OUT OF HOURS), AND
001185*                 PP-SEC-DORMANT-DAYS, THE DAYS WITHOUT A SIGN-ON
001186*                 AFTER WHICH AN OPERATOR ID IS DORMANT (ZERO =
001187*                 90).  RELOAD THE PARAMETER RECORD.
001188*  15/10/2026 LG  ADDED PP-CASH-LIMIT: CHQPAY PAYS A NET UP TO
001189*                 THIS AMOUNT WITH A CASH VOUCHER INSTEAD OF A
001190*                 CHEQUE (ZERO = CHEQUES ONLY).  RELOAD THE
001191*                 PARAMETER RECORD.
001192****************************************************************
001200 01  PAY-PARAMETER-RECORD.
001300     05  PP-OT-FACTOR            PIC 9(01)V99.
001400     05  PP-FERIE-ACCRUAL        PIC 9(01)V99.
001600     05  PP-HOL-FACTOR           PIC 9(01)V99.
001700     05  PP-APPR-THRESHOLD       PIC 9(07)V99.
001800     05  PP-EXC-AGE-DAYS         PIC 9(03).
001900     05  PP-TFR-DIVISOR          PIC 9(02)V99.
002000     05  PP-TFR-REVAL-PCT        PIC 9(02)V9(04).
002100     05  PP-MONTH-DAYS           PIC 9(02).
002200     05  PP-DEBTOR-IBAN          PIC X(27).
002300     05  PP-DEBTOR-NAME          PIC X(30).
002400     05  PP-PUNCH-GRACE          PIC 9(02).
002500     05  PP-BUDGET-TOL-PCT       PIC 9(02)V9.
002600     05  PP-EXP-LIMIT-VIAGGIO    PIC 9(05)V99.
002700     05  PP-EXP-LIMIT-PASTO      PIC 9(05)V99.
002800     05  PP-EXP-LIMIT-ALTRO      PIC 9(05)V99.
002900     05  PP-AUD-IBAN-DAYS        PIC 9(03).
003000     05  PP-AUD-NET-FACTOR       PIC 9(01)V99.
003100     05  PP-SEC-DAY-START        PIC 9(02).
003200     05  PP-SEC-DAY-END          PIC 9(02).
003300     05  PP-SEC-DORMANT-DAYS     PIC 9(03).
003400     05  PP-CASH-LIMIT           PIC 9(05)V99.
