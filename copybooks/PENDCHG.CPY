001100*  FILL THE WHOLE X(27).
001200*  MOD HISTORY
001300*  02/09/2026 LG  NEW.
001310*  15/10/2026 LG  HRFEED HOLDS EVERY SALARY AND IBAN CHANGE FROM
001320*                 THE HR FEED HERE TOO, REQUESTED BY OPERATOR
001330*                 HRFEED.
001400****************************************************************
001500 01  PENDING-CHANGE-RECORD.
001600     05  PC-STATUS               PIC X(01).
