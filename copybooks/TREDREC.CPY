000100****************************************************************
000200*  TREDREC.CPY
000300*  TREDICESIMA (13TH-MONTH) ACCUMULATOR, ONE PER MATRICOLA,
000400*  KEYED ON TD-MATRICOLA IN THE TREDMAST FILE.  THE MONTH-END
000500*  STEP (TREDACC) ADDS ONE TWELFTH OF THE MONTHLY PAY FOR
000600*  EVERY MONTH THE EMPLOYEE WORKED AT LEAST 15 DAYS OF
000700*  (TREDMESI DECIDES); TD-LAST-MONTH IS ITS RESTART GUARD.
000800*  THE YEAR IS PAID OUT ONCE - BY THE DECEMBER PAYOUT STEP
000900*  (TREDPAY) OR BY A LEAVER'S FINAL SETTLEMENT (SETTLE) - AND
001000*  TD-PAID-RUN/TD-PAID-DATE/TD-PAID-AMOUNT RECORD WHICH RUN
001100*  PAID IT.  A PAID YEAR IS NOT ACCRUED AGAIN; THE FIRST
001200*  ACCRUAL OF THE NEXT YEAR STARTS THE RECORD AFRESH.
001300*    TD-MONTHS   - MONTHS ACCRUED IN TD-YEAR
001400*    TD-ACCRUED  - AMOUNT ACCRUED (AND PROVISIONED TO THE GL)
001500*  MOD HISTORY
001600*  15/10/2026 LG  NEW.
001700****************************************************************
001800 01  TREDICESIMA-RECORD.
001900     05  TD-MATRICOLA            PIC X(05).
002000     05  TD-NOME                 PIC X(20).
002100     05  TD-YEAR                 PIC 9(04).
002200     05  TD-MONTHS               PIC 9(02).
002300     05  TD-ACCRUED              PIC 9(07)V99.
002400     05  TD-LAST-MONTH           PIC 9(06).
002500     05  TD-PAID-AMOUNT          PIC 9(07)V99.
002600     05  TD-PAID-RUN             PIC 9(06).
002700     05  TD-PAID-DATE            PIC 9(08).
