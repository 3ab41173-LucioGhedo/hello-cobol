000100****************************************************************
000200*  TFRREC.CPY
000300*  TFR (TRATTAMENTO DI FINE RAPPORTO) ACCUMULATOR, ONE RECORD
000400*  PER MATRICOLA, KEYED ON TF-MATRICOLA IN THE TFRMAST FILE.
000500*  THE MONTH-END ACCRUAL STEP (TFRACC) ADDS THE MONTH'S PAY-
000600*  REGISTER GROSS DIVIDED BY THE STATUTORY DIVISOR; THE YEAR-
000700*  END STEP (TFRRIV) REVALUES THE OPENING BALANCE, CLOSES THE
000800*  YEAR INTO THE TF-CLOSED- FIELDS AND OPENS THE NEXT ONE.
000900*  TF-LAST-MONTH (AAAAMM) IS THE RESTART GUARD - A RERUN OF A
001000*  MONTH ALREADY ACCRUED IS SKIPPED INSTEAD OF DOUBLE-COUNTED.
001100*    TF-OPENING-BAL  - BALANCE AT 1 JANUARY OF TF-YEAR, AFTER
001200*                      THE PREVIOUS YEAR'S REVALUATION
001300*    TF-YEAR-ACCRUAL - ACCRUED SO FAR IN TF-YEAR
001400*    TF-BALANCE      - OPENING BALANCE PLUS YEAR ACCRUAL
001500*  MOD HISTORY
001600*  15/10/2026 LG  NEW.
001610*  15/10/2026 LG  ADDED TF-SETTLED-DATE (RECORD 94 -> 102): THE
001620*                 CESSAZIONE DATE ON WHICH THE BALANCE WAS PAID
001630*                 OUT BY THE FINAL-SETTLEMENT STEP.  A SETTLED
001640*                 ACCUMULATOR IS NO LONGER ACCRUED OR REVALUED.
001700****************************************************************
001800 01  TFR-RECORD.
001900     05  TF-MATRICOLA            PIC X(05).
002000     05  TF-NOME                 PIC X(20).
002100     05  TF-YEAR                 PIC 9(04).
002200     05  TF-OPENING-BAL          PIC 9(09)V99.
002300     05  TF-YEAR-ACCRUAL         PIC 9(09)V99.
002400     05  TF-BALANCE              PIC 9(09)V99.
002500     05  TF-LAST-MONTH           PIC 9(06).
002600     05  TF-CLOSED-YEAR          PIC 9(04).
002700     05  TF-CLOSED-ACCRUAL       PIC 9(09)V99.
002800     05  TF-CLOSED-REVAL         PIC 9(09)V99.
002900     05  TF-SETTLED-DATE         PIC 9(08).
