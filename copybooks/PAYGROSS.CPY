000960*                 APPROVED RETROADJ DIFFERENCES INTO GR-GROSS
000970*                 AND SHOWS THE PORTION HERE.  DAYS WRITES THE
000980*                 FIELD AS ZERO.
000984*  15/10/2026 LG  ADDED GR-TREDICESIMA (RECORD 48 -> 57): THE
000988*                 DECEMBER PAYOUT STEP FOLDS THE 13TH MONTH
000992*                 INTO GR-GROSS AND SHOWS THE PORTION HERE, SO
000993*                 PAYCALC CAN WITHHOLD ON IT SEPARATELY.
000994*  15/10/2026 LG  ADDED GR-TFR (RECORD 57 -> 66): THE TFR A
000995*                 LEAVER'S SETTLEMENT FOLDS INTO GR-GROSS, SO
000996*                 PAYCALC CAN KEEP IT OUT OF THE SOCIAL-SECURITY
000997*                 AND EMPLOYER CONTRIBUTION BASE.
001000****************************************************************
001100 01  GROSS-PAY-RECORD.
001200     05  GR-MATRICOLA            PIC X(05).
001500     05  GR-COST-CENTER          PIC X(04).
001600     05  GR-RETRO                PIC S9(07)V99
001700                                 SIGN LEADING SEPARATE.
001800     05  GR-TREDICESIMA          PIC 9(07)V99.
001900     05  GR-TFR                  PIC 9(07)V99.
