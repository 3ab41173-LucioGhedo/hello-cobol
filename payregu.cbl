001700*  PAYSLIP REPRINTS.
001800*  MOD HISTORY
001900*  31/08/2026 LG  NEW.
001950*  15/10/2026 LG  FILES NP-TREDICESIMA IN THE NEW PR-TREDICESIMA.
001970*  15/10/2026 LG  FILES NP-EMPLOYER IN THE NEW PR-EMPLOYER.
001980*  15/10/2026 LG  FILES NP-LOANS/NP-GARNISH IN THE NEW PR-LOANS/
001990*                 PR-GARNISH.
001995*  15/10/2026 LG  FILES NP-COST-CENTER IN THE NEW PR-COST-CENTER.
001999*  15/10/2026 LG  FILES NP-EXPENSES IN THE NEW PR-EXPENSES.
002000****************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
014600      MOVE NP-SOCIAL TO PR-SOCIAL.
014700      MOVE NP-UNION TO PR-UNION.
014800      MOVE NP-NET TO PR-NET.
014850      MOVE NP-TREDICESIMA TO PR-TREDICESIMA.
014870      MOVE NP-EMPLOYER TO PR-EMPLOYER.
014880      MOVE NP-LOANS TO PR-LOANS.
014890      MOVE NP-GARNISH TO PR-GARNISH.
014895      MOVE NP-COST-CENTER TO PR-COST-CENTER.
014897      MOVE NP-EXPENSES TO PR-EXPENSES.
014900      MOVE DL-RUN-NUMBER TO PR-RUN-NUMBER.
015000      IF DL-REG-FOUND
015100          REWRITE PAY-REGISTER-RECORD
