000100****************************************************************
000200*  CHQREG.CPY
000300*  MANUAL-PAYMENT REGISTER, KEYED ON CQ-NUMBER IN THE CHQREG
000400*  FILE.  ONE RECORD PER CHEQUE OR CASH VOUCHER CHQPAY ISSUES
000500*  FOR A NET PAY THE BANK FILE COULD NOT CARRY: AN EMPLOYEE
000600*  BANKPAY SKIPPED (NO MASTER RECORD, NO IBAN, IBAN FAILING
000700*  IBANCHK - SOURCE S) OR A CREDIT THE BANK SENT BACK (BNKRET'S
000800*  REPAYLST - SOURCE R).  THE NUMBERS ARE ONE SEQUENCE FOR ALL
000900*  COMPANIES: THE NEXT ONE IS THE HIGHEST ON FILE PLUS 1, AND A
001000*  NUMBER IS NEVER REUSED OR REMOVED - A SPOILT CHEQUE IS VOIDED
001100*  AND STAYS ON THE REGISTER.
001200*  CQ-STATUS: N TO PRINT (A REPLACEMENT KEYED IN CHQMNT), S
001300*  PRINTED, E ISSUED TO THE EMPLOYEE, I CASHED (FOR A VOUCHER:
001400*  PAID OUT), A VOIDED.  S AND E ARE OUTSTANDING AND ARE AGED ON
001500*  EXCRPT.  A REPLACEMENT POINTS TO THE NUMBER IT REPLACES
001600*  (CQ-REPLACES) AND THE VOIDED ONE TO ITS REPLACEMENT.
001700*  RECORD 150 BYTES; A CHGLOG IMAGE KEEPS THE FIRST 97 (NUMBER
001800*  TO STATUS).
001900*  MOD HISTORY
002000*  15/10/2026 LG  NEW.
002100****************************************************************
002200 01  CHEQUE-REGISTER-RECORD.
002300     05  CQ-NUMBER               PIC 9(07).
002400     05  CQ-COMPANY              PIC X(02).
002500     05  CQ-RUN-NUMBER           PIC 9(06).
002600     05  CQ-PERIOD-END           PIC 9(08).
002700     05  CQ-MATRICOLA            PIC X(05).
002800     05  CQ-NOME                 PIC X(20).
002900     05  CQ-AMOUNT               PIC 9(09)V99.
003000     05  CQ-METHOD               PIC X(01).
003100         88  CQ-CHEQUE                       VALUE 'A'.
003200         88  CQ-CASH                         VALUE 'C'.
003300     05  CQ-SOURCE               PIC X(01).
003400         88  CQ-FROM-SKIP                    VALUE 'S'.
003500         88  CQ-FROM-RETURN                  VALUE 'R'.
003600     05  CQ-REASON               PIC X(30).
003700     05  CQ-STATUS               PIC X(01).
003800         88  CQ-TO-PRINT                     VALUE 'N'.
003900         88  CQ-PRINTED                      VALUE 'S'.
004000         88  CQ-ISSUED                       VALUE 'E'.
004100         88  CQ-CASHED                       VALUE 'I'.
004200         88  CQ-VOIDED                       VALUE 'A'.
004300         88  CQ-OUTSTANDING                  VALUE 'S' 'E'.
004400     05  CQ-CREATE-DATE          PIC 9(08).
004500     05  CQ-PRINT-DATE           PIC 9(08).
004600     05  CQ-STATUS-DATE          PIC 9(08).
004700     05  CQ-STATUS-OPERATOR      PIC X(08).
004800     05  CQ-REPLACES             PIC 9(07).
004900     05  CQ-REPLACED-BY          PIC 9(07).
005000     05  FILLER                  PIC X(12).
