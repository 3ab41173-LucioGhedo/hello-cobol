000100****************************************************************
000200*  COMPREF.CPY
000300*  CLIENT-COMPANY REFERENCE RECORD, KEYED ON CO-CODE IN THE
000400*  COMPREF FILE.  SEVERAL COMPANIES ARE NOW RUN FROM THE SAME
000500*  SET OF FILES: EVERY EMPLOYEE RECORD CARRIES EMP-COMPANY AND
000600*  EVERY RUN-CONTROL RECORD ITS RN-COMPANY, AND THIS RECORD
000700*  HOLDS WHAT THE OUTPUTS NEED TO KNOW ABOUT THE EMPLOYER:
000800*    CO-NAME        - LEGAL NAME, PRINTED IN THE REPORT HEADING
000900*                     AND ON THE STATUTORY OUTPUTS
001000*    CO-TAX-CODE    - CODICE FISCALE / PARTITA IVA
001100*    CO-DEBTOR-IBAN - ACCOUNT THE NET PAY IS DEBITED TO (BLANK =
001200*                     THE PAYPARM DEBTOR, AS BEFORE)
001300*    CO-GL-COMPANY  - COMPANY CODE IN THE GENERAL LEDGER
001400*  MAINTAINED FROM THE MENU (COMPMNT); LOOKED UP THROUGH THE
001500*  CALLABLE COMPINFO.  CODES ARE NEVER DELETED.
001600*  MOD HISTORY
001700*  15/10/2026 LG  NEW.
001800****************************************************************
001900 01  COMPANY-RECORD.
002000     05  CO-CODE                 PIC X(02).
002100     05  CO-NAME                 PIC X(30).
002200     05  CO-TAX-CODE             PIC X(16).
002300     05  CO-DEBTOR-IBAN          PIC X(27).
002400     05  CO-GL-COMPANY           PIC X(04).
002500     05  CO-STATUS               PIC X(01).
002600         88  CO-ACTIVE                           VALUE 'A'.
002700         88  CO-INACTIVE                         VALUE 'I'.
