000100****************************************************************
000200*  AGRREC.CPY
000300*  DEDUCTION AGREEMENT - A SALARY ADVANCE (ANTICIPO), A LOAN
000400*  (PRESTITO) OR A COURT-ORDERED GARNISHMENT (PIGNORAMENTO)
000500*  RECOVERED FROM PAY BY INSTALMENTS.  KEYED ON AG-KEY
000600*  (MATRICOLA PLUS A 2-DIGIT SEQUENCE, SO ONE EMPLOYEE CAN
000700*  CARRY SEVERAL AT ONCE) IN THE DEDAGR FILE, MAINTAINED FROM
000800*  THE MENU (AGRMNT).  PAYCALC TAKES AG-INSTALMENT FROM THE NET
000900*  AFTER THE STATUTORY DEDUCTIONS, NEVER MORE THAN AG-MAX-PCT
001000*  PER CENT OF THAT NET NOR MORE THAN AG-BALANCE, AND CLOSES
001100*  THE AGREEMENT (AG-STATUS C) WHEN THE BALANCE REACHES ZERO.
001200*  AG-LAST-RUN/AG-LAST-AMOUNT RECORD WHAT THE LAST RUN TOOK SO
001300*  A RERUN OF THE SAME RUN PUTS IT BACK BEFORE TAKING IT AGAIN,
001400*  AND SO BANKPAY CAN PAY THE GARNISHMENT CREDITOR.
001500*    AG-DESC      - DESCRIPTION; FOR A GARNISHMENT THE CREDITOR
001600*                   NAME THAT GOES ON THE CREDITOR PAYMENT
001700*    AG-CRED-IBAN - CREDITOR IBAN, GARNISHMENTS ONLY
001800*  MOD HISTORY
001900*  15/10/2026 LG  NEW.
002000****************************************************************
002100 01  AGREEMENT-RECORD.
002200     05  AG-KEY.
002300         10  AG-MATRICOLA        PIC X(05).
002400         10  AG-SEQ              PIC 9(02).
002500     05  AG-TYPE                 PIC X(01).
002600         88  AG-ADVANCE                          VALUE 'A'.
002700         88  AG-LOAN                             VALUE 'P'.
002800         88  AG-GARNISHMENT                      VALUE 'G'.
002900     05  AG-DESC                 PIC X(20).
003000     05  AG-INSTALMENT           PIC 9(07)V99.
003100     05  AG-BALANCE              PIC 9(07)V99.
003200     05  AG-START-DATE           PIC 9(08).
003300     05  AG-MAX-PCT              PIC 9(02).
003400     05  AG-STATUS               PIC X(01).
003500         88  AG-ACTIVE                           VALUE 'A'.
003600         88  AG-SUSPENDED                        VALUE 'S'.
003700         88  AG-CLOSED                           VALUE 'C'.
003800     05  AG-CRED-IBAN            PIC X(27).
003900     05  AG-LAST-RUN             PIC 9(06).
004000     05  AG-LAST-AMOUNT          PIC 9(07)V99.
