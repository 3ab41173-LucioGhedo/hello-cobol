000920*                 THE RETRO PORTION ALREADY INCLUDED IN
000930*                 NP-GROSS, SO THE PAYSLIP CAN SHOW THE
000940*                 ARRETRATI LINE SEPARATELY.
000960*  15/10/2026 LG  ADDED NP-TREDICESIMA (RECORD 80 -> 89), THE
000980*                 13TH-MONTH PORTION INCLUDED IN NP-GROSS.
000984*  15/10/2026 LG  ADDED NP-EMPLOYER AND NP-COST-CENTER (RECORD
000988*                 89 -> 102): THE EMPLOYER CONTRIBUTIONS ON THE
000989*                 GROSS - A COST, NOT A DEDUCTION, SO NOT IN
000990*                 NP-NET - AND THE COST CENTER TO CHARGE THEM TO.
000991*  15/10/2026 LG  ADDED NP-LOANS AND NP-GARNISH (RECORD 102 ->
000992*                 120): THE ADVANCE/LOAN INSTALMENTS AND THE
000993*                 GARNISHMENTS TAKEN FROM THE NET UNDER THE DEDAGR
000994*                 AGREEMENTS (AGRREC.CPY), ALREADY OUT OF NP-NET.
000995*  15/10/2026 LG  ADDED NP-EXPENSES (RECORD 120 -> 129), THE
000996*                 APPROVED EXPENSE CLAIMS (EXPCLAIM.CPY) PAID
000997*                 WITH THE WEEK - NOT GROSS, NOT TAXED, ALREADY
000998*                 ADDED INTO NP-NET.
001000****************************************************************
001100 01  NET-PAY-RECORD.
001200     05  NP-MATRICOLA            PIC X(05).
001800     05  NP-NET                  PIC 9(07)V99.
001900     05  NP-RETRO                PIC S9(07)V99
002000                                 SIGN LEADING SEPARATE.
002100     05  NP-TREDICESIMA          PIC 9(07)V99.
002200     05  NP-EMPLOYER             PIC 9(07)V99.
002300     05  NP-COST-CENTER          PIC X(04).
002400     05  NP-LOANS                PIC 9(07)V99.
002500     05  NP-GARNISH              PIC 9(07)V99.
002600     05  NP-EXPENSES             PIC 9(07)V99.
