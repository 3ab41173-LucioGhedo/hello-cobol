000100****************************************************************
000200*  EXPCLAIM.CPY
000300*  EXPENSE CLAIM (NOTA SPESE), ONE RECORD PER CLAIM.  THE SAME
000400*  LAYOUT IS USED FOR THE CLAIM TRANSACTIONS (EXPCLAIM), THE
000500*  CLAIMS EXPEDIT PASSES FOR THE PERIOD (EXPOK) AND THE CLAIMS
000600*  PAYCALC ACTUALLY PAID IN THE RUN (EXPPAID, READ BY GLPOST).
000700*  A CLAIM IS PAID ONLY ONCE IT CARRIES AN APPROVAL REFERENCE;
000800*  THE MATRICOLA PLUS THE APPROVAL REFERENCE IDENTIFIES IT ON
000900*  THE PAID-CLAIMS HISTORY (EXPHIST.CPY).  A BLANK COST CENTER
001000*  MEANS THE EMPLOYEE'S OWN; EXPEDIT FILLS IT IN ON EXPOK.
001100*  REIMBURSEMENTS ARE NOT PAY: THEY ARE ADDED TO THE NET AFTER
001200*  TAX AND CONTRIBUTIONS, NEVER TO THE GROSS.
001300*  MOD HISTORY
001400*  15/10/2026 LG  NEW.
001500****************************************************************
001600 01  EXPENSE-CLAIM-RECORD.
001700     05  XC-MATRICOLA            PIC X(05).
001800     05  XC-CLAIM-DATE           PIC 9(08).
001900     05  XC-TYPE                 PIC X(01).
002000         88  XC-VIAGGIO                          VALUE 'V'.
002100         88  XC-PASTO                            VALUE 'P'.
002200         88  XC-ALTRO                            VALUE 'A'.
002300         88  XC-VALID-TYPE           VALUE 'V' 'P' 'A'.
002400     05  XC-AMOUNT               PIC 9(05)V99.
002500     05  XC-APPROVAL-REF         PIC X(10).
002600     05  XC-COST-CENTER          PIC X(04).
