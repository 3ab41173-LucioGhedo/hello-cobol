000100****************************************************************
000200*  EXPHIST.CPY
000300*  KEYED PAID-EXPENSE-CLAIM HISTORY, ONE RECORD PER CLAIM PAID
000400*  (KEY MATRICOLA PLUS APPROVAL REFERENCE, FILE EXPHIST).
000500*  PAYCALC WRITES A RECORD FOR EVERY CLAIM IT ADDS TO A NET,
000600*  STAMPED WITH THE RUN THAT PAID IT; EXPEDIT CHECKS THE FILE
000700*  BEFORE PASSING A CLAIM, SO A CLAIM LEFT ON THE TRANSACTION
000800*  FILE IS NEVER PAID TWICE.  A RECORD STAMPED WITH THE RUN
000900*  BEING RERUN IS PASSED AGAIN, AS RETROHIS DOES FOR RETROAPP.
001000*  NOTHING EVER REWRITES OR DELETES A RECORD.
001100*  MOD HISTORY
001200*  15/10/2026 LG  NEW.
001300****************************************************************
001400 01  EXPENSE-HISTORY-RECORD.
001500     05  XH-KEY.
001600         10  XH-MATRICOLA        PIC X(05).
001700         10  XH-APPROVAL-REF     PIC X(10).
001800     05  XH-CLAIM-DATE           PIC 9(08).
001900     05  XH-TYPE                 PIC X(01).
002000     05  XH-AMOUNT               PIC 9(05)V99.
002100     05  XH-COST-CENTER          PIC X(04).
002200     05  XH-PAID-RUN             PIC 9(06).
002300     05  XH-PAID-DATE            PIC 9(08).
