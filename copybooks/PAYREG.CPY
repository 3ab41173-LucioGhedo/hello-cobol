000800*  BE REPRINTED INSTEAD OF PHOTOCOPIED FROM THE BINDER.
000900*  MOD HISTORY
001000*  31/08/2026 LG  NEW.
001020*  15/10/2026 LG  ADDED PR-TREDICESIMA (RECORD 84 -> 93), THE
001040*                 13TH-MONTH PORTION OF PR-GROSS.  EXISTING
001060*                 REGISTERS ARE RELOADED WITH THE FIELD ZERO.
001070*  15/10/2026 LG  ADDED PR-EMPLOYER (RECORD 93 -> 102), THE
001080*                 EMPLOYER CONTRIBUTIONS FOR THE PERIOD (NOT PART
001090*                 OF PR-GROSS OR THE DEDUCTIONS).
001092*  15/10/2026 LG  ADDED PR-LOANS AND PR-GARNISH (RECORD 102 ->
001093*                 120), THE AGREEMENT DEDUCTIONS TAKEN FROM THE
001094*                 NET, SO A REPRINTED PAYSLIP STILL ADDS UP.
001095*  15/10/2026 LG  ADDED PR-COST-CENTER (RECORD 120 -> 124), THE
001096*                 PERIOD'S COST CENTER, FOR CCBUDRPT.  EXISTING
001097*                 REGISTERS ARE RELOADED WITH THE FIELD BLANK.
001098*  15/10/2026 LG  ADDED PR-EXPENSES (RECORD 124 -> 133), THE
001099*                 EXPENSE REIMBURSEMENTS PAID IN PR-NET.
001100****************************************************************
001200 01  PAY-REGISTER-RECORD.
001300     05  PR-KEY.
002000     05  PR-UNION                PIC 9(07)V99.
002100     05  PR-NET                  PIC 9(07)V99.
002200     05  PR-RUN-NUMBER           PIC 9(06).
002300     05  PR-TREDICESIMA          PIC 9(07)V99.
002400     05  PR-EMPLOYER             PIC 9(07)V99.
002500     05  PR-LOANS                PIC 9(07)V99.
002600     05  PR-GARNISH              PIC 9(07)V99.
002700     05  PR-COST-CENTER          PIC X(04).
002800     05  PR-EXPENSES             PIC 9(07)V99.
