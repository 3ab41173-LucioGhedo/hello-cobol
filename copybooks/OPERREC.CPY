001400*  OPERFILE WITH THE NEW COLUMNS (RECORD 29 -> 39).
001500*  MOD HISTORY
001600*  02/09/2026 LG  NEW.
001610*  15/10/2026 LG  ADDED OP-COMPANIES, UP TO FIVE COMPREF CODES
001620*                 THE OPERATOR MAY WORK ON NOW THAT SEVERAL
001630*                 COMPANIES SHARE THE FILES.  ALL BLANK = NOT
001640*                 LIMITED (EVERY EXISTING OPERATOR UNTIL OPRMNT
001650*                 SETS THE LIST).  RECORD 39 -> 49.
001700****************************************************************
001800 01  OPERATOR-RECORD.
001900     05  OP-ID                   PIC X(08).
002800         88  OP-ENABLED                          VALUE 'A' ' '.
002900         88  OP-DISABLED                         VALUE 'D'.
003000     05  OP-FAIL-COUNT           PIC 9(01).
003100     05  OP-COMPANIES.
003200         10  OP-COMPANY          OCCURS 5 TIMES
003300                                 PIC X(02).
