000100****************************************************************
000200*  CCALLOC.CPY
000300*  COST-CENTER SPLIT OF AN EMPLOYEE WORKING FOR MORE THAN ONE
000400*  DEPARTMENT, KEYED ON CA-KEY (MATRICOLA PLUS THE DATE THE
000500*  SPLIT TAKES EFFECT) IN THE CCALLOC FILE.  UP TO FIVE CENTERS,
000600*  EACH WITH ITS PERCENTAGE (TWO DECIMALS), TOGETHER 100.  THE
000700*  FIRST CENTER IS THE PRIMARY: IT TAKES THE ROUNDING, SO THE
000800*  SHARES ALWAYS ADD BACK TO THE AMOUNT SPLIT.  THE RECORD IN
000900*  FORCE ON A DATE IS THE LAST ONE EFFECTIVE ON OR BEFORE IT,
001000*  THE SAME RULE AS SALHIST; ONE WITH NO CENTERS AT ALL ENDS THE
001100*  SPLIT AND THE EMPLOYEE GOES BACK TO EMP-COST-CENTER.  AN
001200*  EMPLOYEE WITH NO RECORD IS NEVER SPLIT.  MAINTAINED FROM THE
001300*  MENU (ALCMNT), CHECKED BY INTCHK, APPLIED THROUGH CCSPLIT.
001400*  MOD HISTORY
001500*  15/10/2026 LG  NEW.
001600****************************************************************
001700 01  CC-ALLOCATION-RECORD.
001800     05  CA-KEY.
001900         10  CA-MATRICOLA        PIC X(05).
002000         10  CA-EFF-DATE         PIC 9(08).
002100     05  CA-SHARE OCCURS 5 TIMES.
002200         10  CA-COST-CENTER      PIC X(04).
002300         10  CA-PERCENT          PIC 9(03)V99.
002400     05  FILLER                  PIC X(02).
