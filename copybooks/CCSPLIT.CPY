000100****************************************************************
000200*  CCSPLIT.CPY
000300*  PARAMETER AREA OF THE CCSPLIT UTILITY.  THE CALLER FILLS THE
000400*  MATRICOLA, THE DATE THE SPLIT IS WANTED FOR, THE AMOUNT AND
000500*  THE EMPLOYEE'S OWN COST CENTER; CCSPLIT RETURNS THE AMOUNT
000600*  CUT INTO SP-SHARE-COUNT SHARES, PRIMARY CENTER FIRST.
000700*  SP-RESULT 0 = SPLIT AS CCALLOC SAYS.  1 = NO SPLIT IN FORCE
000800*  (OR NO CCALLOC FILE): ONE SHARE, THE WHOLE AMOUNT ON THE OWN
000900*  CENTER.  9 = THE RECORD IN FORCE IS WRONG (REASON IN
001000*  SP-MESSAGE): ONE SHARE ON THE OWN CENTER, AS FOR 1, FOR THE
001100*  CALLER TO REPORT.  SO A CALLER ALWAYS JUST POSTS THE SHARES.
001200*  MOD HISTORY
001300*  15/10/2026 LG  NEW.
001400****************************************************************
001500 01  CC-SPLIT-AREA.
001600     05  SP-MATRICOLA            PIC X(05).
001700     05  SP-AS-OF-DATE           PIC 9(08).
001800     05  SP-AMOUNT               PIC 9(09)V99.
001900     05  SP-HOME-CENTER          PIC X(04).
002000     05  SP-RESULT               PIC 9(01).
002100     05  SP-MESSAGE              PIC X(32).
002200     05  SP-EFF-DATE             PIC 9(08).
002300     05  SP-SHARE-COUNT          PIC 9(01).
002400     05  SP-SHARE OCCURS 5 TIMES.
002500         10  SP-COST-CENTER      PIC X(04).
002600         10  SP-SHARE-AMOUNT     PIC 9(09)V99.
