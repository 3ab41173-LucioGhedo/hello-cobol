000100****************************************************************
000200*  PROVPOST.CPY
000300*  PENDING PROVISION POSTING, ONE RECORD PER COST CENTER PER
000400*  PROVISION, IN THE PROVPOST FILE.  STEPS THAT BOOK A
000500*  LIABILITY OUTSIDE THE WEEKLY GROSS-TO-NET (THE YEAR-END TFR
000600*  PROVISION) APPEND A RECORD HERE; THE NEXT GLPOST RUN POSTS
000700*  IT - DEBIT PV-DR-ACCOUNT ON THE COST CENTER, CREDIT
000800*  PV-CR-ACCOUNT - AND STAMPS PV-POSTED-RUN WITH ITS RUN
000900*  NUMBER, SO A RECORD IS POSTED ONCE (A RERUN OF THE SAME RUN
001000*  NUMBER POSTS IT AGAIN INTO THE NEW GLFILE).  RECORDS POSTED
001100*  BY AN EARLIER RUN ARE DROPPED BY THE NEXT ONE.
001200*    PV-REFERENCE - PERIOD THE PROVISION BELONGS TO, AAAAMM
001300*  MOD HISTORY
001400*  15/10/2026 LG  NEW.
001410*  15/10/2026 LG  ADDED PV-COMPANY (RECORD 53 -> 55): THE COMPANY
001420*                 THE PROVISION BELONGS TO (BLANK = 01).  GLPOST
001430*                 POSTS ONLY ITS OWN RUN'S COMPANY AND LEAVES THE
001440*                 OTHERS PENDING.
001500****************************************************************
001600 01  PROVISION-POSTING-RECORD.
001700     05  PV-SOURCE               PIC X(08).
001800     05  PV-REFERENCE            PIC 9(06).
001900     05  PV-DR-ACCOUNT           PIC X(08).
002000     05  PV-CR-ACCOUNT           PIC X(08).
002100     05  PV-COST-CENTER          PIC X(04).
002200     05  PV-AMOUNT               PIC 9(11)V99.
002300     05  PV-POSTED-RUN           PIC 9(06).
002400     05  PV-COMPANY              PIC X(02).
