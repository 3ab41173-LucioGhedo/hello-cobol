002330*                 SO A MID-RUN DAYS FAILURE FOLLOWED BY A
002340*                 RESUBMIT CAN DOUBLE-DRAW - WITHOUT A
002350*                 GENERATION THERE WAS NO RESTORE PATH.
002360*  15/10/2026 LG  YTDSNAP RECORD 95 -> 106 WITH YTDMAST
002370*                 (YT-TREDICESIMA).
002380*  15/10/2026 LG  YTDSNAP RECORD 106 -> 117 WITH YTDMAST
002390*                 (YT-EMPLOYER).
002392*  15/10/2026 LG  EMPSNAP RECORD 95 -> 97 WITH EMPMAST
002394*                 (EMP-COMPANY).
002396*  15/10/2026 LG  YTDSNAP RECORD 117 -> 128 WITH YTDMAST
002398*                 (YT-EXPENSES).
002400****************************************************************
002500  ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
007110  FD  LEAVE-BALANCE.
007120  COPY LEAVREC.
007200  FD  EMP-SNAPSHOT.
007300  01  EMP-SNAPSHOT-RECORD          PIC X(97).
007400  FD  SAL-SNAPSHOT.
007500  01  SAL-SNAPSHOT-RECORD          PIC X(22).
007600  FD  YTD-SNAPSHOT.
007650  01  YTD-SNAPSHOT-RECORD          PIC X(128).
007710  FD  LEAVE-SNAPSHOT.
007720  01  LEAVE-SNAPSHOT-RECORD        PIC X(62).
007800  FD  RUN-CONTROL.
