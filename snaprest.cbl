002720*                 MATCHING THE LEAVSNAP GENERATION SNAPSHOT
002730*                 NOW TAKES - THE LEAVE DRAWS HAD NO RESTORE
002740*                 PATH AFTER A MID-RUN FAILURE.
002750*  15/10/2026 LG  YTDMAST RECORD 95 -> 106 (YT-TREDICESIMA): THE
002760*                 SNAPSHOT RECORD AND THE COMPARE IMAGES WIDEN TO
002770*                 THE LONGEST MASTER.
002780*  15/10/2026 LG  YTDMAST RECORD 106 -> 117 (YT-EMPLOYER), SAME
002790*                 WIDENING.
002792*  15/10/2026 LG  EMPMAST RECORD 95 -> 97 (EMP-COMPANY).
002795*  15/10/2026 LG  YTDMAST RECORD 117 -> 128 (YT-EXPENSES), SAME
002798*                 WIDENING.
002799*  15/10/2026 LG  EM-RECORD WIDENED TO THE 97-BYTE EMPMAST RECORD.
002800****************************************************************
002900  ENVIRONMENT DIVISION.
003000  CONFIGURATION SECTION.
005600  FD  EMPLOYEE-MASTER.
005700  01  EM-RECORD.
005800      05  EM-KEY                  PIC X(05).
005900      05  FILLER                  PIC X(92).
006000  FD  SALARY-HISTORY.
006100  01  SL-RECORD.
006200      05  SL-KEY                  PIC X(13).
006400  FD  YTD-MASTER.
006500  01  YD-RECORD.
006600      05  YD-KEY                  PIC X(05).
006650      05  FILLER                  PIC X(123).
006710  FD  LEAVE-BALANCE.
006720  01  LV-RECORD.
006730      05  LV-KEY                  PIC X(05).
006740      05  FILLER                  PIC X(57).
006800  FD  SNAPSHOT-FILE.
006900  01  SNAPSHOT-RECORD              PIC X(128).
007000  01  SNAPSHOT-HEADER REDEFINES SNAPSHOT-RECORD.
007100      05  SN-TYPE                 PIC X(01).
007200      05  SN-RUN-NUMBER           PIC 9(06).
007300      05  SN-DATE                 PIC 9(08).
007400      05  FILLER                  PIC X(113).
007500*
007600  WORKING-STORAGE SECTION.
007700  COPY RPTHDRW.
009200      88  DL-SNAP-DONE                        VALUE 'Y'.
009300  01  DL-LIVE-EOF-SW               PIC X(01).
009400      88  DL-LIVE-DONE                        VALUE 'Y'.
009500  01  DL-SNAP-IMAGE                PIC X(128).
009600  01  DL-LIVE-IMAGE                PIC X(128).
009700  01  DL-SNAP-KEY                  PIC X(13).
009800  01  DL-LIVE-KEY                  PIC X(13).
009900  01  DL-DELETED-COUNT             PIC 9(06) VALUE 0.
014300      EVALUATE DL-FILE-CHOICE
014400          WHEN 'E'
014500              MOVE 05 TO DL-KEY-LEN
014600              MOVE 97 TO DL-REC-LEN
014700          WHEN 'S'
014800              MOVE 13 TO DL-KEY-LEN
014900              MOVE 22 TO DL-REC-LEN
015000          WHEN 'Y'
015100              MOVE 05 TO DL-KEY-LEN
015150              MOVE 128 TO DL-REC-LEN
015210          WHEN 'L'
015220              MOVE 05 TO DL-KEY-LEN
015230              MOVE 62 TO DL-REC-LEN
