002200*  THAT DIES MIDWAY LEAVES THE ORIGINALS UNTOUCHED.
002300*  MOD HISTORY
002400*  02/09/2026 LG  NEW.
002410*  15/10/2026 LG  CHGLOG RECORD 220 -> 224 (EMP-COMPANY IN THE
002420*                 IMAGES).
002500****************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
007100  FD  CHANGE-LOG.
007200  COPY CHGLOG.
007300  FD  CHANGE-LOG-ARCHIVE.
007400  01  CHANGE-LOG-ARCHIVE-RECORD    PIC X(224).
007500  FD  CHANGE-LOG-WORK.
007600  01  CHANGE-LOG-WORK-RECORD       PIC X(224).
007700*
007800  WORKING-STORAGE SECTION.
007900  COPY RPTHDRW.
