000100****************************************************************
000200*  PUNCHREC.CPY
000300*  RAW BADGE-READER PUNCH, AS EXPORTED BY THE SITE TIME CLOCKS
000400*  (PUNCHES FILE) AND READ BY TSPUNCH.  ONE RECORD PER SWIPE.
000500*  BADGES ARE ENROLLED ON THE MATRICOLA: THE FIRST FIVE
000600*  CHARACTERS OF PU-BADGE-ID ARE THE MATRICOLA, THE REST IS THE
000700*  CARD ISSUE NUMBER (A LOST CARD IS REISSUED ON THE SAME
000800*  MATRICOLA) AND IS NOT USED.
000900*    PU-TIME      - HHMMSS AS THE READER STAMPED IT
001000*    PU-DIRECTION - I = ENTRATA, O = USCITA
001100*    PU-READER-ID - READER (SITE/GATE) THE SWIPE CAME FROM
001200*  MOD HISTORY
001300*  15/10/2026 LG  NEW.
001400****************************************************************
001500 01  PUNCH-RECORD.
001600     05  PU-BADGE-ID.
001700         10  PU-MATRICOLA        PIC X(05).
001800         10  PU-BADGE-ISSUE      PIC X(05).
001900     05  PU-DATE                 PIC 9(08).
002000     05  PU-TIME                 PIC 9(06).
002100     05  PU-TIME-R REDEFINES PU-TIME.
002200         10  PU-HH               PIC 9(02).
002300         10  PU-MM               PIC 9(02).
002400         10  PU-SS               PIC 9(02).
002500     05  PU-DIRECTION            PIC X(01).
002600         88  PU-IN                               VALUE 'I'.
002700         88  PU-OUT                              VALUE 'O'.
002800     05  PU-READER-ID            PIC X(04).
