000100****************************************************************
000200*  LULPAGE.CPY
000300*  LUL PAGE-NUMBER REGISTER.  THE REGISTER FILE (LULPAGE) IS
000400*  APPEND-ONLY: LULPRT WRITES ONE RECORD PER COMPLETED PRINT OF
000500*  A MONTH'S LIBRO UNICO DEL LAVORO, WITH THE FIRST AND LAST
000600*  PAGE NUMBERS IT USED.  PAGES RUN FROM 1 THROUGH THE YEAR PER
000700*  COMPANY, SO THE NEXT PRINT STARTS AT THE HIGHEST LP-LAST-PAGE
000800*  OF THE COMPANY AND YEAR PLUS 1.  A REPRINT OF A MONTH ALREADY
000900*  ON THE REGISTER TAKES NEW NUMBERS THE SAME WAY AND IS MARKED
001000*  R, SO NO NUMBER IS EVER USED TWICE OR LEFT OUT.
001100*  MOD HISTORY
001200*  15/10/2026 LG  NEW.
001300****************************************************************
001400 01  LUL-PAGE-RECORD.
001500     05  LP-COMPANY              PIC X(02).
001600     05  LP-MONTH.
001700         10  LP-YEAR             PIC 9(04).
001800         10  LP-MM               PIC 9(02).
001900     05  LP-FIRST-PAGE           PIC 9(05).
002000     05  LP-LAST-PAGE            PIC 9(05).
002100     05  LP-PRINT-TYPE           PIC X(01).
002200         88  LP-FIRST-PRINT                  VALUE 'P'.
002300         88  LP-REPRINT                      VALUE 'R'.
002400     05  LP-EMP-COUNT            PIC 9(05).
002500     05  LP-DATE                 PIC 9(08).
002600     05  LP-TIME                 PIC 9(08).
002700     05  FILLER                  PIC X(40).
