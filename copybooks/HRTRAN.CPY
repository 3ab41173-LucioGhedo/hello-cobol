000100****************************************************************
000200*  HRTRAN.CPY
000300*  HR FEED TRANSACTION, ONE RECORD PER EMPLOYEE CHANGE SENT BY
000400*  HR AND APPLIED TO THE MASTER BY HRFEED.  HT-ACTION IS A (NEW
000500*  HIRE - EVERY FIELD BUT THE CESSAZIONE DATE IS KEYED), C
000600*  (CHANGE - A FIELD LEFT BLANK KEEPS ITS VALUE ON THE MASTER;
000700*  THE HIRE DATE IS NOT CHANGED BY THE FEED) OR T (LEAVER -
000800*  MATRICOLA AND CESSAZIONE DATE ONLY).  AMOUNTS AND HOURS CARRY
000900*  TWO IMPLIED DECIMALS, DATES ARE AAAAMMGG.
001000*  THE SAME LAYOUT IS THE REJECT FILE (HRREJ): HRFEED FILLS
001100*  HT-REASON ON THE WAY OUT AND IGNORES IT ON THE WAY IN, SO HR
001200*  CORRECTS A REJECT IN PLACE AND SENDS THE RECORD BACK AS IT
001300*  IS.
001400*  MOD HISTORY
001500*  15/10/2026 LG  NEW.
001600****************************************************************
001700 01  HR-TRANSACTION-RECORD.
001800     05  HT-ACTION               PIC X(01).
001900         88  HT-ADD                          VALUE 'A'.
002000         88  HT-CHANGE                       VALUE 'C'.
002100         88  HT-TERMINATE                    VALUE 'T'.
002200     05  HT-MATRICOLA            PIC X(05).
002300     05  HT-COMPANY              PIC X(02).
002400     05  HT-NOME                 PIC X(20).
002500     05  HT-STIPENDIO            PIC 9(07)V99.
002600     05  HT-STIPENDIO-X REDEFINES HT-STIPENDIO
002700                                 PIC X(09).
002800     05  HT-HIRE-DATE            PIC 9(08).
002900     05  HT-HIRE-DATE-X REDEFINES HT-HIRE-DATE
003000                                 PIC X(08).
003100     05  HT-WORK-DAY             PIC X(01).
003200     05  HT-COST-CENTER          PIC X(04).
003300     05  HT-IBAN                 PIC X(27).
003400     05  HT-STD-HOURS            PIC 9(02)V99.
003500     05  HT-STD-HOURS-X REDEFINES HT-STD-HOURS
003600                                 PIC X(04).
003700     05  HT-SCHEDULE             PIC X(07).
003800     05  HT-PAY-FREQ             PIC X(01).
003900     05  HT-TERM-DATE            PIC 9(08).
004000     05  HT-TERM-DATE-X REDEFINES HT-TERM-DATE
004100                                 PIC X(08).
004200     05  FILLER                  PIC X(03).
004300     05  HT-REASON               PIC X(50).
