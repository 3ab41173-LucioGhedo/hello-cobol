000100****************************************************************
000200*  SETLREC.CPY
000300*  FINAL-SETTLEMENT (LIQUIDAZIONE DI FINE RAPPORTO) RECORD, ONE
000400*  PER MATRICOLA, KEYED ON SL-MATRICOLA IN THE SETTLEH FILE.
000500*  THE SETTLEMENT STEP (SETTLE) WRITES IT WHEN A LEAVER'S
000600*  UNUSED FERIE/PERMESSI, PRO-RATA TREDICESIMA AND TFR ARE
000700*  TURNED INTO PAY, AND IT IS THE EMPLOYEE'S SETTLED MARK: A
000800*  RECORD STAMPED BY ANOTHER RUN NUMBER MEANS THE SETTLEMENT
000900*  WAS ALREADY PAID AND IS REFUSED; ONE STAMPED BY THE SAME
001000*  RUN IS A RESTART AND THE STORED AMOUNTS ARE PAID AGAIN
001100*  UNCHANGED (THE BALANCES WERE ZEROED THE FIRST TIME).
001200*  MOD HISTORY
001300*  15/10/2026 LG  NEW.
001400****************************************************************
001500 01  SETTLEMENT-RECORD.
001600     05  SL-MATRICOLA            PIC X(05).
001700     05  SL-NOME                 PIC X(20).
001800     05  SL-CESSAZIONE           PIC 9(08).
001900     05  SL-RUN-NUMBER           PIC 9(06).
002000     05  SL-SETTLE-DATE          PIC 9(08).
002100     05  SL-DAILY-RATE           PIC 9(07)V99.
002200     05  SL-FERIE-DAYS           PIC 9(03)V99.
002300     05  SL-FERIE-AMOUNT         PIC 9(07)V99.
002400     05  SL-PERM-DAYS            PIC 9(03)V99.
002500     05  SL-PERM-AMOUNT          PIC 9(07)V99.
002600     05  SL-13-MONTHS            PIC 9(02).
002700     05  SL-13-AMOUNT            PIC 9(07)V99.
002800     05  SL-TFR-AMOUNT           PIC 9(07)V99.
002900     05  SL-TOTAL                PIC 9(07)V99.
