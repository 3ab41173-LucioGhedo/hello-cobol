000100****************************************************************
000200*  LVBOOK.CPY
000300*  ADVANCE LEAVE BOOKING, ONE RECORD PER BOOKED WORKING DAY,
000400*  KEYED ON BK-KEY (MATRICOLA PLUS DATE) IN THE LVBOOK FILE.
000500*  LVBMNT (MENU) BOOKS A FERIE OR PERMESSO DATE RANGE AND WRITES
000600*  ONLY THE DAYS THE EMPLOYEE IS SCHEDULED TO WORK THAT ARE NOT
000700*  ON THE HOLIDAY CALENDAR; BK-RANGE-FROM/TO KEEP THE RANGE AS
000800*  REQUESTED SO THE WHOLE BOOKING CAN BE CANCELLED TOGETHER.
000900*  THE PAY RUN'S LVBREL STEP TURNS THE DAYS INSIDE THE RUNCTL
001000*  PERIOD INTO TIMESHEET RECORDS (TSREC) WITH BK-TYPE AS THE
001100*  WORKED FLAG.  A DAY AFTER THE LEAVEBAL LB-LAST-PERIOD-END IS
001200*  BOOKED BUT NOT YET TAKEN; ON OR BEFORE IT THE DAY HAS BEEN
001300*  THROUGH THE BATCH RUN AND IS IN LB-FERIE-USED/LB-PERM-USED.
001400*  MOD HISTORY
001500*  15/10/2026 LG  NEW.
001600****************************************************************
001700 01  LEAVE-BOOKING-RECORD.
001800     05  BK-KEY.
001900         10  BK-MATRICOLA        PIC X(05).
002000         10  BK-DATE             PIC 9(08).
002100         10  BK-DATE-R REDEFINES BK-DATE.
002200             15  BK-DATE-CCYY    PIC 9(04).
002300             15  BK-DATE-MMDD    PIC 9(04).
002400     05  BK-DAY-CODE             PIC 9(01).
002500     05  BK-TYPE                 PIC X(01).
002600         88  BK-FERIE                            VALUE 'F'.
002700         88  BK-PERMESSO                         VALUE 'P'.
002800     05  BK-RANGE-FROM           PIC 9(08).
002900     05  BK-RANGE-TO             PIC 9(08).
003000     05  BK-BOOKED-ON            PIC 9(08).
003100     05  BK-OPERATOR-ID          PIC X(08).
