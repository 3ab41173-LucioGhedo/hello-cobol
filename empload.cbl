001896*  02/09/2026 LG  THE NEW EMP-SCHEDULE DEFAULTS TO N ON EVERY
001897*                 DAY EXCEPT THE OLD ES-WORK-DAY - MAINTAIN
001898*                 THE REAL SCHEDULE WITH EMPMNT AFTER LOADING.
001899*  15/10/2026 LG  LOADED EMPLOYEES GO TO COMPANY 01.
001900****************************************************************
002000  ENVIRONMENT DIVISION.
002100  CONFIGURATION SECTION.
011158              MOVE 8 TO EMP-STD-HOURS
011159              MOVE 'NNNNNNN' TO EMP-SCHEDULE
011160              MOVE 'W' TO EMP-PAY-FREQ
011161              MOVE '01' TO EMP-COMPANY
011162              MOVE ES-WORK-DAY TO EMP-WORK-DAY
011163              IF ES-WORK-DAY >= 1 AND ES-WORK-DAY <= 7
011164                  MOVE 'S' TO EMP-SCHED-DAY(ES-WORK-DAY)
011165              END-IF
011200              WRITE EMPLOYEE-MASTER-RECORD
011300                  INVALID KEY
011400                      DISPLAY 'MATRICOLA DUPLICATA '
