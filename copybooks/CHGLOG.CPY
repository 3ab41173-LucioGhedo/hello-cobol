001070*  29/08/2026 LG  IMAGES WIDENED 83 -> 87 FOR EMP-STD-HOURS.
001080*  02/09/2026 LG  IMAGES WIDENED 87 -> 94 FOR EMP-SCHEDULE.
001090*  02/09/2026 LG  IMAGES WIDENED 94 -> 95 FOR EMP-PAY-FREQ.
001095*  15/10/2026 LG  IMAGES WIDENED 95 -> 97 FOR EMP-COMPANY
001096*                 (RECORD 220 -> 224).
001100****************************************************************
001200 01  CHANGE-LOG-RECORD.
001300     05  CG-ACTION               PIC X(01).
001400     05  CG-MATRICOLA            PIC X(05).
001500     05  CG-BEFORE-IMAGE         PIC X(97).
001600     05  CG-AFTER-IMAGE          PIC X(97).
001700     05  CG-RUN-DATE             PIC 9(08).
001800     05  CG-RUN-TIME             PIC 9(08).
001900     05  CG-OPERATOR-ID          PIC X(08).
