000981*                 MONTHLY USED TO LIVE OUTSIDE THE SYSTEM ON A
000982*                 SPREADSHEET.  THE BATCH RUN PAYS ONLY THE
000983*                 FREQUENCY IT IS STARTED FOR.
000984*  15/10/2026 LG  ADDED EMP-ANONYMISED: THE YEARLY RETENTION PURGE
000985*                 OVERWRITES THE NAME OF A LONG-DEPARTED EMPLOYEE
000986*                 WITH THIS MARKER AND BLANKS THE IBAN, KEEPING
000987*                 THE MATRICOLA, THE DATES AND THE AMOUNTS.
000988*  15/10/2026 LG  ADDED EMP-COMPANY, THE EMPLOYING COMPANY (CODE
000989*                 ON THE COMPREF FILE) NOW THAT SEVERAL CLIENT
000990*                 COMPANIES ARE RUN FROM THE SAME FILES.  SPACE
000991*                 IS TREATED AS COMPANY 01 UNTIL THE MASTER IS
000992*                 MAINTAINED.  RECORD 95 -> 97: EMP-WORK-DAY,
000993*                 APPENDED BY THE PROGRAMS, MOVES WITH IT.
001000****************************************************************
001100     05  EMP-MATRICOLA           PIC X(05).
001200     05  EMP-NOME                PIC X(20).
001210         88  EMP-ANONYMISED      VALUE '*** ANONIMIZZATO ***'.
001300     05  EMP-STIPENDIO           PIC 9(07)V99.
001400     05  EMP-DATA-ASSUNZIONE     PIC 9(08).
001500     05  EMP-STATUS              PIC X(01).
002500     05  EMP-PAY-FREQ            PIC X(01).
002600         88  EMP-WEEKLY                          VALUE 'W' ' '.
002700         88  EMP-MONTHLY                         VALUE 'M'.
002800     05  EMP-COMPANY             PIC X(02).
002900         88  EMP-COMPANY-DEFAULT                 VALUE '01' ' '.
