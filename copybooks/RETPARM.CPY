000100****************************************************************
000200*  RETPARM.CPY
000300*  DATA-RETENTION PARAMETER RECORD, ONE PER PAYROLL FILE THAT
000400*  HOLDS PERSONAL DATA, IN THE RETPARM FILE READ BY THE YEARLY
000500*  PURGE.  RT-FILE-NAME IS THE FILE'S DD NAME (EMPMAST,
000570*  SALHIST, PAYREG, LEAVEBAL, YTDMAST, YTDARC, CHGLOG, CHGARC,
000640*  TFRMAST, TREDMAST, SETTLEH, CHQREG - WITH NO CHGARC LINE THE
000710*  ARCHIVE FOLLOWS CHGLOG).  RT-YEARS IS
000800*  THE LEGAL RETENTION PERIOD COUNTED FROM THE EMPLOYEE'S
000900*  EMP-DATA-CESSAZIONE; ZERO, OR NO LINE FOR A FILE, MEANS THAT
001000*  FILE IS NEVER PURGED.  THE DATA-PROTECTION OFFICER OWNS THE
001100*  FIGURES - A CHANGE IS A FILE EDIT, NOT A RECOMPILE.
001200*  MOD HISTORY
001300*  15/10/2026 LG  NEW.
001310*  15/10/2026 LG  TFRMAST, TREDMAST, SETTLEH AND CHQREG MAY NOW
001320*                 CARRY A RETENTION PERIOD.
001400****************************************************************
001500 01  RETENTION-PARM-RECORD.
001600     05  RT-FILE-NAME            PIC X(08).
001700     05  RT-YEARS                PIC 9(02).
001800     05  RT-NOTE                 PIC X(30).
