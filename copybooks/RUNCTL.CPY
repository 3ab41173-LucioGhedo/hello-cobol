000800*  AND THE WHOLE STREAM AGREES ON WHAT DAY IT THINKS IT IS.
000900*  MOD HISTORY
001000*  22/08/2026 LG  NEW.
001010*  15/10/2026 LG  ADDED RN-COMPANY (RECORD 30 -> 32).  THE
001020*                 CONTROL FILES RUNMNT MAINTAINS (RUNCTL,
001030*                 RUNCTLM, RUNCTLO) NOW HOLD ONE RECORD PER
001040*                 COMPANY; AT THE TOP OF EACH JOB RUNSEL COPIES
001050*                 THE RUN'S COMPANY RECORD INTO THE ONE-RECORD
001060*                 FILE EVERY STEP READS, SO A STEP STILL SEES
001070*                 EXACTLY ONE RECORD.  SPACE = COMPANY 01.
001100****************************************************************
001200 01  RUN-CONTROL-RECORD.
001300     05  RN-PROCESS-DATE         PIC 9(08).
001400     05  RN-PERIOD-START         PIC 9(08).
001500     05  RN-PERIOD-END           PIC 9(08).
001600     05  RN-RUN-NUMBER           PIC 9(06).
001700     05  RN-COMPANY              PIC X(02).
