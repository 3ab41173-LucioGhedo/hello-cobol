000500*  RPTHDRP.CPY, WHICH HOLDS THE PARAGRAPHS THAT PRINT THEM.
000600*  MOD HISTORY
000700*  08/08/2026 LG  NEW
000710*  15/10/2026 LG  ADDED RH-COMPANY-CODE: A PROGRAM THAT KNOWS
000720*                 WHICH COMPANY IT IS RUNNING FOR (RN-COMPANY)
000730*                 MOVES IT HERE AND THE HEADING PRINTS THAT
000740*                 COMPANY'S NAME FROM COMPREF.  LEFT BLANK, THE
000750*                 HEADING PRINTS RH-COMPANY-NAME AS BEFORE.
000800****************************************************************
000900 01  RH-COMPANY-NAME             PIC X(30) VALUE
001000         'ACME PAYROLL SERVICES S.R.L.'.
001010 01  RH-COMPANY-CODE             PIC X(02) VALUE SPACES.
001020 01  RH-COMPANY-INFO             VALUE SPACES.
001030     05  RH-CI-CODE              PIC X(02).
001040     05  RH-CI-NAME              PIC X(30).
001050     05  FILLER                  PIC X(48).
001060 01  RH-COMPANY-RESULT           PIC 9(01).
001100 01  RH-PROGRAM-NAME             PIC X(8).
001200 01  RH-REPORT-TITLE             PIC X(40).
001300 01  RH-RUN-DATE                 PIC 9(08).
