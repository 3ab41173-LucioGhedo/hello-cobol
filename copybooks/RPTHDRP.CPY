001000*  08/08/2026 LG  NEW.
001010*  09/08/2026 LG  THE DASHED SEPARATOR LINES RAN ONE COLUMN PAST
001020*                 72 - SHORTENED BY ONE DASH TO FIT.
001030*  15/10/2026 LG  WHEN RH-COMPANY-CODE IS SET THE HEADING PRINTS
001040*                 THAT COMPANY'S NAME, LOOKED UP THROUGH
001050*                 COMPINFO; AN UNKNOWN CODE OR A MISSING COMPREF
001060*                 LEAVES RH-COMPANY-NAME AS IT IS.
001100****************************************************************
001200  8000-PRINT-HEADING.
001300      ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
001310      IF RH-COMPANY-CODE NOT = SPACES
001315              AND RH-COMPANY-CODE NOT = RH-CI-CODE
001320          CALL 'COMPINFO' USING RH-COMPANY-CODE RH-COMPANY-INFO
001330              RH-COMPANY-RESULT
001340          IF RH-COMPANY-RESULT = 0 OR RH-COMPANY-RESULT = 3
001350              MOVE RH-CI-NAME TO RH-COMPANY-NAME
001360          END-IF
001370      END-IF.
001400      DISPLAY ' '.
001500      DISPLAY RH-COMPANY-NAME.
001600      DISPLAY 'PROGRAM: ' RH-PROGRAM-NAME
