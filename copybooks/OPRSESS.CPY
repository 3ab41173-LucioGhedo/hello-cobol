000900*  READ THE FILE STAMPS THE ID AS "IGNOTO".
001000*  MOD HISTORY
001100*  22/08/2026 LG  NEW.
001110*  15/10/2026 LG  ADDED OS-COMPANIES, THE OPERATOR'S ALLOWED
001120*                 COMPANIES FROM OP-COMPANIES (ALL BLANK = NOT
001130*                 LIMITED), CHECKED THROUGH COMPAUTH.
001200****************************************************************
001300 01  OPERATOR-SESSION-RECORD.
001400     05  OS-OPERATOR-ID          PIC X(08).
001500     05  OS-AUTH-LEVEL           PIC X(01).
001600     05  OS-COMPANIES.
001700         10  OS-COMPANY          OCCURS 5 TIMES
001800                                 PIC X(02).
