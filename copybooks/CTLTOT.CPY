000960*  22/08/2026 LG  CT-MIN/CT-MAX ARE NOW SIGNED (LEADING
000970*                 SEPARATE) TO MATCH THE SIGNED TRANSACTION
000980*                 VALUES.
000981*  15/10/2026 LG  BNKRET RESTAMPS THE BANK FILE'S RECORD WITH
000985*                 CT-PROGRAM-ID BNKRET ONCE THE RETURN IS POSTED,
000989*                 SO PREFLT CAN TELL A RECONCILED FILE FROM ONE
000993*                 STILL WAITING FOR THE BANK.
001000****************************************************************
001100 01  CONTROL-TOTAL-RECORD.
001200     05  CT-PROGRAM-ID           PIC X(08).
