000100****************************************************************
000200*  PERSTAT.CPY
000300*  PAY-PERIOD STATUS RECORD.  THE PERIOD-STATUS FILE (PERSTAT) IS
000400*  APPEND-ONLY: PERCLOSE WRITES A 'C' RECORD WHEN A PERIOD IS
000500*  CLOSED AT THE END OF THE PAY RUN (AFTER BNKRECON) AND AN 'R'
000600*  RECORD WHEN A SUPERVISOR REOPENS IT FROM THE MENU - OR A NEW
000700*  'C' WHEN IT IS CLOSED AGAIN.  FOR A COMPANY, PAY FREQUENCY AND
000800*  DATE THE LAST RECORD WHOSE PERIOD CONTAINS THE DATE DECIDES
000900*  WHETHER THE DATE IS IN A CLOSED PERIOD (PERCHK).  A BLANK
001000*  COMPANY MEANS 01 AND A BLANK FREQUENCY W, AS ON EMPREC.
001100*  MOD HISTORY
001200*  15/10/2026 LG  NEW.
001300****************************************************************
001400 01  PERIOD-STATUS-RECORD.
001500     05  PS-COMPANY              PIC X(02).
001600     05  PS-PAY-FREQ             PIC X(01).
001700         88  PS-WEEKLY                       VALUE 'W' ' '.
001800         88  PS-MONTHLY                      VALUE 'M'.
001900     05  PS-PERIOD-START         PIC 9(08).
002000     05  PS-PERIOD-END           PIC 9(08).
002100     05  PS-RUN-NUMBER           PIC 9(06).
002200     05  PS-STATUS               PIC X(01).
002300         88  PS-CLOSED                       VALUE 'C'.
002400         88  PS-REOPENED                     VALUE 'R'.
002500     05  PS-DATE                 PIC 9(08).
002600     05  PS-TIME                 PIC 9(08).
002700     05  PS-OPERATOR-ID          PIC X(08).
002800     05  PS-REASON               PIC X(30).
