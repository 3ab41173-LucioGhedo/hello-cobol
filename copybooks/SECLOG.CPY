000100****************************************************************
000200*  SECLOG.CPY
000300*  OPERATOR SECURITY-LOG RECORD.  THE SECURITY LOG (SECLOG) IS
000400*  APPEND-ONLY: MENU WRITES ONE RECORD FOR EVERY SIGN-ON ATTEMPT
000500*  (GOOD, UNKNOWN ID, WRONG PASSWORD, ID ALREADY DISABLED), FOR
000600*  THE LOCKOUT WHEN THE THIRD WRONG PASSWORD DISABLES THE
000700*  OPERATOR, FOR EVERY MENU CHOICE AND AUTHORITY REFUSAL, AND AT
000800*  SIGN-OFF.  SECRPT REPORTS ON IT WEEKLY.  NEVER EDIT IT.
000900*  MOD HISTORY
001000*  15/10/2026 LG  NEW.
001100****************************************************************
001200 01  SECURITY-LOG-RECORD.
001300     05  SL-DATE                 PIC 9(08).
001400     05  SL-TIME                 PIC 9(08).
001500     05  SL-TIME-R REDEFINES SL-TIME.
001600         10  SL-HOUR             PIC 9(02).
001700         10  SL-MINUTE           PIC 9(02).
001800         10  FILLER              PIC 9(04).
001900     05  SL-OPERATOR-ID          PIC X(08).
002000     05  SL-AUTH-LEVEL           PIC X(01).
002100     05  SL-EVENT                PIC X(01).
002200         88  SL-SIGN-ON                      VALUE 'N'.
002300         88  SL-UNKNOWN-ID                   VALUE 'U'.
002400         88  SL-BAD-PASSWORD                 VALUE 'F'.
002500         88  SL-LOCKOUT                      VALUE 'L'.
002600         88  SL-DISABLED-TRY                 VALUE 'D'.
002700         88  SL-SELECTION                    VALUE 'M'.
002800         88  SL-REFUSAL                      VALUE 'R'.
002900         88  SL-SIGN-OFF                     VALUE 'O'.
003000         88  SL-REFUSED-ATTEMPT              VALUE 'U' 'F' 'L'
003100                                                   'D' 'R'.
003200     05  SL-OPTION               PIC X(01).
003300     05  FILLER                  PIC X(13).
