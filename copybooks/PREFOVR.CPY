000100****************************************************************
000200*  PREFOVR.CPY
000300*  PRE-FLIGHT OVERRIDE RECORD, APPENDED TO THE PREFOVR FILE BY
000400*  PREFLT FROM THE MENU WHEN A SUPERVISOR DECIDES A RUN MAY GO
000500*  AHEAD DESPITE A NO-GO CHECKLIST.  THE BATCH PREFLT STEP AT
000600*  THE TOP OF PAYRUN LOOKS FOR A RECORD WITH THE RUN NUMBER AND
000700*  COMPANY IT IS CHECKING; FINDING ONE, A NO-GO ENDS RC 4 AND
000800*  THE STREAM STARTS.  THE RECORD SAYS WHO FORCED THE RUN, WHEN,
000900*  HOW MANY CHECKS WERE FAILING AND WHY IT WAS ALLOWED.
001000*  MOD HISTORY
001100*  15/10/2026 LG  NEW.
001200****************************************************************
001300 01  PREFLIGHT-OVERRIDE-RECORD.
001400     05  PO-RUN-NUMBER           PIC 9(06).
001500     05  PO-COMPANY              PIC X(02).
001600     05  PO-OPERATOR-ID          PIC X(08).
001700     05  PO-DATE                 PIC 9(08).
001800     05  PO-TIME                 PIC 9(08).
001900     05  PO-NOGO-COUNT           PIC 9(02).
002000     05  PO-REASON               PIC X(30).
