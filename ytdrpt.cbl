001200*  COMPANY TOTALS AT THE END, UNDER THE COMMON REPORT HEADING.
001300*  MOD HISTORY
001400*  22/08/2026 LG  NEW.
001430*  15/10/2026 LG  SHOWS THE YEAR'S TREDICESIMA (PART OF THE
001460*                 GROSS) WHEN ONE WAS PAID.
001470*  15/10/2026 LG  SHOWS THE YEAR'S EMPLOYER CONTRIBUTIONS AND THE
001480*                 TOTAL LABOUR COST (GROSS PLUS CONTRIBUTIONS),
001490*                 WITH COMPANY TOTALS.
001493*  15/10/2026 LG  SHOWS THE YEAR'S EXPENSE REIMBURSEMENTS
001496*                 (YT-EXPENSES, ALREADY IN THE NET) AND THEIR
001499*                 TOTAL.
001500****************************************************************
001600  ENVIRONMENT DIVISION.
001700  CONFIGURATION SECTION.
003800  01  DL-EMP-COUNT                 PIC 9(06) VALUE 0.
003900  01  DL-TOT-GROSS                 PIC 9(11)V99 VALUE 0.
004000  01  DL-TOT-NET                   PIC 9(11)V99 VALUE 0.
004030  01  DL-TOT-EMPLOYER              PIC 9(11)V99 VALUE 0.
004045  01  DL-TOT-EXPENSES              PIC 9(11)V99 VALUE 0.
004060  01  DL-LABOUR-COST               PIC 9(11)V99.
004100*
004200  PROCEDURE DIVISION.
004300****************************************************************
006600      DISPLAY 'DIPENDENTI: ' DL-EMP-COUNT
006700          '  TOTALE LORDO: ' DL-TOT-GROSS
006800          '  TOTALE NETTO: ' DL-TOT-NET.
006820      COMPUTE DL-LABOUR-COST = DL-TOT-GROSS + DL-TOT-EMPLOYER.
006840      DISPLAY '            TOTALE ONERI AZIENDA: ' DL-TOT-EMPLOYER
006860          '  COSTO DEL LAVORO: ' DL-LABOUR-COST.
006870      DISPLAY '           TOTALE RIMBORSI SPESE: '
006880          DL-TOT-EXPENSES.
006900      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
007000      CLOSE YTD-MASTER.
007100      GOBACK.
008100      ADD 1 TO DL-EMP-COUNT.
008200      ADD YT-GROSS TO DL-TOT-GROSS.
008300      ADD YT-NET TO DL-TOT-NET.
008350      ADD YT-EMPLOYER TO DL-TOT-EMPLOYER.
008360      ADD YT-EXPENSES TO DL-TOT-EXPENSES.
008400      DISPLAY YT-MATRICOLA ' ' YT-NOME ' ANNO ' YT-YEAR
008500          ' SETTIMANE ' YT-WEEKS-PAID.
008600      DISPLAY '      LORDO ' YT-GROSS ' IRPEF ' YT-TAX
008700          ' CONTR ' YT-SOCIAL ' SIND ' YT-UNION
008800          ' NETTO ' YT-NET.
008820      IF YT-TREDICESIMA > 0
008840          DISPLAY '      DI CUI TREDICESIMA ' YT-TREDICESIMA
008860      END-IF.
008870      COMPUTE DL-LABOUR-COST = YT-GROSS + YT-EMPLOYER.
008880      DISPLAY '      ONERI AZIENDA ' YT-EMPLOYER
008890          ' COSTO DEL LAVORO ' DL-LABOUR-COST.
008892      IF YT-EXPENSES > 0
008894          DISPLAY '      DI CUI RIMBORSI SPESE ' YT-EXPENSES
008896      END-IF.
008900  1000-PRINT-ONE-EXIT.
009000      EXIT.
009100****************************************************************
