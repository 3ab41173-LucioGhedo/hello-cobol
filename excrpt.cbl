001869*                 REAPPEARING EVERY MORNING - AND A NEW AGEING
001873*                 SECTION LISTS ANYTHING STILL OPEN FOR MORE THAN
001877*                 PP-EXC-AGE-DAYS DAYS (PAYPARM, DEFAULT 7),
001878*                 WHATEVER RUN IT CAME FROM, SO OUTSTANDING
001879*                 PROBLEMS STOP HIDING IN YESTERDAY'S PAPER.
001880*  15/10/2026 LG  THE HEADING PRINTS THE RUN'S COMPANY NAME
001881*                 (RN-COMPANY THROUGH RH-COMPANY-CODE).
001882*  15/10/2026 LG  NEW SECTION FOR THE MANUAL-PAYMENT REGISTER
001883*                 (CHQREG): CHEQUES AND CASH VOUCHERS CHQPAY
001884*                 PRINTED MORE THAN PP-EXC-AGE-DAYS DAYS AGO AND
001885*                 STILL NOT CASHED, WITH COUNT AND AMOUNT BY AGE
001886*                 (UP TO 30, 31-60, 61-90, OVER 90 DAYS).
001887****************************************************************
001893  ENVIRONMENT DIVISION.
001897  CONFIGURATION SECTION.
001901  SOURCE-COMPUTER. IBM-PC.
001937          FILE STATUS IS DL-RC-FILE-STATUS.
001941      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
001945          ORGANIZATION LINE SEQUENTIAL
001946          FILE STATUS IS DL-PP-FILE-STATUS.
001947      SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
001948          ORGANIZATION INDEXED
001949          ACCESS MODE DYNAMIC
001950          RECORD KEY CQ-NUMBER
001951          FILE STATUS IS DL-CQ-FILE-STATUS.
001952*
001957  DATA DIVISION.
001961  FILE SECTION.
001965  FD  EXCEPTION-FILE.
001977  COPY RUNCTL.
001981  FD  PAY-PARAMS.
001985  COPY PAYPARM.
001986  FD  CHEQUE-REGISTER.
001987  COPY CHQREG.
001989*
001993  WORKING-STORAGE SECTION.
001997  COPY RPTHDRW.
002001  01  DL-EXC-FILE-STATUS           PIC X(02).
002005  01  DL-RC-FILE-STATUS            PIC X(02).
002006  01  DL-CQ-FILE-STATUS            PIC X(02).
002009  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
002013      88  DL-END-OF-FILE                      VALUE 'Y'.
002017  01  DL-WANTED-SEVERITY           PIC 9(02).
002025  01  DL-TODAY-DATE                PIC 9(08).
002029  01  DL-FATAL-COUNT               PIC 9(06) VALUE 0.
002033  01  DL-WARN-COUNT                PIC 9(06) VALUE 0.
002034  01  DL-BAND-COUNTS               VALUE ZERO.
002035      05  DL-BAND-COUNT OCCURS 4 TIMES PIC 9(06).
002037  01  DL-PP-FILE-STATUS            PIC X(02).
002038  01  DL-BAND-TOTALS               VALUE ZERO.
002039      05  DL-BAND-TOTAL OCCURS 4 TIMES PIC 9(11)V99.
002041  01  DL-AGE-DAYS                  PIC 9(03).
002045  01  DL-AGED-COUNT                PIC 9(06) VALUE 0.
002046  01  DL-CHQ-AGED-COUNT            PIC 9(06) VALUE 0.
002047  01  DL-CHQ-AGED-TOTAL            PIC 9(11)V99 VALUE 0.
002048  01  DL-ED-AMOUNT                 PIC Z(8)9.99.
002049  01  DL-ROLL-I                    PIC 9(03).
002050  01  DL-BAND-I                    PIC 9(01).
002053  01  DL-CUTOFF-DATE               PIC 9(08).
002057  01  DL-CUTOFF-DATE-R REDEFINES DL-CUTOFF-DATE.
002061      05  DL-CUT-CCYY              PIC 9(04).
002065      05  DL-CUT-MM                PIC 9(02).
002069      05  DL-CUT-DD                PIC 9(02).
002070  01  DL-CUT-30-DATE               PIC 9(08).
002071  01  DL-CUT-60-DATE               PIC 9(08).
002072  01  DL-CUT-90-DATE               PIC 9(08).
002073  01  GG                          PIC X(25) VALUE
002077          '312831303130313130313031'.
002081  01  TAB-GG REDEFINES GG.
002149          THRU 1000-READ-RUN-CONTROL-EXIT.
002153      PERFORM 1500-READ-PAY-PARAMS
002157          THRU 1500-READ-PAY-PARAMS-EXIT.
002158      PERFORM 1650-SET-BAND-CUTOFFS
002159          THRU 1650-SET-BAND-CUTOFFS-EXIT.
002161      PERFORM 1600-SET-CUTOFF THRU 1600-SET-CUTOFF-EXIT.
002165      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
002169      DISPLAY 'ECCEZIONI DELL''ELABORAZIONE DEL '
002237          ' GIORNI ---'.
002241      PERFORM 3000-LIST-AGED THRU 3000-LIST-AGED-EXIT.
002245      DISPLAY 'TOTALE INVECCHIATE  : ' DL-AGED-COUNT.
002246      PERFORM 4000-LIST-OUTSTANDING
002247          THRU 4000-LIST-OUTSTANDING-EXIT.
002249      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
002253      GOBACK.
002257****************************************************************
002321              CONTINUE
002325          NOT AT END
002329              MOVE RN-PROCESS-DATE TO DL-REPORT-DATE
002331              MOVE RN-COMPANY TO RH-COMPANY-CODE
002333      END-READ.
002337      CLOSE RUN-CONTROL.
002341  1000-READ-RUN-CONTROL-EXIT.
002941  3010-LIST-ONE-AGED-EXIT.
002945      EXIT.
002949****************************************************************
002953*  1650-SET-BAND-CUTOFFS
002957*  THE DATES 30, 60 AND 90 DAYS BEFORE TODAY, ROLLED BACK WITH
002961*  1610 LIKE THE AGEING CUTOFF, FOR THE REGISTER'S AGE BANDS.
002965*  RUNS BEFORE 1600, WHICH THEN SETS DL-CUTOFF-DATE FOR GOOD.
002969****************************************************************
002973  1650-SET-BAND-CUTOFFS.
002977      MOVE DL-TODAY-DATE TO DL-CUTOFF-DATE.
002981      PERFORM 1610-SUBTRACT-ONE-DAY
002985          THRU 1610-SUBTRACT-ONE-DAY-EXIT
002989          VARYING DL-ROLL-I FROM 1 BY 1 UNTIL DL-ROLL-I > 30.
002993      MOVE DL-CUTOFF-DATE TO DL-CUT-30-DATE.
002997      PERFORM 1610-SUBTRACT-ONE-DAY
003001          THRU 1610-SUBTRACT-ONE-DAY-EXIT
003005          VARYING DL-ROLL-I FROM 1 BY 1 UNTIL DL-ROLL-I > 30.
003009      MOVE DL-CUTOFF-DATE TO DL-CUT-60-DATE.
003013      PERFORM 1610-SUBTRACT-ONE-DAY
003017          THRU 1610-SUBTRACT-ONE-DAY-EXIT
003021          VARYING DL-ROLL-I FROM 1 BY 1 UNTIL DL-ROLL-I > 30.
003025      MOVE DL-CUTOFF-DATE TO DL-CUT-90-DATE.
003029  1650-SET-BAND-CUTOFFS-EXIT.
003033      EXIT.
003037****************************************************************
003041*  4000-LIST-OUTSTANDING
003045*  THE MANUAL-PAYMENT REGISTER CHQPAY WRITES: EVERY CHEQUE OR
003049*  CASH VOUCHER PRINTED BEFORE THE CUTOFF AND STILL NOT CASHED
003053*  (PRINTED, OR HANDED OUT - CHQMNT) IS LISTED IN NUMBER ORDER,
003057*  WHATEVER COMPANY OR RUN IT PAID, AND COUNTED BY AGE SINCE
003061*  PRINTING: UP TO 30 DAYS, 31-60, 61-90, OVER 90.  NO REGISTER
003065*  YET MEANS NOTHING OUTSTANDING.
003069****************************************************************
003073  4000-LIST-OUTSTANDING.
003077      DISPLAY ' '.
003081      DISPLAY '--- ASSEGNI/BUONI NON INCASSATI DA OLTRE '
003085          DL-AGE-DAYS ' GIORNI ---'.
003089      OPEN INPUT CHEQUE-REGISTER.
003093      IF DL-CQ-FILE-STATUS NOT = '00'
003097          DISPLAY 'NESSUN REGISTRO ASSEGNI - STATUS '
003101              DL-CQ-FILE-STATUS
003105          GO TO 4000-LIST-OUTSTANDING-EXIT
003109      END-IF.
003113      MOVE 'N' TO DL-EOF-SW.
003117      PERFORM 4010-LIST-ONE-CHEQUE THRU 4010-LIST-ONE-CHEQUE-EXIT
003121          UNTIL DL-END-OF-FILE.
003125      CLOSE CHEQUE-REGISTER.
003129      MOVE DL-CHQ-AGED-TOTAL TO DL-ED-AMOUNT.
003133      DISPLAY 'TOTALE NON INCASSATI: ' DL-CHQ-AGED-COUNT
003137          ' EURO ' DL-ED-AMOUNT.
003141      MOVE DL-BAND-TOTAL(1) TO DL-ED-AMOUNT.
003145      DISPLAY '  FINO A 30 GIORNI  : ' DL-BAND-COUNT(1)
003149          ' EURO ' DL-ED-AMOUNT.
003153      MOVE DL-BAND-TOTAL(2) TO DL-ED-AMOUNT.
003157      DISPLAY '  DA 31 A 60 GIORNI : ' DL-BAND-COUNT(2)
003161          ' EURO ' DL-ED-AMOUNT.
003165      MOVE DL-BAND-TOTAL(3) TO DL-ED-AMOUNT.
003169      DISPLAY '  DA 61 A 90 GIORNI : ' DL-BAND-COUNT(3)
003173          ' EURO ' DL-ED-AMOUNT.
003177      MOVE DL-BAND-TOTAL(4) TO DL-ED-AMOUNT.
003181      DISPLAY '  OLTRE 90 GIORNI   : ' DL-BAND-COUNT(4)
003185          ' EURO ' DL-ED-AMOUNT.
003189  4000-LIST-OUTSTANDING-EXIT.
003193      EXIT.
003197  4010-LIST-ONE-CHEQUE.
003201      READ CHEQUE-REGISTER NEXT RECORD
003205          AT END
003209              MOVE 'Y' TO DL-EOF-SW
003213              GO TO 4010-LIST-ONE-CHEQUE-EXIT
003217      END-READ.
003221      IF NOT CQ-OUTSTANDING OR CQ-PRINT-DATE NOT < DL-CUTOFF-DATE
003225          GO TO 4010-LIST-ONE-CHEQUE-EXIT
003229      END-IF.
003233      EVALUATE TRUE
003237          WHEN CQ-PRINT-DATE < DL-CUT-90-DATE
003241              MOVE 4 TO DL-BAND-I
003245          WHEN CQ-PRINT-DATE < DL-CUT-60-DATE
003249              MOVE 3 TO DL-BAND-I
003253          WHEN CQ-PRINT-DATE < DL-CUT-30-DATE
003257              MOVE 2 TO DL-BAND-I
003261          WHEN OTHER
003265              MOVE 1 TO DL-BAND-I
003269      END-EVALUATE.
003273      ADD 1 TO DL-BAND-COUNT(DL-BAND-I).
003277      ADD CQ-AMOUNT TO DL-BAND-TOTAL(DL-BAND-I).
003281      ADD 1 TO DL-CHQ-AGED-COUNT.
003285      ADD CQ-AMOUNT TO DL-CHQ-AGED-TOTAL.
003289      MOVE CQ-AMOUNT TO DL-ED-AMOUNT.
003293      DISPLAY 'N. ' CQ-NUMBER ' ' CQ-COMPANY ' ' CQ-MATRICOLA ' '
003297          CQ-NOME ' ' DL-ED-AMOUNT ' DEL ' CQ-PRINT-DATE
003301          ' STATO ' CQ-STATUS.
003305  4010-LIST-ONE-CHEQUE-EXIT.
003309      EXIT.
003313****************************************************************
003317*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
003321****************************************************************
003325  COPY RPTHDRP.
