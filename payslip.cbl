001858*                 (SKIPPING ITSELF WHEN PAYREST SAYS THIS STEP
001862*                 ALREADY COMPLETED FOR THE RUN) AND APPENDS A
001866*                 RUN-STATISTICS RECORD AT GOBACK SO THE RESTART
001867*                 CONTROLLER CAN SEE IT COMPLETED.
001868*  15/10/2026 LG  A PAYDTL LINE WITH DAY CODE 0 IS A FINAL-
001869*                 SETTLEMENT COMPONENT WRITTEN BY SETTLE (PD-TYPE
001870*                 L/Q/D/R) AND NOW PRINTS AS ITS OWN LABELLED
001871*                 LINE - FERIE/PERMESSI DAYS, TREDICESIMA MONTHS,
001872*                 TFR - INSTEAD OF A DAY LINE.
001873*  15/10/2026 LG  A DECEMBER TREDICESIMA PAYOUT PRINTS ITS OWN
001874*                 'DI CUI TREDICESIMA' LINE UNDER THE GROSS, LIKE
001875*                 THE ARRETRATI LINE.
001876*  15/10/2026 LG  AFTER THE STATUTORY DEDUCTIONS, ONE LINE PER
001877*                 DEDUCTION AGREEMENT (DEDAGR - ADVANCE, LOAN,
001878*                 GARNISHMENT) STILL OPEN OR SETTLED BY THIS RUN:
001879*                 WHAT THIS RUN TOOK AND THE REMAINING BALANCE.
001880*                 NO DEDAGR FILE MEANS NO AGREEMENT LINES.
001881*  15/10/2026 LG  PRINTS A RIMBORSI SPESE LINE (NP-EXPENSES) ABOVE
001882*                 THE NETTO WHEN THE WEEK PAID EXPENSE CLAIMS.
001883****************************************************************
001884  ENVIRONMENT DIVISION.
001885  CONFIGURATION SECTION.
001886  SOURCE-COMPUTER. IBM-PC.
001890  OBJECT-COMPUTER. IBM-PC.
001894  INPUT-OUTPUT SECTION.
001966      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
001970          ORGANIZATION LINE SEQUENTIAL
001974          FILE STATUS IS DL-RC-FILE-STATUS.
001975      SELECT AGREEMENT-FILE ASSIGN TO "DEDAGR"
001976          ORGANIZATION INDEXED
001977          ACCESS MODE DYNAMIC
001978          RECORD KEY AG-KEY
001979          FILE STATUS IS DL-AGR-FILE-STATUS.
001980      SELECT RUN-STATS ASSIGN TO "RUNSTAT"
001982          ORGANIZATION LINE SEQUENTIAL
001986          FILE STATUS IS DL-RUNSTAT-FILE-STATUS.
001990      SELECT STEP-GATE ASSIGN TO "STEPGATE"
002058  COPY EXCREC.
002062  FD  RUN-CONTROL.
002066  COPY RUNCTL.
002067  FD  AGREEMENT-FILE.
002068  COPY AGRREC.
002070  FD  RUN-STATS.
002074  COPY RUNSTAT.
002078  FD  STEP-GATE.
002210      88  DL-GATE-END-OF-FILE                 VALUE 'Y'.
002214  01  DL-GATE-SKIP-SW              PIC X(01).
002218      88  DL-GATE-SKIPPED                     VALUE 'Y'.
002219  01  DL-AGR-FILE-STATUS           PIC X(02).
002220  01  DL-AGR-SW                    PIC X(01) VALUE 'N'.
002221      88  DL-AGR-AVAILABLE                    VALUE 'Y'.
002222  01  DL-AGR-EOF-SW                PIC X(01).
002223      88  DL-AGR-END                          VALUE 'Y'.
002224  01  DL-RUN-NUMBER                PIC 9(06) VALUE 0.
002225*
002226  01  DL-PS-TITLE.
002230      05  FILLER                   PIC X(25) VALUE
002234          'BUSTA PAGA SETTIMANALE - '.
002410  01  DL-PS-RETRO-LINE.
002414      05  FILLER                   PIC X(22) VALUE
002418          'DI CUI ARRETRATI    : '.
002419      05  PS-RETRO-AMOUNT          PIC +(06)9.99.
002420      05  FILLER                   PIC X(47) VALUE SPACES.
002421  01  DL-PS-SETTLE-LINE.
002422      05  FILLER                   PIC X(02) VALUE SPACES.
002423      05  PS-SET-LABEL             PIC X(20).
002424      05  PS-SET-QTY               PIC Z9.99 BLANK WHEN ZERO.
002425      05  FILLER                   PIC X(01) VALUE SPACES.
002426      05  PS-SET-UNIT              PIC X(04).
002427      05  FILLER                   PIC X(01) VALUE SPACES.
002428      05  PS-SET-AMOUNT            PIC Z(06)9.99.
002429      05  FILLER                   PIC X(37) VALUE SPACES.
002430  01  DL-PS-AGR-LINE.
002431      05  FILLER                   PIC X(02) VALUE SPACES.
002432      05  PS-AGR-TYPE              PIC X(10).
002433      05  PS-AGR-DESC              PIC X(20).
002434      05  FILLER                   PIC X(01) VALUE SPACES.
002435      05  PS-AGR-AMOUNT            PIC Z(06)9.99.
002436      05  FILLER                   PIC X(10) VALUE ' RESIDUO: '.
002437      05  PS-AGR-BALANCE           PIC Z(06)9.99.
002438      05  FILLER                   PIC X(17) VALUE SPACES.
002439  01  DL-PS-SEPARATOR              PIC X(80) VALUE ALL '-'.
002440  01  DL-HIRE-DATE-R.
002441      05  HR-CCYY                  PIC 9(04).
002442      05  HR-MM                    PIC 9(02).
002446      05  HR-DD                    PIC 9(02).
002450*
002542      END-IF.
002546      PERFORM 1100-LOAD-PAY-DETAIL
002550          THRU 1100-LOAD-PAY-DETAIL-EXIT.
002551      PERFORM 1200-OPEN-AGREEMENTS
002552          THRU 1200-OPEN-AGREEMENTS-EXIT.
002554      ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
002558      MOVE 'N' TO DL-EOF-SW.
002562      OPEN INPUT NET-PAY-FILE.
002602      CLOSE NET-PAY-FILE PAYSLIP-PRINT.
002606      CLOSE EMPLOYEE-MASTER.
002610      CLOSE EXCEPTION-FILE.
002611      IF DL-AGR-AVAILABLE
002612          CLOSE AGREEMENT-FILE
002613      END-IF.
002614      DISPLAY 'BUSTE PAGA STAMPATE: ' DL-SLIP-COUNT.
002618      PERFORM 9950-WRITE-RUN-STATS
002622          THRU 9950-WRITE-RUN-STATS-EXIT.
002842              END-IF
002846      END-READ.
002850  1110-READ-ONE-DTL-EXIT.
002851      EXIT.
002852****************************************************************
002853*  1200-OPEN-AGREEMENTS
002854*  THE RUN NUMBER TELLS WHICH AG-LAST-AMOUNT FIGURES PAYCALC
002855*  TOOK IN THIS RUN.  NO RUNCTL OR NO DEDAGR - NO AGREEMENT
002856*  LINES, THE PAYSLIPS STILL PRINT.
002857****************************************************************
002858  1200-OPEN-AGREEMENTS.
002859      OPEN INPUT RUN-CONTROL.
002860      IF DL-RC-FILE-STATUS = '00'
002861          READ RUN-CONTROL
002862              AT END
002863                  CONTINUE
002864              NOT AT END
002865                  MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER
002866          END-READ
002867      END-IF.
002868      CLOSE RUN-CONTROL.
002869      OPEN INPUT AGREEMENT-FILE.
002870      IF DL-AGR-FILE-STATUS = '00'
002871          MOVE 'Y' TO DL-AGR-SW
002872      END-IF.
002873  1200-OPEN-AGREEMENTS-EXIT.
002874      EXIT.
002875****************************************************************
002876*  2000-PROCESS-ONE
002877*  READS ONE NET-PAY RECORD AND PRINTS ITS PAYSLIP.
002878****************************************************************
002879  2000-PROCESS-ONE.
002880      READ NET-PAY-FILE
002882          AT END
002886              MOVE 'Y' TO DL-EOF-SW
002890          NOT AT END
003046          MOVE NP-RETRO TO PS-RETRO-AMOUNT
003050          WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-RETRO-LINE
003054      END-IF.
003055      IF NP-TREDICESIMA NOT = 0
003056          MOVE 'DI CUI TREDICESIMA  : ' TO PS-TOT-LABEL
003057          MOVE NP-TREDICESIMA TO PS-TOT-AMOUNT
003058          WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-TOT-LINE
003059      END-IF.
003060      MOVE 'TRATTENUTA FISCALE  : ' TO PS-TOT-LABEL.
003062      MOVE NP-TAX TO PS-TOT-AMOUNT.
003066      WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-TOT-LINE.
003070      MOVE 'CONTRIBUTI SOCIALI  : ' TO PS-TOT-LABEL.
003082      MOVE 'QUOTA SINDACALE     : ' TO PS-TOT-LABEL.
003086      MOVE NP-UNION TO PS-TOT-AMOUNT.
003090      WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-TOT-LINE.
003091      IF DL-AGR-AVAILABLE
003092          PERFORM 3300-PRINT-AGREEMENTS
003093              THRU 3300-PRINT-AGREEMENTS-EXIT
003094      END-IF.
003095      IF NP-EXPENSES NOT = 0
003096          MOVE 'RIMBORSI SPESE      : ' TO PS-TOT-LABEL
003097          MOVE NP-EXPENSES TO PS-TOT-AMOUNT
003098          WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-TOT-LINE
003099      END-IF.
003100      MOVE 'NETTO A PAGARE      : ' TO PS-TOT-LABEL.
003101      MOVE NP-NET TO PS-TOT-AMOUNT.
003102      WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-TOT-LINE.
003106      ADD 1 TO DL-SLIP-COUNT.
003110  3000-PRINT-ONE-PAYSLIP-EXIT.
003146      MOVE NP-MATRICOLA TO EMP-MATRICOLA.
003150      READ EMPLOYEE-MASTER
003154          INVALID KEY
003155              CONTINUE
003156          NOT INVALID KEY
003157              MOVE EMP-DATA-ASSUNZIONE TO DL-EMP-HIRE-FOUND
003158      END-READ.
003159  3100-FIND-HIRE-DATE-EXIT.
003160      EXIT.
003161****************************************************************
003162*  3300-PRINT-AGREEMENTS
003163*  ONE LINE PER AGREEMENT OF THIS MATRICOLA, IN KEY ORDER:
003164*  WHAT THIS RUN TOOK (ZERO WHEN SUSPENDED OR NOT YET STARTED)
003165*  AND THE BALANCE STILL TO RECOVER.  A CLOSED AGREEMENT ONLY
003166*  SHOWS ON THE PAYSLIP OF THE RUN THAT CLOSED IT.
003167****************************************************************
003168  3300-PRINT-AGREEMENTS.
003169      MOVE NP-MATRICOLA TO AG-MATRICOLA.
003170      MOVE 0 TO AG-SEQ.
003171      MOVE 'N' TO DL-AGR-EOF-SW.
003172      START AGREEMENT-FILE KEY NOT < AG-KEY
003173          INVALID KEY
003174              GO TO 3300-PRINT-AGREEMENTS-EXIT
003175      END-START.
003176      PERFORM 3310-PRINT-ONE-AGREEMENT
003177          THRU 3310-PRINT-ONE-AGREEMENT-EXIT
003178          UNTIL DL-AGR-END.
003179  3300-PRINT-AGREEMENTS-EXIT.
003180      EXIT.
003181  3310-PRINT-ONE-AGREEMENT.
003182      READ AGREEMENT-FILE NEXT RECORD
003183          AT END
003184              MOVE 'Y' TO DL-AGR-EOF-SW
003185              GO TO 3310-PRINT-ONE-AGREEMENT-EXIT
003186      END-READ.
003187      IF AG-MATRICOLA NOT = NP-MATRICOLA
003188          MOVE 'Y' TO DL-AGR-EOF-SW
003189          GO TO 3310-PRINT-ONE-AGREEMENT-EXIT
003190      END-IF.
003191      IF AG-CLOSED AND AG-LAST-RUN NOT = DL-RUN-NUMBER
003192          GO TO 3310-PRINT-ONE-AGREEMENT-EXIT
003193      END-IF.
003194      EVALUATE TRUE
003195          WHEN AG-ADVANCE
003196              MOVE 'ANTICIPO' TO PS-AGR-TYPE
003197          WHEN AG-LOAN
003198              MOVE 'PRESTITO' TO PS-AGR-TYPE
003199          WHEN OTHER
003200              MOVE 'PIGNORAM.' TO PS-AGR-TYPE
003201      END-EVALUATE.
003202      MOVE AG-DESC TO PS-AGR-DESC.
003203      IF AG-LAST-RUN = DL-RUN-NUMBER
003204          MOVE AG-LAST-AMOUNT TO PS-AGR-AMOUNT
003205      ELSE
003206          MOVE 0 TO PS-AGR-AMOUNT
003207      END-IF.
003208      MOVE AG-BALANCE TO PS-AGR-BALANCE.
003209      WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-AGR-LINE.
003210  3310-PRINT-ONE-AGREEMENT-EXIT.
003211      EXIT.
003212****************************************************************
003213*  3200-PRINT-DAY-LINES
003214*  PRINTS EVERY DETAIL RECORD FOR THIS MATRICOLA UNDER ITS
003215*  WD-NOME DAY NAME.  DAYS WRITES PAYDTL DAY 1 THRU DAY 7, SO
003216*  TABLE ORDER ALREADY READS TOP TO BOTTOM IN DAY ORDER.
003217****************************************************************
003218  3200-PRINT-DAY-LINES.
003219      PERFORM 3210-PRINT-ONE-DTL THRU 3210-PRINT-ONE-DTL-EXIT
003220          VARYING DL-I FROM 1 BY 1 UNTIL DL-I > DL-DTL-COUNT.
003221  3200-PRINT-DAY-LINES-EXIT.
003222      EXIT.
003223  3210-PRINT-ONE-DTL.
003224      IF DL-DTL-MATRICOLA(DL-I) = NP-MATRICOLA
003225              AND DL-DTL-DAY-CODE(DL-I) = 0
003226          PERFORM 3220-PRINT-SETTLE-LINE
003227              THRU 3220-PRINT-SETTLE-LINE-EXIT
003228          GO TO 3210-PRINT-ONE-DTL-EXIT
003229      END-IF.
003230      IF DL-DTL-MATRICOLA(DL-I) = NP-MATRICOLA
003234          MOVE WD-NOME(DL-DTL-DAY-CODE(DL-I)) TO PS-DAY-NOME
003238          MOVE DL-DTL-HOURS(DL-I) TO PS-DAY-HOURS
003290              MOVE 'FES' TO PS-DAY-MARK
003294          END-IF
003298          WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-DAY-LINE
003299          IF DL-DTL-OT-HOURS(DL-I) > 0
003300              MOVE DL-DTL-OT-HOURS(DL-I) TO PS-OT-HOURS
003301              MOVE DL-DTL-OT-AMOUNT(DL-I) TO PS-OT-AMOUNT
003302              WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-OT-LINE
003303          END-IF
003304      END-IF.
003305  3210-PRINT-ONE-DTL-EXIT.
003306      EXIT.
003307****************************************************************
003308*  3220-PRINT-SETTLE-LINE
003309*  ONE FINAL-SETTLEMENT COMPONENT (DAY CODE 0): PD-HOURS HOLDS
003310*  THE DAYS OF FERIE/PERMESSI OR THE MONTHS OF TREDICESIMA.
003311****************************************************************
003312  3220-PRINT-SETTLE-LINE.
003313      MOVE DL-DTL-HOURS(DL-I) TO PS-SET-QTY.
003314      MOVE DL-DTL-AMOUNT(DL-I) TO PS-SET-AMOUNT.
003315      EVALUATE DL-DTL-TYPE(DL-I)
003316          WHEN 'L'
003317              MOVE 'FERIE NON GODUTE' TO PS-SET-LABEL
003318              MOVE 'GG' TO PS-SET-UNIT
003319          WHEN 'Q'
003320              MOVE 'PERMESSI NON GODUTI' TO PS-SET-LABEL
003321              MOVE 'GG' TO PS-SET-UNIT
003322          WHEN 'D'
003323              MOVE 'RATEO TREDICESIMA' TO PS-SET-LABEL
003324              MOVE 'MESI' TO PS-SET-UNIT
003325          WHEN OTHER
003326              MOVE 'TFR' TO PS-SET-LABEL
003327              MOVE SPACES TO PS-SET-UNIT
003329      END-EVALUATE.
003330      WRITE PAYSLIP-PRINT-RECORD FROM DL-PS-SETTLE-LINE.
003331  3220-PRINT-SETTLE-LINE-EXIT.
003332      EXIT.
003334****************************************************************
003338*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
003342*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS MESII'S
