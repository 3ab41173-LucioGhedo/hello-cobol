002798*                 REBUILT PAYGROSR WITHOUT THE BACK PAY.  A
002799*                 STAMP FROM THIS SAME RUN IS RE-APPLIED, NOT
002800*                 SKIPPED, FOR THE SAME REASON.
002802*  15/10/2026 LG  GROSS RECORD 48 -> 57 (GR-TREDICESIMA).  THE
002804*                 INPUT NOW COMES FROM THE DECEMBER PAYOUT STEP
002806*                 (PAYGROST) AND ITS TREDICESIMA IS CARRIED
002808*                 THROUGH; A RETRO-ONLY RECORD CARRIES NONE.
002818*  15/10/2026 LG  RUN NUMBER ZERO ON RUNCTL IS A WHAT-IF
002828*                 SIMULATION (SIMRUN): RETROHIS IS OPENED FOR
002838*                 INPUT AND NOTHING IS STAMPED, SO THE
002848*                 ADJUSTMENTS STAY DUE FOR THE REAL RUN.
002858*  15/10/2026 LG  GROSS RECORD 57 -> 66 (GR-TFR), CARRIED THROUGH;
002868*                 A RETRO-ONLY RECORD CARRIES NONE.
002890****************************************************************
002900  ENVIRONMENT DIVISION.
003000  CONFIGURATION SECTION.
003100  SOURCE-COMPUTER. IBM-PC.
005600  FD  GROSS-FILE.
005700  COPY PAYGROSS.
005800  FD  GROSS-OUT-FILE.
005900  01  GROSS-OUT-RECORD             PIC X(66).
006000  FD  EMPLOYEE-MASTER.
006100  01  EMPLOYEE-MASTER-RECORD.
006200      COPY EMPREC.
009002      88  DL-GATE-END-OF-FILE                 VALUE 'Y'.
009003  01  DL-GATE-SKIP-SW              PIC X(01).
009004      88  DL-GATE-SKIPPED                     VALUE 'Y'.
009005  01  DL-SIM-SW                    PIC X(01) VALUE 'N'.
009006      88  DL-SIMULATION                       VALUE 'Y'.
009007*
009100  PROCEDURE DIVISION.
009200****************************************************************
009300*  0000-MAINLINE
012100          THRU 4000-EMIT-RETRO-ONLY-EXIT
012200          VARYING DL-I FROM 1 BY 1
012300          UNTIL DL-I > DL-RETRO-COUNT.
012305      IF NOT DL-SIMULATION
012310          PERFORM 5000-RECORD-APPLIED
012320              THRU 5000-RECORD-APPLIED-EXIT
012330              VARYING DL-J FROM 1 BY 1
012340              UNTIL DL-J > DL-ADJ-COUNT
012345      END-IF.
012400      CLOSE GROSS-FILE GROSS-OUT-FILE EMPLOYEE-MASTER.
012410      CLOSE RETRO-HISTORY.
012500      CLOSE EXCEPTION-FILE.
013030*  THE RUN NUMBER STAMPS EVERY APPLIED-HISTORY RECORD.  A
013040*  MISSING RUN-CONTROL FILE IS NOT FATAL HERE - THE STAMP IS
013050*  ZERO AND THE DOUBLE-PAY GUARD STILL HOLDS ON THE KEY.
013052*  A RECORD THAT IS THERE WITH RUN NUMBER ZERO IS A WHAT-IF
013054*  SIMULATION (SIMCTL): RETROHIS IS ONLY READ, NEVER STAMPED.
013060****************************************************************
013070  0500-READ-RUN-CONTROL.
013080      OPEN INPUT RUN-CONTROL.
013140              CONTINUE
013150          NOT AT END
013160              MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER
013162              IF RN-RUN-NUMBER = 0
013164                  MOVE 'Y' TO DL-SIM-SW
013166                  DISPLAY 'SIMULAZIONE - RETROHIS NON AGGIORNATO'
013168              END-IF
013170      END-READ.
013180      CLOSE RUN-CONTROL.
013190  0500-READ-RUN-CONTROL-EXIT.
013240*  FILE, THE SAME PATTERN AS THE OTHER INDEXED CREATES.
013250****************************************************************
013260  0600-OPEN-RETRO-HISTORY.
013262      IF DL-SIMULATION
013264          OPEN INPUT RETRO-HISTORY
013266      ELSE
013270          OPEN I-O RETRO-HISTORY
013275      END-IF.
013280      IF DL-HIST-FILE-STATUS = '35'
013290          OPEN OUTPUT RETRO-HISTORY
013300          CLOSE RETRO-HISTORY
013302          IF DL-SIMULATION
013304              OPEN INPUT RETRO-HISTORY
013306          ELSE
013310              OPEN I-O RETRO-HISTORY
013315          END-IF
013320      END-IF.
013330      IF DL-HIST-FILE-STATUS NOT = '00'
013340          DISPLAY 'IMPOSSIBILE APRIRE RETROHIS - STATUS '
027600      MOVE EMP-COST-CENTER TO GR-COST-CENTER.
027700      MOVE DL-RT-AMOUNT(DL-I) TO GR-GROSS.
027800      MOVE DL-RT-AMOUNT(DL-I) TO GR-RETRO.
027850      MOVE 0 TO GR-TREDICESIMA.
027870      MOVE 0 TO GR-TFR.
027900      WRITE GROSS-OUT-RECORD FROM GROSS-PAY-RECORD.
028000      ADD 1 TO DL-EXTRA-COUNT.
028010      MOVE 'Y' TO DL-RT-APPLIED(DL-I).
