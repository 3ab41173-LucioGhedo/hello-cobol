002517*                 SKIPPED.  THE DETECTION-WINDOW CARD ONLY
002518*                 BOUNDS THE SCAN NOW - A STALE CARD CAN NO
002519*                 LONGER COMPOUND DOUBLE-PAY WEEK AFTER WEEK.
002520*  15/10/2026 LG  THE HEADING PRINTS THE RUN'S COMPANY NAME
002521*                 (RN-COMPANY THROUGH RH-COMPANY-CODE).
002621****************************************************************
002519  ENVIRONMENT DIVISION.
002523  CONFIGURATION SECTION.
002527  SOURCE-COMPUTER. IBM-PC.
003427      END-READ.
003431      CLOSE RUN-CONTROL.
003435      MOVE RN-PERIOD-START TO DL-PERIOD-START.
003437      MOVE RN-COMPANY TO RH-COMPANY-CODE.
003439  5500-READ-RUN-CONTROL-EXIT.
003443      EXIT.
003447****************************************************************
