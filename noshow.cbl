001400*  SCHEDULED DAY WITH NONE IS LISTED, LOGGED ON THE COMMON
001500*  EXCEPTION FILE AND ENDS THE STEP RC 4.  TERMINATED AND
001600*  MONTHLY-PAID EMPLOYEES ARE SKIPPED - THIS REPORT COVERS
001610*  THE WEEKLY CYCLE.  ONLY THE RUN'S COMPANY (RUNCTL) IS
001620*  CHECKED; WITHOUT A RUNCTL, EVERY COMPANY IS.
001700*  MOD HISTORY
001800*  02/09/2026 LG  NEW.
001810*  15/10/2026 LG  ONLY THE RUN'S COMPANY (RUNCTL, NEW FILE) IS
001820*                 CHECKED, AND NAMED IN THE HEADING.
001900****************************************************************
002000  ENVIRONMENT DIVISION.
002100  CONFIGURATION SECTION.
003400      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
003500          ORGANIZATION LINE SEQUENTIAL
003600          FILE STATUS IS DL-EXC-FILE-STATUS.
003610      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
003620          ORGANIZATION LINE SEQUENTIAL
003630          FILE STATUS IS DL-RC-FILE-STATUS.
003700*
003800  DATA DIVISION.
003900  FILE SECTION.
004500      05  EMP-WORK-DAY            PIC 9(01).
004600  FD  EXCEPTION-FILE.
004700  COPY EXCREC.
004710  FD  RUN-CONTROL.
004720  COPY RUNCTL.
004800*
004900  WORKING-STORAGE SECTION.
005000  COPY WKDAYTAB.
006500  01  DL-I                         PIC 9(05).
006600  01  DL-D                         PIC 9(01).
006700  01  DL-NOSHOW-COUNT              PIC 9(06) VALUE 0.
006710  01  DL-RC-FILE-STATUS            PIC X(02).
006720  01  DL-RUN-COMPANY               PIC X(02) VALUE SPACES.
006730  01  DL-EMP-COMPANY               PIC X(02).
006800*
006900  PROCEDURE DIVISION.
007000****************************************************************
007300  0000-MAINLINE.
007400      MOVE 'NOSHOW' TO RH-PROGRAM-NAME.
007500      MOVE 'SCHEDULED NO-SHOW REPORT' TO RH-REPORT-TITLE.
007550      PERFORM 0500-READ-RUN-CONTROL
007560          THRU 0500-READ-RUN-CONTROL-EXIT.
007600      PERFORM 9700-OPEN-EXCEPTION-FILE
007700          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
007800      PERFORM 1000-LOAD-TIMESHEETS
010600      END-IF.
010700      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
010800      GOBACK.
010810****************************************************************
010820*  0500-READ-RUN-CONTROL
010830*  THE RUN'S COMPANY (BLANK = 01), ALSO PRINTED IN THE HEADING.
010840*  NO RUNCTL LEAVES DL-RUN-COMPANY BLANK - NO FILTER.
010850****************************************************************
010860  0500-READ-RUN-CONTROL.
010865      OPEN INPUT RUN-CONTROL.
010870      IF DL-RC-FILE-STATUS NOT = '00'
010875          GO TO 0500-READ-RUN-CONTROL-EXIT
010880      END-IF.
010885      READ RUN-CONTROL
010887          AT END
010888              CONTINUE
010889          NOT AT END
010890              MOVE RN-COMPANY TO DL-RUN-COMPANY
010891              IF DL-RUN-COMPANY = SPACES
010892                  MOVE '01' TO DL-RUN-COMPANY
010893              END-IF
010894              MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE
010895      END-READ.
010896      CLOSE RUN-CONTROL.
010897  0500-READ-RUN-CONTROL-EXIT.
010898      EXIT.
010900****************************************************************
011000*  1000-LOAD-TIMESHEETS
011100*  LOADS EVERY TIMESHEET KEY (MATRICOLA PLUS DAY CODE) INTO
017010      IF EMP-MONTHLY
017020          GO TO 2000-CHECK-ONE-EMPLOYEE-EXIT
017030      END-IF.
017040      IF DL-RUN-COMPANY NOT = SPACES
017050          MOVE EMP-COMPANY TO DL-EMP-COMPANY
017060          IF DL-EMP-COMPANY = SPACES
017070              MOVE '01' TO DL-EMP-COMPANY
017080          END-IF
017090          IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
017092              GO TO 2000-CHECK-ONE-EMPLOYEE-EXIT
017094          END-IF
017096      END-IF.
017100      PERFORM 2100-CHECK-ONE-DAY THRU 2100-CHECK-ONE-DAY-EXIT
017200          VARYING DL-D FROM 1 BY 1 UNTIL DL-D > 7.
017300  2000-CHECK-ONE-EMPLOYEE-EXIT.
