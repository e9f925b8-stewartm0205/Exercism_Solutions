       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCNT.
       AUTHOR. HR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    HEADCNT IS THE MONTH-END HEADCOUNT AND TURNOVER REPORT.
      *    FOR EACH DEPARTMENT IT GIVES THE OPENING HEADCOUNT, HIRES,
      *    REHIRES, TERMINATIONS, MOVES IN AND OUT, LEAVE STARTS AND
      *    RETURNS, THE CLOSING HEADCOUNT, AND THE MONTH'S TURNOVER
      *    ANNUALIZED (TERMINATIONS OVER THE AVERAGE OF OPENING AND
      *    CLOSING, TIMES TWELVE).
      *        CLOSING  THE EMPLOYEE MASTER AS IT STANDS, WITH ANY
      *                 MOVEMENT DATED AFTER THE MONTH BACKED OUT
      *        MOVEMENTS  THE APPLIED LINES ON THE EMPTRAN PROCESSING
      *                 REGISTER DATED IN THE MONTH; A REHIRE IS AN
      *                 "R" FOR SOMEONE ON THE ARCHIVE WITH AN
      *                 EARLIER TERMINATION, A HIRE IS ANY OTHER
      *        OPENING  THE CLOSING WITH THE MONTH'S MOVEMENTS BACKED
      *                 OUT
      *    THE MONTH'S FIGURES ARE APPENDED TO THE HEADCOUNT HISTORY,
      *    AND THE REPORT CLOSES WITH EACH DEPARTMENT'S ROLLING TWELVE
      *    MONTHS OFF IT.  THE HCCTL CARD (COLS 1-6, YYYYMM) NAMES
      *    THE MONTH; WITH NO CARD IT IS THE CURRENT MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEADCOUNT-CONTROL-FILE ASSIGN TO "HCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-FILE-STATUS.

           SELECT EMPLOYEE-ARCHIVE-FILE ASSIGN TO "EMPARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-FILE-STATUS.

           SELECT TRANS-REGISTER-FILE ASSIGN TO "TRANREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT ORG-UNIT-FILE ASSIGN TO "ORGUNIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OU-FILE-STATUS.

           SELECT HEADCOUNT-HISTORY-FILE ASSIGN TO "HCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-FILE-STATUS.

           SELECT HEADCOUNT-REPORT-FILE ASSIGN TO "HCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEADCOUNT-CONTROL-FILE.
       01  HEADCOUNT-CONTROL-RECORD.
           05  HC-REPORT-MONTH          PIC X(06).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  EMPLOYEE-ARCHIVE-FILE.
       01  EMPLOYEE-ARCHIVE-RECORD.
           05  EA-EMPLOYEE-ID           PIC X(08).
           05  EA-NAME                  PIC X(30).
           05  EA-HIRE-DATE             PIC 9(08).
           05  EA-TERM-DATE             PIC 9(08).
           05  EA-FINAL-YEARS           PIC 9(03)V99.

      *    THE PROCESSING-REGISTER LINE AS EMPTRAN WRITES IT.
       FD  TRANS-REGISTER-FILE.
       01  TRANS-REGISTER-LINE.
           05  TR-SEQ                   PIC X(05).
           05  FILLER                   PIC X(02).
           05  TR-ACTION                PIC X(01).
           05  FILLER                   PIC X(02).
           05  TR-EMPLOYEE-ID           PIC X(08).
           05  FILLER                   PIC X(02).
           05  TR-DISPOSITION           PIC X(40).
           05  FILLER                   PIC X(02).
           05  TR-EFFECTIVE-DATE        PIC X(08).
           05  TR-EFFECTIVE-R REDEFINES TR-EFFECTIVE-DATE.
               10  TR-EFFECTIVE-MONTH   PIC 9(06).
               10  FILLER               PIC X(02).
           05  FILLER                   PIC X(01).
           05  TR-FROM-DEPT             PIC X(04).
           05  FILLER                   PIC X(01).
           05  TR-TO-DEPT               PIC X(04).

       FD  ORG-UNIT-FILE.
       COPY ORGUNIT.

       FD  HEADCOUNT-HISTORY-FILE.
       COPY HCHIST.

       FD  HEADCOUNT-REPORT-FILE.
       01  HEADCOUNT-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HC-FILE-STATUS            PIC XX.
       01  WS-EM-FILE-STATUS            PIC XX.
       01  WS-EA-FILE-STATUS            PIC XX.
       01  WS-TR-FILE-STATUS            PIC XX.
       01  WS-OU-FILE-STATUS            PIC XX.
       01  WS-HH-FILE-STATUS            PIC XX.
       01  WS-HR-FILE-STATUS            PIC XX.

       01  WS-REPORT-MONTH              PIC 9(06).
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YYYY               PIC 9(04).
           05  WS-RM-MM                 PIC 9(02).
       01  WS-REPORT-INDEX              PIC 9(06).
       01  WS-WORK-MONTH                PIC 9(06).
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           05  WS-WM-YYYY               PIC 9(04).
           05  WS-WM-MM                 PIC 9(02).
       01  WS-WORK-INDEX                PIC 9(06).
       01  WS-MONTHS-BACK               PIC S9(06).
       01  WS-ROLL-SUB                  PIC 9(02).

       01  WS-LOOK-CODE                 PIC X(04).
       01  WS-EFFECTIVE-DATE            PIC 9(08).
       01  WS-IS-REHIRE-SW              PIC X.
           88  WS-IS-REHIRE             VALUE "Y".
       01  WS-AVERAGE-X2                PIC S9(06).
       01  WS-TURNOVER-PCT              PIC 9(03)V9.
       01  WS-UNLISTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-ARCHIVE-SHORT-SW          PIC X VALUE "N".
           88  WS-ARCHIVE-SHORT         VALUE "Y".

      *    ONE ENTRY PER DEPARTMENT: THE ORGUNIT MASTER FIRST, IN
      *    FILE ORDER, THEN ANY CODE FOUND ONLY ON THE EMPLOYEES OR
      *    THE REGISTER.  A BLANK CODE IS THE UNASSIGNED.  THE
      *    LATER-NET IS THE ARRIVALS LESS DEPARTURES DATED AFTER THE
      *    MONTH.
       01  WS-DEPT-MAX                  PIC 9(02) VALUE 50.
       01  WS-DEPT-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DP-CODE           PIC X(04).
               10  WS-DP-NAME           PIC X(24).
               10  WS-DP-CURRENT        PIC 9(05).
               10  WS-DP-LATER-NET      PIC S9(05).
               10  WS-DP-OPENING        PIC S9(05).
               10  WS-DP-HIRES          PIC 9(05).
               10  WS-DP-REHIRES        PIC 9(05).
               10  WS-DP-TERMINATIONS   PIC 9(05).
               10  WS-DP-MOVES-IN       PIC 9(05).
               10  WS-DP-MOVES-OUT      PIC 9(05).
               10  WS-DP-LEAVE-STARTS   PIC 9(05).
               10  WS-DP-LEAVE-RETURNS  PIC 9(05).
               10  WS-DP-CLOSING        PIC S9(05).
               10  WS-DP-TURNOVER-PCT   PIC 9(03)V9.
       01  WS-DEPT-SUB                  PIC 9(02).
       01  WS-DEPT-HIT-SUB              PIC 9(02).

      *    ALL DEPARTMENTS TOGETHER, FOR THE TOTAL LINE.
       01  WS-ALL-FIGURES.
           05  WS-AL-OPENING            PIC S9(05) VALUE ZERO.
           05  WS-AL-HIRES              PIC 9(05) VALUE ZERO.
           05  WS-AL-REHIRES            PIC 9(05) VALUE ZERO.
           05  WS-AL-TERMINATIONS       PIC 9(05) VALUE ZERO.
           05  WS-AL-MOVES-IN           PIC 9(05) VALUE ZERO.
           05  WS-AL-MOVES-OUT          PIC 9(05) VALUE ZERO.
           05  WS-AL-LEAVE-STARTS       PIC 9(05) VALUE ZERO.
           05  WS-AL-LEAVE-RETURNS      PIC 9(05) VALUE ZERO.
           05  WS-AL-CLOSING            PIC S9(05) VALUE ZERO.
           05  WS-AL-TURNOVER-PCT       PIC 9(03)V9 VALUE ZERO.

      *    EVERY TERMINATION ON THE ARCHIVE, TO TELL A REHIRE FROM A
      *    FIRST HIRE.
       01  WS-ARC-MAX                   PIC 9(04) VALUE 5000.
       01  WS-ARC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 5000 TIMES.
               10  WS-A-EMPLOYEE-ID     PIC X(08).
               10  WS-A-TERM-DATE       PIC 9(08).
       01  WS-ARC-SUB                   PIC 9(04).

      *    THE ELEVEN MONTHS OF HISTORY BEFORE THE REPORT MONTH, LAST
      *    RECORD PER MONTH AND DEPARTMENT, THEN THIS MONTH'S.
       01  WS-HIS-MAX                   PIC 9(04) VALUE 1200.
       01  WS-HIS-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-HIS-TABLE.
           05  WS-HIS-ENTRY OCCURS 1200 TIMES.
               10  WS-H-MONTH           PIC 9(06).
               10  WS-H-DEPT-CODE       PIC X(04).
               10  FILLER               PIC X(49).
       01  WS-HIS-SUB                   PIC 9(04).
       01  WS-HIS-HIT-SUB               PIC 9(04).
       01  WS-LOOK-MONTH                PIC 9(06).

      *    ONE HISTORY ENTRY, LAID OUT AS HCHIST, FOR THE ROLLING
      *    LINES.
       01  WS-HIS-WORK.
           05  WS-HW-MONTH              PIC 9(06).
           05  WS-HW-DEPT-CODE          PIC X(04).
           05  WS-HW-OPENING            PIC S9(05).
           05  WS-HW-HIRES              PIC 9(05).
           05  WS-HW-REHIRES            PIC 9(05).
           05  WS-HW-TERMINATIONS       PIC 9(05).
           05  WS-HW-MOVES-IN           PIC 9(05).
           05  WS-HW-MOVES-OUT          PIC 9(05).
           05  WS-HW-LEAVE-STARTS       PIC 9(05).
           05  WS-HW-LEAVE-RETURNS      PIC 9(05).
           05  WS-HW-CLOSING            PIC S9(05).
           05  WS-HW-TURNOVER-PCT       PIC 9(03)V9.
       01  WS-ROLL-TERMINATIONS         PIC 9(06).
       01  WS-ROLL-AVERAGE-X2           PIC S9(07).
       01  WS-ROLL-MONTHS               PIC 9(02).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(44) VALUE
               "HEADCOUNT AND TURNOVER BY DEPARTMENT  MONTH ".
           05  WS-HD-MONTH              PIC 9(06).

       01  WS-ROLLING-HEADING           PIC X(44) VALUE
           "ROLLING TWELVE MONTHS BY DEPARTMENT".

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(41) VALUE
               "DEPT DEPARTMENT                OPEN HIRES".
           05  FILLER                   PIC X(36) VALUE
               " REHIR TERMS  MVIN MVOUT LEAVE RETRN".
           05  FILLER                   PIC X(12) VALUE
               " CLOSE  TURN".

       01  WS-DETAIL-LINE.
           05  WS-D-DEPT-CODE           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-DEPT-NAME           PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-OPENING             PIC ----9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-HIRES               PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-REHIRES             PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-TERMINATIONS        PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-MOVES-IN            PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-MOVES-OUT           PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-LEAVE-STARTS        PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-LEAVE-RETURNS       PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-CLOSING             PIC ----9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-D-TURNOVER-PCT        PIC ZZ9.9.

       01  WS-GROUP-LINE.
           05  FILLER                   PIC X(05) VALUE "DEPT ".
           05  WS-G-DEPT-CODE           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-G-DEPT-NAME           PIC X(24).

       01  WS-ROLLING-LINE.
           05  FILLER                   PIC X(05) VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               "12-MONTH TURNOVER (ANNUALIZED)".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RL-MONTHS             PIC Z9.
           05  FILLER                   PIC X(15) VALUE
               " MONTHS ON FILE".
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-RL-TURNOVER-PCT       PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-REGISTER-LINE
               UNTIL WS-TR-FILE-STATUS NOT = "00"
           PERFORM 3000-FIGURE-DEPARTMENTS
           PERFORM 4000-LOAD-HISTORY
           PERFORM 5000-APPEND-HISTORY
           PERFORM 6000-WRITE-REPORT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE EMPLOYEE MASTER IS MANDATORY.  NO
      *    ORGUNIT FILE LEAVES EVERY DEPARTMENT UNNAMED; NO ARCHIVE
      *    MAKES EVERY "R" A HIRE; NO REGISTER IS A MONTH WITHOUT
      *    MOVEMENT.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           OPEN INPUT HEADCOUNT-CONTROL-FILE
           IF WS-HC-FILE-STATUS = "00"
               READ HEADCOUNT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HC-REPORT-MONTH NUMERIC
                           MOVE HC-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE HEADCOUNT-CONTROL-FILE
           END-IF
           COMPUTE WS-REPORT-INDEX = WS-RM-YYYY * 12 + WS-RM-MM - 1
           OPEN INPUT ORG-UNIT-FILE
           IF WS-OU-FILE-STATUS = "00"
               PERFORM 1100-READ-ORG-UNIT
               PERFORM 1150-STORE-ORG-UNIT
                   UNTIL WS-OU-FILE-STATUS NOT = "00"
               CLOSE ORG-UNIT-FILE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "HEADCNT REFUSED -- NO EMPLOYEE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-READ-MASTER
           PERFORM 1250-COUNT-EMPLOYEE
               UNTIL WS-EM-FILE-STATUS NOT = "00"
           CLOSE EMPLOYEE-MASTER-FILE
           OPEN INPUT EMPLOYEE-ARCHIVE-FILE
           IF WS-EA-FILE-STATUS = "00"
               PERFORM 1300-READ-ARCHIVE
               PERFORM 1350-STORE-ARCHIVE
                   UNTIL WS-EA-FILE-STATUS NOT = "00"
               CLOSE EMPLOYEE-ARCHIVE-FILE
           END-IF
           OPEN INPUT TRANS-REGISTER-FILE
           IF WS-TR-FILE-STATUS = "00"
               PERFORM 1400-READ-REGISTER-LINE
           END-IF.

       1100-READ-ORG-UNIT.
           READ ORG-UNIT-FILE
               AT END
                   MOVE "10" TO WS-OU-FILE-STATUS
           END-READ.

       1150-STORE-ORG-UNIT.
           IF WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE OU-DEPT-CODE TO WS-DP-CODE(WS-DEPT-COUNT)
               MOVE OU-DEPT-NAME TO WS-DP-NAME(WS-DEPT-COUNT)
               PERFORM 8200-CLEAR-DEPARTMENT
           END-IF
           PERFORM 1100-READ-ORG-UNIT.

       1200-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-EM-FILE-STATUS
           END-READ.

       1250-COUNT-EMPLOYEE.
           MOVE EM-DEPT-CODE TO WS-LOOK-CODE
           PERFORM 8000-FIND-DEPARTMENT
           IF WS-DEPT-HIT-SUB > ZERO
               ADD 1 TO WS-DP-CURRENT(WS-DEPT-HIT-SUB)
           END-IF
           PERFORM 1200-READ-MASTER.

       1300-READ-ARCHIVE.
           READ EMPLOYEE-ARCHIVE-FILE
               AT END
                   MOVE "10" TO WS-EA-FILE-STATUS
           END-READ.

       1350-STORE-ARCHIVE.
           IF WS-ARC-COUNT < WS-ARC-MAX
               ADD 1 TO WS-ARC-COUNT
               MOVE EA-EMPLOYEE-ID TO WS-A-EMPLOYEE-ID(WS-ARC-COUNT)
               MOVE EA-TERM-DATE TO WS-A-TERM-DATE(WS-ARC-COUNT)
           ELSE
               SET WS-ARCHIVE-SHORT TO TRUE
           END-IF
           PERFORM 1300-READ-ARCHIVE.

       1400-READ-REGISTER-LINE.
           READ TRANS-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-TR-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-TALLY-ONE-REGISTER-LINE - HEADINGS, REJECTED LINES,
      *    AND LINES WRITTEN BEFORE THE REGISTER CARRIED A DATE ARE
      *    PASSED OVER.  A MOVEMENT IN THE MONTH IS COUNTED; ONE
      *    DATED AFTER IT IS BACKED OUT OF THE CLOSING HEADCOUNT.
      ******************************************************************
       2000-TALLY-ONE-REGISTER-LINE.
           IF TR-SEQ(5:1) NUMERIC
               AND TR-EFFECTIVE-DATE NUMERIC
               AND TR-DISPOSITION(1:8) NOT = "REJECTED"
               EVALUATE TRUE
                   WHEN TR-EFFECTIVE-MONTH = WS-REPORT-MONTH
                       PERFORM 2100-COUNT-MOVEMENT
                   WHEN TR-EFFECTIVE-MONTH > WS-REPORT-MONTH
                       PERFORM 2200-BACK-OUT-MOVEMENT
               END-EVALUATE
           END-IF
           PERFORM 1400-READ-REGISTER-LINE.

       2100-COUNT-MOVEMENT.
           EVALUATE TRUE
               WHEN TR-ACTION = "T"
                   MOVE TR-FROM-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       ADD 1 TO WS-DP-TERMINATIONS(WS-DEPT-HIT-SUB)
                   END-IF
               WHEN TR-ACTION = "L"
                   MOVE TR-FROM-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       ADD 1 TO WS-DP-LEAVE-STARTS(WS-DEPT-HIT-SUB)
                   END-IF
               WHEN TR-ACTION = "R"
                   AND TR-DISPOSITION(1:7) = "REHIRED"
                   MOVE TR-TO-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   PERFORM 2150-CHECK-REHIRE
                   IF WS-DEPT-HIT-SUB > ZERO
                       IF WS-IS-REHIRE
                           ADD 1 TO WS-DP-REHIRES(WS-DEPT-HIT-SUB)
                       ELSE
                           ADD 1 TO WS-DP-HIRES(WS-DEPT-HIT-SUB)
                       END-IF
                   END-IF
               WHEN TR-ACTION = "R"
                   MOVE TR-FROM-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       ADD 1 TO WS-DP-LEAVE-RETURNS(WS-DEPT-HIT-SUB)
                   END-IF
               WHEN TR-ACTION = "D"
                   AND TR-FROM-DEPT NOT = TR-TO-DEPT
                   MOVE TR-FROM-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       ADD 1 TO WS-DP-MOVES-OUT(WS-DEPT-HIT-SUB)
                   END-IF
                   MOVE TR-TO-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       ADD 1 TO WS-DP-MOVES-IN(WS-DEPT-HIT-SUB)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *    2150-CHECK-REHIRE - A REHIRE HAS A TERMINATION ON THE
      *    ARCHIVE DATED BEFORE THE RETURN.
      ******************************************************************
       2150-CHECK-REHIRE.
           MOVE "N" TO WS-IS-REHIRE-SW
           MOVE TR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           PERFORM 2160-CHECK-ONE-ARCHIVE
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT
                   OR WS-IS-REHIRE.

       2160-CHECK-ONE-ARCHIVE.
           IF WS-A-EMPLOYEE-ID(WS-ARC-SUB) = TR-EMPLOYEE-ID
               AND WS-A-TERM-DATE(WS-ARC-SUB) < WS-EFFECTIVE-DATE
               SET WS-IS-REHIRE TO TRUE
           END-IF.

       2200-BACK-OUT-MOVEMENT.
           EVALUATE TRUE
               WHEN TR-ACTION = "T"
                   MOVE TR-FROM-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       SUBTRACT 1 FROM WS-DP-LATER-NET(WS-DEPT-HIT-SUB)
                   END-IF
               WHEN TR-ACTION = "R"
                   AND TR-DISPOSITION(1:7) = "REHIRED"
                   MOVE TR-TO-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       ADD 1 TO WS-DP-LATER-NET(WS-DEPT-HIT-SUB)
                   END-IF
               WHEN TR-ACTION = "D"
                   AND TR-FROM-DEPT NOT = TR-TO-DEPT
                   MOVE TR-FROM-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       SUBTRACT 1 FROM WS-DP-LATER-NET(WS-DEPT-HIT-SUB)
                   END-IF
                   MOVE TR-TO-DEPT TO WS-LOOK-CODE
                   PERFORM 8000-FIND-DEPARTMENT
                   IF WS-DEPT-HIT-SUB > ZERO
                       ADD 1 TO WS-DP-LATER-NET(WS-DEPT-HIT-SUB)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *    3000-FIGURE-DEPARTMENTS - CLOSING, THEN OPENING WORKED BACK
      *    FROM IT, THEN THE ANNUALIZED TURNOVER.
      ******************************************************************
       3000-FIGURE-DEPARTMENTS.
           PERFORM 3100-FIGURE-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           COMPUTE WS-AVERAGE-X2 = WS-AL-OPENING + WS-AL-CLOSING
           MOVE WS-AL-TERMINATIONS TO WS-ROLL-TERMINATIONS
           MOVE WS-AVERAGE-X2 TO WS-ROLL-AVERAGE-X2
           PERFORM 8300-FIGURE-TURNOVER
           MOVE WS-TURNOVER-PCT TO WS-AL-TURNOVER-PCT.

       3100-FIGURE-ONE-DEPARTMENT.
           COMPUTE WS-DP-CLOSING(WS-DEPT-SUB) =
               WS-DP-CURRENT(WS-DEPT-SUB)
               - WS-DP-LATER-NET(WS-DEPT-SUB)
           COMPUTE WS-DP-OPENING(WS-DEPT-SUB) =
               WS-DP-CLOSING(WS-DEPT-SUB)
               - WS-DP-HIRES(WS-DEPT-SUB)
               - WS-DP-REHIRES(WS-DEPT-SUB)
               - WS-DP-MOVES-IN(WS-DEPT-SUB)
               + WS-DP-TERMINATIONS(WS-DEPT-SUB)
               + WS-DP-MOVES-OUT(WS-DEPT-SUB)
           COMPUTE WS-AVERAGE-X2 =
               WS-DP-OPENING(WS-DEPT-SUB) + WS-DP-CLOSING(WS-DEPT-SUB)
           MOVE WS-DP-TERMINATIONS(WS-DEPT-SUB)
               TO WS-ROLL-TERMINATIONS
           MOVE WS-AVERAGE-X2 TO WS-ROLL-AVERAGE-X2
           PERFORM 8300-FIGURE-TURNOVER
           MOVE WS-TURNOVER-PCT TO WS-DP-TURNOVER-PCT(WS-DEPT-SUB)
           ADD WS-DP-OPENING(WS-DEPT-SUB) TO WS-AL-OPENING
           ADD WS-DP-HIRES(WS-DEPT-SUB) TO WS-AL-HIRES
           ADD WS-DP-REHIRES(WS-DEPT-SUB) TO WS-AL-REHIRES
           ADD WS-DP-TERMINATIONS(WS-DEPT-SUB) TO WS-AL-TERMINATIONS
           ADD WS-DP-MOVES-IN(WS-DEPT-SUB) TO WS-AL-MOVES-IN
           ADD WS-DP-MOVES-OUT(WS-DEPT-SUB) TO WS-AL-MOVES-OUT
           ADD WS-DP-LEAVE-STARTS(WS-DEPT-SUB) TO WS-AL-LEAVE-STARTS
           ADD WS-DP-LEAVE-RETURNS(WS-DEPT-SUB)
               TO WS-AL-LEAVE-RETURNS
           ADD WS-DP-CLOSING(WS-DEPT-SUB) TO WS-AL-CLOSING.

      ******************************************************************
      *    4000-LOAD-HISTORY - ONLY THE ELEVEN MONTHS BEFORE THE
      *    REPORT MONTH ARE KEPT; THE LAST RECORD PER MONTH AND
      *    DEPARTMENT WINS.  NO HISTORY YET IS A FIRST MONTH.
      ******************************************************************
       4000-LOAD-HISTORY.
           OPEN INPUT HEADCOUNT-HISTORY-FILE
           IF WS-HH-FILE-STATUS = "00"
               PERFORM 4100-READ-HISTORY
               PERFORM 4200-STORE-HISTORY
                   UNTIL WS-HH-FILE-STATUS NOT = "00"
               CLOSE HEADCOUNT-HISTORY-FILE
           END-IF.

       4100-READ-HISTORY.
           READ HEADCOUNT-HISTORY-FILE
               AT END
                   MOVE "10" TO WS-HH-FILE-STATUS
           END-READ.

       4200-STORE-HISTORY.
           MOVE HH-MONTH TO WS-WORK-MONTH
           COMPUTE WS-WORK-INDEX = WS-WM-YYYY * 12 + WS-WM-MM - 1
           COMPUTE WS-MONTHS-BACK = WS-REPORT-INDEX - WS-WORK-INDEX
           IF WS-MONTHS-BACK > ZERO AND WS-MONTHS-BACK < 12
               MOVE HH-MONTH TO WS-LOOK-MONTH
               MOVE HH-DEPT-CODE TO WS-LOOK-CODE
               PERFORM 8400-FIND-HISTORY
               IF WS-HIS-HIT-SUB = ZERO
                   IF WS-HIS-COUNT < WS-HIS-MAX
                       ADD 1 TO WS-HIS-COUNT
                       MOVE WS-HIS-COUNT TO WS-HIS-HIT-SUB
                   ELSE
                       ADD 1 TO WS-UNLISTED-COUNT
                   END-IF
               END-IF
               IF WS-HIS-HIT-SUB > ZERO
                   MOVE HEADCOUNT-HISTORY-RECORD
                       TO WS-HIS-ENTRY(WS-HIS-HIT-SUB)
               END-IF
           END-IF
           PERFORM 4100-READ-HISTORY.

      ******************************************************************
      *    5000-APPEND-HISTORY - THIS MONTH'S RECORDS GO ON THE END OF
      *    THE HISTORY AND INTO THE TABLE FOR THE ROLLING FIGURES.
      ******************************************************************
       5000-APPEND-HISTORY.
           OPEN EXTEND HEADCOUNT-HISTORY-FILE
           IF WS-HH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HEADCOUNT-HISTORY-FILE
           END-IF
           PERFORM 5100-APPEND-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           CLOSE HEADCOUNT-HISTORY-FILE.

       5100-APPEND-ONE-DEPARTMENT.
           MOVE WS-REPORT-MONTH TO HH-MONTH
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO HH-DEPT-CODE
           MOVE WS-DP-OPENING(WS-DEPT-SUB) TO HH-OPENING
           MOVE WS-DP-HIRES(WS-DEPT-SUB) TO HH-HIRES
           MOVE WS-DP-REHIRES(WS-DEPT-SUB) TO HH-REHIRES
           MOVE WS-DP-TERMINATIONS(WS-DEPT-SUB) TO HH-TERMINATIONS
           MOVE WS-DP-MOVES-IN(WS-DEPT-SUB) TO HH-MOVES-IN
           MOVE WS-DP-MOVES-OUT(WS-DEPT-SUB) TO HH-MOVES-OUT
           MOVE WS-DP-LEAVE-STARTS(WS-DEPT-SUB) TO HH-LEAVE-STARTS
           MOVE WS-DP-LEAVE-RETURNS(WS-DEPT-SUB) TO HH-LEAVE-RETURNS
           MOVE WS-DP-CLOSING(WS-DEPT-SUB) TO HH-CLOSING
           MOVE WS-DP-TURNOVER-PCT(WS-DEPT-SUB) TO HH-TURNOVER-PCT
           WRITE HEADCOUNT-HISTORY-RECORD
           IF WS-HIS-COUNT < WS-HIS-MAX
               ADD 1 TO WS-HIS-COUNT
               MOVE HEADCOUNT-HISTORY-RECORD
                   TO WS-HIS-ENTRY(WS-HIS-COUNT)
           ELSE
               ADD 1 TO WS-UNLISTED-COUNT
           END-IF.

       6000-WRITE-REPORT.
           OPEN OUTPUT HEADCOUNT-REPORT-FILE
           MOVE WS-REPORT-MONTH TO WS-HD-MONTH
           MOVE WS-HEADING-LINE TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE WS-COLUMN-LINE TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           PERFORM 6100-WRITE-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO WS-D-DEPT-CODE
           MOVE "ALL DEPARTMENTS" TO WS-D-DEPT-NAME
           MOVE WS-AL-OPENING TO WS-D-OPENING
           MOVE WS-AL-HIRES TO WS-D-HIRES
           MOVE WS-AL-REHIRES TO WS-D-REHIRES
           MOVE WS-AL-TERMINATIONS TO WS-D-TERMINATIONS
           MOVE WS-AL-MOVES-IN TO WS-D-MOVES-IN
           MOVE WS-AL-MOVES-OUT TO WS-D-MOVES-OUT
           MOVE WS-AL-LEAVE-STARTS TO WS-D-LEAVE-STARTS
           MOVE WS-AL-LEAVE-RETURNS TO WS-D-LEAVE-RETURNS
           MOVE WS-AL-CLOSING TO WS-D-CLOSING
           MOVE WS-AL-TURNOVER-PCT TO WS-D-TURNOVER-PCT
           MOVE WS-DETAIL-LINE TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE SPACES TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE WS-ROLLING-HEADING TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE WS-COLUMN-LINE TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           PERFORM 6200-WRITE-ONE-ROLLING-DEPT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           CLOSE HEADCOUNT-REPORT-FILE.

       6100-WRITE-ONE-DEPARTMENT.
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-D-DEPT-CODE
           MOVE WS-DP-NAME(WS-DEPT-SUB) TO WS-D-DEPT-NAME
           MOVE WS-DP-OPENING(WS-DEPT-SUB) TO WS-D-OPENING
           MOVE WS-DP-HIRES(WS-DEPT-SUB) TO WS-D-HIRES
           MOVE WS-DP-REHIRES(WS-DEPT-SUB) TO WS-D-REHIRES
           MOVE WS-DP-TERMINATIONS(WS-DEPT-SUB) TO WS-D-TERMINATIONS
           MOVE WS-DP-MOVES-IN(WS-DEPT-SUB) TO WS-D-MOVES-IN
           MOVE WS-DP-MOVES-OUT(WS-DEPT-SUB) TO WS-D-MOVES-OUT
           MOVE WS-DP-LEAVE-STARTS(WS-DEPT-SUB) TO WS-D-LEAVE-STARTS
           MOVE WS-DP-LEAVE-RETURNS(WS-DEPT-SUB)
               TO WS-D-LEAVE-RETURNS
           MOVE WS-DP-CLOSING(WS-DEPT-SUB) TO WS-D-CLOSING
           MOVE WS-DP-TURNOVER-PCT(WS-DEPT-SUB) TO WS-D-TURNOVER-PCT
           MOVE WS-DETAIL-LINE TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE.

      ******************************************************************
      *    6200-WRITE-ONE-ROLLING-DEPT - ONE LINE PER MONTH ON FILE,
      *    OLDEST FIRST, THEN THE TWELVE-MONTH TURNOVER: THE
      *    TERMINATIONS OVER THE AVERAGE MONTHLY HEADCOUNT, SCALED UP
      *    TO A YEAR WHEN FEWER THAN TWELVE MONTHS ARE ON FILE.
      ******************************************************************
       6200-WRITE-ONE-ROLLING-DEPT.
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-G-DEPT-CODE
           MOVE WS-DP-NAME(WS-DEPT-SUB) TO WS-G-DEPT-NAME
           MOVE WS-GROUP-LINE TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE ZERO TO WS-ROLL-TERMINATIONS
           MOVE ZERO TO WS-ROLL-AVERAGE-X2
           MOVE ZERO TO WS-ROLL-MONTHS
           PERFORM 6300-WRITE-ONE-MONTH
               VARYING WS-ROLL-SUB FROM 1 BY 1
               UNTIL WS-ROLL-SUB > 12
           PERFORM 8300-FIGURE-TURNOVER
           MOVE WS-TURNOVER-PCT TO WS-RL-TURNOVER-PCT
           MOVE WS-ROLL-MONTHS TO WS-RL-MONTHS
           MOVE WS-ROLLING-LINE TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE.

       6300-WRITE-ONE-MONTH.
           COMPUTE WS-WORK-INDEX = WS-REPORT-INDEX - 12 + WS-ROLL-SUB
           DIVIDE WS-WORK-INDEX BY 12 GIVING WS-WM-YYYY
               REMAINDER WS-WM-MM
           ADD 1 TO WS-WM-MM
           MOVE WS-WORK-MONTH TO WS-LOOK-MONTH
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-LOOK-CODE
           PERFORM 8400-FIND-HISTORY
           IF WS-HIS-HIT-SUB > ZERO
               MOVE WS-HIS-ENTRY(WS-HIS-HIT-SUB) TO WS-HIS-WORK
               ADD 1 TO WS-ROLL-MONTHS
               ADD WS-HW-TERMINATIONS TO WS-ROLL-TERMINATIONS
               ADD WS-HW-OPENING TO WS-ROLL-AVERAGE-X2
               ADD WS-HW-CLOSING TO WS-ROLL-AVERAGE-X2
               MOVE SPACES TO WS-D-DEPT-CODE
               MOVE SPACES TO WS-D-DEPT-NAME
               MOVE WS-HW-MONTH TO WS-D-DEPT-NAME(3:6)
               MOVE WS-HW-OPENING TO WS-D-OPENING
               MOVE WS-HW-HIRES TO WS-D-HIRES
               MOVE WS-HW-REHIRES TO WS-D-REHIRES
               MOVE WS-HW-TERMINATIONS TO WS-D-TERMINATIONS
               MOVE WS-HW-MOVES-IN TO WS-D-MOVES-IN
               MOVE WS-HW-MOVES-OUT TO WS-D-MOVES-OUT
               MOVE WS-HW-LEAVE-STARTS TO WS-D-LEAVE-STARTS
               MOVE WS-HW-LEAVE-RETURNS TO WS-D-LEAVE-RETURNS
               MOVE WS-HW-CLOSING TO WS-D-CLOSING
               MOVE WS-HW-TURNOVER-PCT TO WS-D-TURNOVER-PCT
               MOVE WS-DETAIL-LINE TO HEADCOUNT-REPORT-LINE
               WRITE HEADCOUNT-REPORT-LINE
           END-IF.

      ******************************************************************
      *    8000-FIND-DEPARTMENT - LOCATE WS-LOOK-CODE, ADDING A CODE
      *    NOT SEEN YET.  PAST THE TABLE THE HIT STAYS ZERO AND THE
      *    FIGURE IS LEFT OUT.
      ******************************************************************
       8000-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-HIT-SUB
           PERFORM 8100-CHECK-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT-SUB > ZERO
           IF WS-DEPT-HIT-SUB = ZERO
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-SUB
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   MOVE WS-LOOK-CODE TO WS-DP-CODE(WS-DEPT-SUB)
                   IF WS-LOOK-CODE = SPACES
                       MOVE "UNASSIGNED" TO WS-DP-NAME(WS-DEPT-SUB)
                   ELSE
                       MOVE "NOT ON ORG-UNIT MASTER"
                           TO WS-DP-NAME(WS-DEPT-SUB)
                   END-IF
                   PERFORM 8200-CLEAR-DEPARTMENT
               ELSE
                   ADD 1 TO WS-UNLISTED-COUNT
               END-IF
           END-IF.

       8100-CHECK-ONE-DEPARTMENT.
           IF WS-DP-CODE(WS-DEPT-SUB) = WS-LOOK-CODE
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
           END-IF.

       8200-CLEAR-DEPARTMENT.
           MOVE ZERO TO WS-DP-CURRENT(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-LATER-NET(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-OPENING(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-HIRES(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-REHIRES(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-TERMINATIONS(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-MOVES-IN(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-MOVES-OUT(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-LEAVE-STARTS(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-LEAVE-RETURNS(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-CLOSING(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DP-TURNOVER-PCT(WS-DEPT-COUNT).

      ******************************************************************
      *    8300-FIGURE-TURNOVER - WS-ROLL-TERMINATIONS OVER HALF OF
      *    WS-ROLL-AVERAGE-X2 (THE SUM OF OPENING AND CLOSING, MONTH
      *    BY MONTH), AS AN ANNUAL PERCENTAGE.  NO HEADCOUNT IS NO
      *    TURNOVER; PAST 999.9 IT STAYS AT 999.9.
      ******************************************************************
       8300-FIGURE-TURNOVER.
           MOVE ZERO TO WS-TURNOVER-PCT
           IF WS-ROLL-AVERAGE-X2 > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-ROLL-TERMINATIONS * 2400 / WS-ROLL-AVERAGE-X2
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF.

      ******************************************************************
      *    8400-FIND-HISTORY - THE TABLE ENTRY FOR WS-LOOK-MONTH AND
      *    WS-LOOK-CODE, IF ANY.
      ******************************************************************
       8400-FIND-HISTORY.
           MOVE ZERO TO WS-HIS-HIT-SUB
           PERFORM 8500-CHECK-ONE-HISTORY
               VARYING WS-HIS-SUB FROM 1 BY 1
               UNTIL WS-HIS-SUB > WS-HIS-COUNT
                   OR WS-HIS-HIT-SUB > ZERO.

       8500-CHECK-ONE-HISTORY.
           IF WS-H-MONTH(WS-HIS-SUB) = WS-LOOK-MONTH
               AND WS-H-DEPT-CODE(WS-HIS-SUB) = WS-LOOK-CODE
               MOVE WS-HIS-SUB TO WS-HIS-HIT-SUB
           END-IF.

       9999-TERMINATE.
           IF WS-TR-FILE-STATUS NOT = "35"
               CLOSE TRANS-REGISTER-FILE
           END-IF
           DISPLAY "HEADCNT: MONTH " WS-REPORT-MONTH ", "
               WS-DEPT-COUNT " DEPARTMENTS, CLOSING " WS-AL-CLOSING
           IF WS-ARCHIVE-SHORT
               DISPLAY "HEADCNT: ARCHIVE PAST " WS-ARC-MAX
                   " RECORDS, LATER REHIRES COUNTED AS HIRES"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNLISTED-COUNT > ZERO
               DISPLAY "HEADCNT: " WS-UNLISTED-COUNT
                   " FIGURES PAST THE DEPARTMENT OR HISTORY TABLE"
               MOVE 4 TO RETURN-CODE
           END-IF.
