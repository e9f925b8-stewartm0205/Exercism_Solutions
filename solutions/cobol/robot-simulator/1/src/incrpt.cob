       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRPT.
       AUTHOR. WAREHOUSE-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    INCRPT IS THE WEEKLY ROBOT INCIDENT REPORT.  IT READS THE
      *    INCIDENT HISTORY INCREG KEEPS (ONE EVENT PER REFUSED
      *    MOVE) FOR THE SEVEN DAYS ENDING ON THE WEEK-ENDING DATE
      *    AND REPORTS:
      *        INCIDENTS PER ROBOT -- EVERY ROBOT ON THE MASTER,
      *            BUSIEST FIRST, WITH THE MEAN MOVES BETWEEN
      *            INCIDENTS.  EACH EVENT CARRIES THE ROBOT'S
      *            LIFETIME ODOMETER, SO THE MOVES BETWEEN ITS FIRST
      *            AND LAST INCIDENT OF THE WEEK, OVER THE NUMBER OF
      *            GAPS BETWEEN THEM, IS THE MEAN.  ONE INCIDENT
      *            GIVES NO GAP TO MEASURE AND PRINTS N/A.
      *        INCIDENTS PER MODEL -- THE SAME, POOLED OVER EVERY
      *            ROBOT OF THE MODEL.
      *        INCIDENTS PER TYPE.
      *        TOP REFUSAL CELLS -- THE CELLS THAT REFUSED THE MOST
      *            MOVES, BROKEN DOWN BY TYPE, SO ENGINEERING CAN
      *            TELL A MAP PROBLEM FROM A ROBOT PROBLEM.  OUT-OF-
      *            SERVICE AND FLEET-FULL REFUSALS ARE NOT ABOUT THE
      *            CELL AND ARE LEFT OUT OF THIS SECTION.
      *    THE INCCTL CARD CARRIES THE WEEK-ENDING DATE (COLS 1-8,
      *    YYYYMMDD, DEFAULT TODAY) AND THE NUMBER OF CELLS TO LIST
      *    (COLS 10-11, DEFAULT 10).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-CONTROL-FILE ASSIGN TO "INCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-FILE-STATUS.

           SELECT ROBOT-MASTER-FILE ASSIGN TO "ROBOTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.

           SELECT INCIDENT-HISTORY-FILE ASSIGN TO "ROBOTINH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-FILE-STATUS.

           SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-CONTROL-FILE.
       01  INCIDENT-CONTROL-RECORD.
           05  IC-WEEK-ENDING            PIC 9(08).
           05  FILLER                    PIC X(01).
           05  IC-TOP-CELLS              PIC 9(02).

       FD  ROBOT-MASTER-FILE.
       COPY ROBOTMST.

       FD  INCIDENT-HISTORY-FILE.
       COPY ROBOTINC.

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IC-FILE-STATUS             PIC XX.
       01  WS-RM-FILE-STATUS             PIC XX.
       01  WS-IH-FILE-STATUS             PIC XX.
       01  WS-IR-FILE-STATUS             PIC XX.
       01  WS-WEEK-END-DATE              PIC 9(08).
       01  WS-WEEK-START-DATE            PIC 9(08).
       01  WS-TOP-CELLS                  PIC 9(02) VALUE 10.
       01  WS-TOTAL-INCIDENTS            PIC 9(05) VALUE ZERO.
       01  WS-SEEK-ID                    PIC X(06).
       01  WS-SEEK-MODEL                 PIC X(04).
       01  WS-GAP-MOVES                  PIC 9(05).
       01  WS-MEAN-MOVES                 PIC 9(05)V9.
       01  WS-MEAN-EDIT                  PIC ZZZZ9.9.
       01  WS-BEST-SUB                   PIC 9(03).
       01  WS-RANK                       PIC 9(03).

      *    INCIDENT COUNT AND ODOMETER SPAN PER ROBOT.
       01  WS-ROB-MAX                    PIC 9(03) VALUE 200.
       01  WS-ROB-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-ROB-TABLE.
           05  WS-ROB-ENTRY OCCURS 200 TIMES.
               10  WS-RB-ROBOT-ID         PIC X(06).
               10  WS-RB-MODEL-CODE       PIC X(04).
               10  WS-RB-INCIDENTS        PIC 9(05).
               10  WS-RB-LOW-ODOMETER     PIC 9(05).
               10  WS-RB-HIGH-ODOMETER    PIC 9(05).
               10  WS-RB-LISTED-SW        PIC X(01).
                   88  WS-RB-LISTED       VALUE "Y".
       01  WS-ROB-SUB                    PIC 9(03).
       01  WS-ROB-FOUND-SUB              PIC 9(03).

      *    POOLED FIGURES PER MODEL.
       01  WS-MOD-MAX                    PIC 9(02) VALUE 20.
       01  WS-MOD-COUNT                  PIC 9(02) VALUE ZERO.
       01  WS-MOD-TABLE.
           05  WS-MOD-ENTRY OCCURS 20 TIMES.
               10  WS-MD-MODEL-CODE       PIC X(04).
               10  WS-MD-ROBOTS           PIC 9(03).
               10  WS-MD-INCIDENTS        PIC 9(05).
               10  WS-MD-GAP-MOVES        PIC 9(07).
               10  WS-MD-GAPS             PIC 9(05).
       01  WS-MOD-SUB                    PIC 9(02).
       01  WS-MOD-FOUND-SUB              PIC 9(02).

      *    INCIDENTS PER TYPE.  THE FIRST SIX ARE THE CELL TYPES
      *    THE TOP-CELLS SECTION BREAKS OUT.
       01  WS-TYPE-NAMES                 PIC X(32) VALUE
           "BNDSCOLLOBSTONEWZONECLSDOOSVFULL".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME              PIC X(04) OCCURS 8 TIMES.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL             PIC 9(05) OCCURS 8 TIMES.
       01  WS-CELL-TYPES                 PIC 9(01) VALUE 6.
       01  WS-TYPE-SUB                   PIC 9(01).
       01  WS-TYPE-FOUND-SUB             PIC 9(01).

      *    REFUSALS PER CELL.
       01  WS-CELL-MAX                   PIC 9(03) VALUE 500.
       01  WS-CELL-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 500 TIMES.
               10  WS-CL-X                PIC S999.
               10  WS-CL-Y                PIC S999.
               10  WS-CL-REFUSALS         PIC 9(05).
               10  WS-CL-BY-TYPE          PIC 9(04) OCCURS 6 TIMES.
               10  WS-CL-LISTED-SW        PIC X(01).
                   88  WS-CL-LISTED       VALUE "Y".
       01  WS-CELL-SUB                   PIC 9(03).
       01  WS-CELL-FOUND-SUB             PIC 9(03).
       01  WS-CELLS-DROPPED              PIC 9(05) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(33) VALUE
               "ROBOT INCIDENT REPORT  WEEK FROM ".
           05  WS-TL-START               PIC 9(08).
           05  FILLER                    PIC X(04) VALUE " TO ".
           05  WS-TL-END                 PIC 9(08).
       01  WS-BLANK-LINE                 PIC X(01) VALUE SPACE.
       01  WS-ROBOT-HEADING.
           05  FILLER                    PIC X(26) VALUE
               "ROBOT   MODEL    INCIDENTS".
           05  FILLER                    PIC X(16) VALUE
               "   MOVES SPANNED".
           05  FILLER                    PIC X(20) VALUE
               "  MEAN MOVES BETWEEN".
       01  WS-MODEL-HEADING.
           05  FILLER                    PIC X(26) VALUE
               "MODEL   ROBOTS   INCIDENTS".
           05  FILLER                    PIC X(16) VALUE SPACE.
           05  FILLER                    PIC X(20) VALUE
               "  MEAN MOVES BETWEEN".
       01  WS-TYPE-HEADING               PIC X(30) VALUE
           "INCIDENTS BY TYPE".
       01  WS-CELL-HEADING.
           05  FILLER                    PIC X(26) VALUE
               "RANK     X     Y  REFUSALS".
           05  FILLER                    PIC X(35) VALUE
               "   BNDS   COLL   OBST   ONEW   ZONE".
           05  FILLER                    PIC X(07) VALUE "   CLSD".
       01  WS-CELL-TITLE                 PIC X(30) VALUE
           "TOP REFUSAL CELLS".

       01  WS-ROBOT-LINE.
           05  WS-RL-ROBOT-ID            PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  WS-RL-MODEL-CODE          PIC X(04).
           05  FILLER                    PIC X(09) VALUE SPACE.
           05  WS-RL-INCIDENTS           PIC ZZZZ9.
           05  FILLER                    PIC X(11) VALUE SPACE.
           05  WS-RL-SPAN                PIC ZZZZ9.
           05  FILLER                    PIC X(12) VALUE SPACE.
           05  WS-RL-MEAN                PIC X(07).

       01  WS-MODEL-LINE.
           05  WS-ML-MODEL-CODE          PIC X(04).
           05  FILLER                    PIC X(07) VALUE SPACE.
           05  WS-ML-ROBOTS              PIC ZZ9.
           05  FILLER                    PIC X(07) VALUE SPACE.
           05  WS-ML-INCIDENTS           PIC ZZZZ9.
           05  FILLER                    PIC X(28) VALUE SPACE.
           05  WS-ML-MEAN                PIC X(07).

       01  WS-TYPE-LINE.
           05  WS-YL-TYPE                PIC X(04).
           05  FILLER                    PIC X(04) VALUE SPACE.
           05  WS-YL-COUNT               PIC ZZZZ9.

       01  WS-CELL-LINE.
           05  WS-CE-RANK                PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  WS-CE-X                   PIC -999.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  WS-CE-Y                   PIC -999.
           05  FILLER                    PIC X(05) VALUE SPACE.
           05  WS-CE-REFUSALS            PIC ZZZZ9.
           05  WS-CE-TYPE-GROUP OCCURS 6 TIMES.
               10  FILLER                PIC X(03).
               10  WS-CE-BY-TYPE         PIC ZZZ9.

       01  WS-NO-CELLS-LINE              PIC X(40) VALUE
           "NO CELL REFUSALS THIS WEEK".
       01  WS-DROPPED-LINE.
           05  FILLER                    PIC X(36) VALUE
               "REFUSALS AT CELLS PAST TABLE LIMIT ".
           05  WS-DL-COUNT               PIC ZZZZ9.
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(20) VALUE
               "TOTAL INCIDENTS".
           05  WS-TT-COUNT               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-INCIDENTS
           PERFORM 3000-POOL-BY-MODEL
               VARYING WS-ROB-SUB FROM 1 BY 1
               UNTIL WS-ROB-SUB > WS-ROB-COUNT
           PERFORM 4000-WRITE-REPORT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE WEEK AND CELL LIMIT FROM THE CONTROL
      *    CARD, THEN EVERY ROBOT ON THE MASTER SO A ROBOT WITH A
      *    CLEAN WEEK STILL SHOWS.  NO MASTER LEAVES THE ROBOTS TO
      *    COME FROM THE INCIDENTS THEMSELVES.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WEEK-END-DATE
           OPEN INPUT INCIDENT-CONTROL-FILE
           IF WS-IC-FILE-STATUS = "00"
               READ INCIDENT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IC-WEEK-ENDING NUMERIC
                           AND IC-WEEK-ENDING > 19000000
                           MOVE IC-WEEK-ENDING TO WS-WEEK-END-DATE
                       END-IF
                       IF IC-TOP-CELLS NUMERIC
                           AND IC-TOP-CELLS > ZERO
                           MOVE IC-TOP-CELLS TO WS-TOP-CELLS
                       END-IF
               END-READ
               CLOSE INCIDENT-CONTROL-FILE
           END-IF
           COMPUTE WS-WEEK-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE) - 6)
           MOVE ZERO TO WS-TYPE-TOTALS
           OPEN INPUT ROBOT-MASTER-FILE
           IF WS-RM-FILE-STATUS = "00"
               PERFORM 1100-READ-MASTER
               PERFORM 1200-STORE-MASTER
                   UNTIL WS-RM-FILE-STATUS NOT = "00"
               CLOSE ROBOT-MASTER-FILE
           END-IF.

       1100-READ-MASTER.
           READ ROBOT-MASTER-FILE
               AT END
                   MOVE "10" TO WS-RM-FILE-STATUS
           END-READ.

       1200-STORE-MASTER.
           MOVE RM-ROBOT-ID TO WS-SEEK-ID
           MOVE RM-MODEL-CODE TO WS-SEEK-MODEL
           PERFORM 8000-FIND-OR-ADD-ROBOT
           IF WS-ROB-FOUND-SUB > ZERO
               MOVE RM-MODEL-CODE
                   TO WS-RB-MODEL-CODE(WS-ROB-FOUND-SUB)
           END-IF
           PERFORM 1100-READ-MASTER.

      ******************************************************************
      *    2000-ACCUMULATE-INCIDENTS - ONE PASS OF THE HISTORY,
      *    COUNTING EVERY EVENT DATED INSIDE THE WEEK.  NO HISTORY
      *    YET IS A CLEAN WEEK.
      ******************************************************************
       2000-ACCUMULATE-INCIDENTS.
           OPEN INPUT INCIDENT-HISTORY-FILE
           IF WS-IH-FILE-STATUS = "00"
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-COUNT-ONE-INCIDENT
                   UNTIL WS-IH-FILE-STATUS NOT = "00"
               CLOSE INCIDENT-HISTORY-FILE
           END-IF.

       2100-READ-HISTORY.
           READ INCIDENT-HISTORY-FILE
               AT END
                   MOVE "10" TO WS-IH-FILE-STATUS
           END-READ.

       2200-COUNT-ONE-INCIDENT.
           IF RI-DATE NOT < WS-WEEK-START-DATE
               AND RI-DATE NOT > WS-WEEK-END-DATE
               ADD 1 TO WS-TOTAL-INCIDENTS
               PERFORM 2300-COUNT-FOR-ROBOT
               PERFORM 2400-COUNT-FOR-TYPE
               IF WS-TYPE-FOUND-SUB NOT > WS-CELL-TYPES
                   PERFORM 2500-COUNT-FOR-CELL
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY.

       2300-COUNT-FOR-ROBOT.
           MOVE RI-ROBOT-ID TO WS-SEEK-ID
           MOVE RI-MODEL-CODE TO WS-SEEK-MODEL
           PERFORM 8000-FIND-OR-ADD-ROBOT
           IF WS-ROB-FOUND-SUB > ZERO
               IF WS-RB-INCIDENTS(WS-ROB-FOUND-SUB) = ZERO
                   MOVE RI-ODOMETER
                       TO WS-RB-LOW-ODOMETER(WS-ROB-FOUND-SUB)
                   MOVE RI-ODOMETER
                       TO WS-RB-HIGH-ODOMETER(WS-ROB-FOUND-SUB)
               END-IF
               IF RI-ODOMETER < WS-RB-LOW-ODOMETER(WS-ROB-FOUND-SUB)
                   MOVE RI-ODOMETER
                       TO WS-RB-LOW-ODOMETER(WS-ROB-FOUND-SUB)
               END-IF
               IF RI-ODOMETER > WS-RB-HIGH-ODOMETER(WS-ROB-FOUND-SUB)
                   MOVE RI-ODOMETER
                       TO WS-RB-HIGH-ODOMETER(WS-ROB-FOUND-SUB)
               END-IF
               ADD 1 TO WS-RB-INCIDENTS(WS-ROB-FOUND-SUB)
           END-IF.

      ******************************************************************
      *    2400-COUNT-FOR-TYPE - AN UNRECOGNIZED TYPE COUNTS ONLY IN
      *    THE TOTAL (WS-TYPE-FOUND-SUB IS LEFT PAST THE TABLE).
      ******************************************************************
       2400-COUNT-FOR-TYPE.
           MOVE 9 TO WS-TYPE-FOUND-SUB
           PERFORM 2410-CHECK-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 8
           IF WS-TYPE-FOUND-SUB NOT > 8
               ADD 1 TO WS-TYPE-TOTAL(WS-TYPE-FOUND-SUB)
           END-IF.

       2410-CHECK-ONE-TYPE.
           IF WS-TYPE-NAME(WS-TYPE-SUB) = RI-INCIDENT-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
           END-IF.

       2500-COUNT-FOR-CELL.
           MOVE ZERO TO WS-CELL-FOUND-SUB
           PERFORM 2510-CHECK-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT
                  OR WS-CELL-FOUND-SUB > ZERO
           IF WS-CELL-FOUND-SUB = ZERO
               IF WS-CELL-COUNT < WS-CELL-MAX
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-CELL-FOUND-SUB
                   MOVE RI-X TO WS-CL-X(WS-CELL-FOUND-SUB)
                   MOVE RI-Y TO WS-CL-Y(WS-CELL-FOUND-SUB)
                   MOVE ZERO TO WS-CL-REFUSALS(WS-CELL-FOUND-SUB)
                   PERFORM 2520-CLEAR-CELL-TYPE
                       VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > WS-CELL-TYPES
                   MOVE "N" TO WS-CL-LISTED-SW(WS-CELL-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-CELLS-DROPPED
               END-IF
           END-IF
           IF WS-CELL-FOUND-SUB > ZERO
               ADD 1 TO WS-CL-REFUSALS(WS-CELL-FOUND-SUB)
               ADD 1 TO WS-CL-BY-TYPE(WS-CELL-FOUND-SUB,
                   WS-TYPE-FOUND-SUB)
           END-IF.

       2510-CHECK-ONE-CELL.
           IF WS-CL-X(WS-CELL-SUB) = RI-X
               AND WS-CL-Y(WS-CELL-SUB) = RI-Y
               MOVE WS-CELL-SUB TO WS-CELL-FOUND-SUB
           END-IF.

       2520-CLEAR-CELL-TYPE.
           MOVE ZERO TO WS-CL-BY-TYPE(WS-CELL-FOUND-SUB, WS-TYPE-SUB).

      ******************************************************************
      *    3000-POOL-BY-MODEL - ADD ONE ROBOT'S WEEK INTO ITS MODEL.
      *    A ROBOT WITH N INCIDENTS CONTRIBUTES N - 1 GAPS AND THE
      *    MOVES BETWEEN ITS FIRST AND LAST.
      ******************************************************************
       3000-POOL-BY-MODEL.
           MOVE WS-RB-MODEL-CODE(WS-ROB-SUB) TO WS-SEEK-MODEL
           MOVE ZERO TO WS-MOD-FOUND-SUB
           PERFORM 3100-CHECK-ONE-MODEL
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > WS-MOD-COUNT
                  OR WS-MOD-FOUND-SUB > ZERO
           IF WS-MOD-FOUND-SUB = ZERO
               AND WS-MOD-COUNT < WS-MOD-MAX
               ADD 1 TO WS-MOD-COUNT
               MOVE WS-MOD-COUNT TO WS-MOD-FOUND-SUB
               MOVE WS-SEEK-MODEL TO WS-MD-MODEL-CODE(WS-MOD-COUNT)
               MOVE ZERO TO WS-MD-ROBOTS(WS-MOD-COUNT)
               MOVE ZERO TO WS-MD-INCIDENTS(WS-MOD-COUNT)
               MOVE ZERO TO WS-MD-GAP-MOVES(WS-MOD-COUNT)
               MOVE ZERO TO WS-MD-GAPS(WS-MOD-COUNT)
           END-IF
           IF WS-MOD-FOUND-SUB > ZERO
               ADD 1 TO WS-MD-ROBOTS(WS-MOD-FOUND-SUB)
               ADD WS-RB-INCIDENTS(WS-ROB-SUB)
                   TO WS-MD-INCIDENTS(WS-MOD-FOUND-SUB)
               IF WS-RB-INCIDENTS(WS-ROB-SUB) > 1
                   COMPUTE WS-MD-GAP-MOVES(WS-MOD-FOUND-SUB) =
                       WS-MD-GAP-MOVES(WS-MOD-FOUND-SUB)
                       + WS-RB-HIGH-ODOMETER(WS-ROB-SUB)
                       - WS-RB-LOW-ODOMETER(WS-ROB-SUB)
                   COMPUTE WS-MD-GAPS(WS-MOD-FOUND-SUB) =
                       WS-MD-GAPS(WS-MOD-FOUND-SUB)
                       + WS-RB-INCIDENTS(WS-ROB-SUB) - 1
               END-IF
           END-IF.

       3100-CHECK-ONE-MODEL.
           IF WS-MD-MODEL-CODE(WS-MOD-SUB) = WS-SEEK-MODEL
               MOVE WS-MOD-SUB TO WS-MOD-FOUND-SUB
           END-IF.

      ******************************************************************
      *    4000-WRITE-REPORT - THE FOUR SECTIONS AND THE TOTAL.
      ******************************************************************
       4000-WRITE-REPORT.
           OPEN OUTPUT INCIDENT-REPORT-FILE
           MOVE WS-WEEK-START-DATE TO WS-TL-START
           MOVE WS-WEEK-END-DATE TO WS-TL-END
           MOVE WS-TITLE-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-BLANK-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-ROBOT-HEADING TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM 4100-WRITE-NEXT-ROBOT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-ROB-COUNT
           MOVE WS-BLANK-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-MODEL-HEADING TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM 4200-WRITE-ONE-MODEL
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > WS-MOD-COUNT
           MOVE WS-BLANK-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-TYPE-HEADING TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           PERFORM 4300-WRITE-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 8
           MOVE WS-BLANK-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-CELL-TITLE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           IF WS-CELL-COUNT = ZERO
               MOVE WS-NO-CELLS-LINE TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           ELSE
               MOVE WS-CELL-HEADING TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
               PERFORM 4400-WRITE-NEXT-CELL
                   VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-CELLS
                      OR WS-RANK > WS-CELL-COUNT
           END-IF
           IF WS-CELLS-DROPPED > ZERO
               MOVE WS-CELLS-DROPPED TO WS-DL-COUNT
               MOVE WS-DROPPED-LINE TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           END-IF
           MOVE WS-BLANK-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           MOVE WS-TOTAL-INCIDENTS TO WS-TT-COUNT
           MOVE WS-TOTAL-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           CLOSE INCIDENT-REPORT-FILE.

      ******************************************************************
      *    4100-WRITE-NEXT-ROBOT - THE UNLISTED ROBOT WITH THE MOST
      *    INCIDENTS (FIRST ON THE MASTER WINS A TIE).
      ******************************************************************
       4100-WRITE-NEXT-ROBOT.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM 4110-JUDGE-ONE-ROBOT
               VARYING WS-ROB-SUB FROM 1 BY 1
               UNTIL WS-ROB-SUB > WS-ROB-COUNT
           MOVE "Y" TO WS-RB-LISTED-SW(WS-BEST-SUB)
           MOVE WS-RB-ROBOT-ID(WS-BEST-SUB) TO WS-RL-ROBOT-ID
           MOVE WS-RB-MODEL-CODE(WS-BEST-SUB) TO WS-RL-MODEL-CODE
           MOVE WS-RB-INCIDENTS(WS-BEST-SUB) TO WS-RL-INCIDENTS
           IF WS-RB-INCIDENTS(WS-BEST-SUB) > 1
               COMPUTE WS-GAP-MOVES = WS-RB-HIGH-ODOMETER(WS-BEST-SUB)
                   - WS-RB-LOW-ODOMETER(WS-BEST-SUB)
               MOVE WS-GAP-MOVES TO WS-RL-SPAN
               COMPUTE WS-MEAN-MOVES ROUNDED = WS-GAP-MOVES
                   / (WS-RB-INCIDENTS(WS-BEST-SUB) - 1)
               MOVE WS-MEAN-MOVES TO WS-MEAN-EDIT
               MOVE WS-MEAN-EDIT TO WS-RL-MEAN
           ELSE
               MOVE ZERO TO WS-RL-SPAN
               MOVE "    N/A" TO WS-RL-MEAN
           END-IF
           MOVE WS-ROBOT-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

       4110-JUDGE-ONE-ROBOT.
           IF NOT WS-RB-LISTED(WS-ROB-SUB)
               IF WS-BEST-SUB = ZERO
                   MOVE WS-ROB-SUB TO WS-BEST-SUB
               ELSE
                   IF WS-RB-INCIDENTS(WS-ROB-SUB)
                       > WS-RB-INCIDENTS(WS-BEST-SUB)
                       MOVE WS-ROB-SUB TO WS-BEST-SUB
                   END-IF
               END-IF
           END-IF.

       4200-WRITE-ONE-MODEL.
           MOVE WS-MD-MODEL-CODE(WS-MOD-SUB) TO WS-ML-MODEL-CODE
           MOVE WS-MD-ROBOTS(WS-MOD-SUB) TO WS-ML-ROBOTS
           MOVE WS-MD-INCIDENTS(WS-MOD-SUB) TO WS-ML-INCIDENTS
           IF WS-MD-GAPS(WS-MOD-SUB) > ZERO
               COMPUTE WS-MEAN-MOVES ROUNDED =
                   WS-MD-GAP-MOVES(WS-MOD-SUB) / WS-MD-GAPS(WS-MOD-SUB)
               MOVE WS-MEAN-MOVES TO WS-MEAN-EDIT
               MOVE WS-MEAN-EDIT TO WS-ML-MEAN
           ELSE
               MOVE "    N/A" TO WS-ML-MEAN
           END-IF
           MOVE WS-MODEL-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

       4300-WRITE-ONE-TYPE.
           MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO WS-YL-TYPE
           MOVE WS-TYPE-TOTAL(WS-TYPE-SUB) TO WS-YL-COUNT
           MOVE WS-TYPE-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

      ******************************************************************
      *    4400-WRITE-NEXT-CELL - THE UNLISTED CELL WITH THE MOST
      *    REFUSALS (FIRST SEEN WINS A TIE).
      ******************************************************************
       4400-WRITE-NEXT-CELL.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM 4410-JUDGE-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT
           MOVE "Y" TO WS-CL-LISTED-SW(WS-BEST-SUB)
           MOVE WS-RANK TO WS-CE-RANK
           MOVE WS-CL-X(WS-BEST-SUB) TO WS-CE-X
           MOVE WS-CL-Y(WS-BEST-SUB) TO WS-CE-Y
           MOVE WS-CL-REFUSALS(WS-BEST-SUB) TO WS-CE-REFUSALS
           PERFORM 4420-EDIT-CELL-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-CELL-TYPES
           MOVE WS-CELL-LINE TO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE.

       4410-JUDGE-ONE-CELL.
           IF NOT WS-CL-LISTED(WS-CELL-SUB)
               IF WS-BEST-SUB = ZERO
                   MOVE WS-CELL-SUB TO WS-BEST-SUB
               ELSE
                   IF WS-CL-REFUSALS(WS-CELL-SUB)
                       > WS-CL-REFUSALS(WS-BEST-SUB)
                       MOVE WS-CELL-SUB TO WS-BEST-SUB
                   END-IF
               END-IF
           END-IF.

       4420-EDIT-CELL-TYPE.
           MOVE SPACES TO WS-CE-TYPE-GROUP(WS-TYPE-SUB)
           MOVE WS-CL-BY-TYPE(WS-BEST-SUB, WS-TYPE-SUB)
               TO WS-CE-BY-TYPE(WS-TYPE-SUB).

      ******************************************************************
      *    8000-FIND-OR-ADD-ROBOT - LOCATE WS-SEEK-ID IN THE ROBOT
      *    TABLE, ADDING IT (WITH WS-SEEK-MODEL) IF IT IS NEW.
      *    WS-ROB-FOUND-SUB IS ZERO ONLY WHEN THE TABLE IS FULL.
      ******************************************************************
       8000-FIND-OR-ADD-ROBOT.
           MOVE ZERO TO WS-ROB-FOUND-SUB
           PERFORM 8100-CHECK-ONE-ROBOT
               VARYING WS-ROB-SUB FROM 1 BY 1
               UNTIL WS-ROB-SUB > WS-ROB-COUNT
                  OR WS-ROB-FOUND-SUB > ZERO
           IF WS-ROB-FOUND-SUB = ZERO
               AND WS-ROB-COUNT < WS-ROB-MAX
               ADD 1 TO WS-ROB-COUNT
               MOVE WS-ROB-COUNT TO WS-ROB-FOUND-SUB
               MOVE WS-SEEK-ID TO WS-RB-ROBOT-ID(WS-ROB-COUNT)
               MOVE WS-SEEK-MODEL TO WS-RB-MODEL-CODE(WS-ROB-COUNT)
               MOVE ZERO TO WS-RB-INCIDENTS(WS-ROB-COUNT)
               MOVE ZERO TO WS-RB-LOW-ODOMETER(WS-ROB-COUNT)
               MOVE ZERO TO WS-RB-HIGH-ODOMETER(WS-ROB-COUNT)
               MOVE "N" TO WS-RB-LISTED-SW(WS-ROB-COUNT)
           END-IF.

       8100-CHECK-ONE-ROBOT.
           IF WS-RB-ROBOT-ID(WS-ROB-SUB) = WS-SEEK-ID
               MOVE WS-ROB-SUB TO WS-ROB-FOUND-SUB
           END-IF.

      ******************************************************************
      *    9999-TERMINATE - WEEK TOTAL TO THE JOB LOG.
      ******************************************************************
       9999-TERMINATE.
           DISPLAY "INCRPT WEEK " WS-WEEK-START-DATE " TO "
               WS-WEEK-END-DATE " INCIDENTS " WS-TOTAL-INCIDENTS.
