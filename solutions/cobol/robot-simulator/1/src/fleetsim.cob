       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEETSIM.
       AUTHOR. WAREHOUSE-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    FLEETSIM IS THE FLEET-SIZE WHAT-IF RUN.  IT REPLAYS ONE
      *    DAY'S PICK LIST AND WAVE CARD AGAINST THE ACTUAL FLEET AND
      *    AGAINST EACH HYPOTHETICAL FLEET ON THE SCENARIO FILE, AND
      *    PRINTS THEIR SERVICE LEVELS SIDE BY SIDE, WAVE BY WAVE.
      *    FOR EACH FLEET IT:
      *        WRITES THE FLEET AS A SCRATCH ROBOT MASTER -- THE LIVE
      *            MASTER (LIVEMST) IS ONLY EVER READ;
      *        CALLS PICKPLAN, WHICH ROUTES THE WHOLE LIST FOR THAT
      *            FLEET (OBSTACLES, ONE-WAY AISLES, CLOSURES AND
      *            CONGESTION DETOURS) AND PROJECTS EACH PICK AGAINST
      *            ITS CUT-OFF;
      *        REPLAYS THE PLANNED ROUTES THROUGH ROBOT-SIMULATOR, SO
      *            EVERY STEP IS CHECKED AND DRAWS CHARGE EXACTLY AS
      *            ON THE SHIFT RUN.
      *    A PICK WHOSE ROUTE IS REFUSED A STEP, OR WHOSE ROBOT HAS
      *    TO BREAK OFF FOR CHARGE, IS LOST -- AND SO IS EVERY LATER
      *    PICK PLANNED FOR THAT ROBOT, SINCE IT IS NO LONGER WHERE
      *    THE PLAN LEFT IT.  THE REST COUNT AS MET OR MISSED BY
      *    THEIR PROJECTED COMPLETION.
      *    THE SCENARIO FILE HOLDS ONE OR MORE CARDS PER SCENARIO,
      *    CONSECUTIVE CARDS WITH THE SAME NAME MAKING ONE FLEET:
      *        ADD   COUNT NEW ROBOTS OF A MODEL, FULLY CHARGED, AT A
      *              START CELL (A DOCK, SAY);
      *        DROP  ONE ROBOT OF THE ACTUAL FLEET.
      *    UP TO FOUR SCENARIOS ARE COMPARED WITH THE ACTUAL FLEET.
      *    THE JOB POINTS THE PLANNER'S AND SIMULATOR'S WORK FILES
      *    AND LOGS AT SCRATCH OR DUMMY DATASETS, SO A WHAT-IF RUN
      *    LEAVES NOTHING BEHIND BUT ITS REPORT.  TIMED ZONE CLOSURES
      *    ARE DUMMIED TOO: THE SIMULATOR TIMES A CLOSURE BY THE
      *    CLOCK ON THE WALL, NOT BY THE REPLAYED DAY, SO THEY WOULD
      *    MAKE THE RESULT DEPEND ON WHEN THE JOB RAN.  EVERY FLEET
      *    IS COMPARED ON THE SAME OPEN FLOOR.
      *    ONLY THE FIRST 20 WAVES ARE BROKEN OUT; PICKS IN ANY LATER
      *    WAVE COUNT IN THE TOTALS, ARE NOTED UNDER THE REPORT, AND
      *    END THE RUN WITH RETURN CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-MASTER-FILE ASSIGN TO "LIVEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-FILE-STATUS.

           SELECT FLEET-SCENARIO-FILE ASSIGN TO "FLEETSCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-STATUS.

           SELECT WHATIF-MASTER-FILE ASSIGN TO "ROBOTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WF-FILE-STATUS.

           SELECT PICK-TRACE-FILE ASSIGN TO "PICKTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.

           SELECT ROBOT-COMMANDS-FILE ASSIGN TO "ROBOTCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT FLEET-REPORT-FILE ASSIGN TO "FLEETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-MASTER-FILE.
       COPY ROBOTMST.

       FD  FLEET-SCENARIO-FILE.
       01  FLEET-SCENARIO-RECORD.
           05  FS-SCENARIO-NAME         PIC X(08).
           05  FS-ACTION                PIC X(04).
               88  FS-ADD               VALUE "ADD ".
               88  FS-DROP              VALUE "DROP".
           05  FS-ROBOT-ID              PIC X(06).
           05  FS-COUNT                 PIC 9(02).
           05  FS-MODEL-CODE            PIC X(04).
           05  FS-X                     PIC S999.
           05  FS-Y                     PIC S999.

       FD  WHATIF-MASTER-FILE.
       COPY ROBOTMST REPLACING ROBOT-MASTER-RECORD BY WHATIF-RECORD
           RM-ROBOT-ID BY WF-ROBOT-ID
           RM-X BY WF-X
           RM-Y BY WF-Y
           RM-DIRECTION BY WF-DIRECTION
           RM-IN-SERVICE-SW BY WF-IN-SERVICE-SW
           RM-IN-SERVICE BY WF-IN-SERVICE
           RM-DISTANCE BY WF-DISTANCE
           RM-IDLE-STEPS BY WF-IDLE-STEPS
           RM-CHARGE BY WF-CHARGE
           RM-MODEL-CODE BY WF-MODEL-CODE.

       FD  PICK-TRACE-FILE.
       COPY PICKTRC.

       FD  ROBOT-COMMANDS-FILE.
       01  ROBOT-COMMAND-RECORD.
           05  RC-ROBOT-ID              PIC X(06).
           05  RC-START-X               PIC S999.
           05  RC-START-Y               PIC S999.
           05  RC-START-DIRECTION       PIC X(20).
           05  RC-INSTRUCTIONS          PIC X(60).

       FD  FLEET-REPORT-FILE.
       01  FLEET-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DIRECTION             PIC X(20) EXTERNAL.
       01 WS-INSTRUCTIONS          PIC X(60) EXTERNAL.
       01 WS-ACTIVE-ROBOT-ID       PIC X(06) EXTERNAL.
       01 WS-MOVE-REJECTED-SW      PIC X EXTERNAL.
           88 WS-MOVE-REJECTED     VALUE "Y".
       01 WS-FORCED-DOCK-SW        PIC X EXTERNAL.
           88 WS-FORCED-DOCK       VALUE "Y".
       01 WS-REFUSED-STEPS         PIC 9(03) EXTERNAL.

       01  WS-LM-FILE-STATUS            PIC XX.
       01  WS-FS-FILE-STATUS            PIC XX.
       01  WS-WF-FILE-STATUS            PIC XX.
       01  WS-PT-FILE-STATUS            PIC XX.
       01  WS-RC-FILE-STATUS            PIC XX.
       01  WS-FR-FILE-STATUS            PIC XX.

      *    THE ACTUAL FLEET, EACH ROBOT'S MASTER RECORD HELD WHOLE
      *    SO IT CAN BE WRITTEN UNCHANGED INTO EVERY SCENARIO.
       01  WS-LIVE-MAX                  PIC 9(03) VALUE 200.
       01  WS-LIVE-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-LIVE-TABLE.
           05  WS-LIVE-ENTRY OCCURS 200 TIMES.
               10  WS-LV-ROBOT-ID       PIC X(06).
               10  WS-LV-IN-SERVICE-SW  PIC X(01).
                   88  WS-LV-IN-SERVICE VALUE "Y".
               10  WS-LV-RECORD         PIC X(50).
       01  WS-LIVE-SUB                  PIC 9(03).

      *    THE PLANNER ROUTES AT MOST 50 IN-SERVICE ROBOTS; A
      *    SCENARIO IS NOT ALLOWED TO GROW PAST THAT UNNOTICED.
       01  WS-PLAN-FLEET-MAX            PIC 9(03) VALUE 50.

      *    SCENARIO CARDS, EACH TAGGED WITH ITS FLEET'S SLOT.
       01  WS-CARD-MAX                  PIC 9(03) VALUE 50.
       01  WS-CARD-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 50 TIMES.
               10  WS-CD-SCN-SUB        PIC 9(01).
               10  WS-CD-ACTION         PIC X(04).
               10  WS-CD-ROBOT-ID       PIC X(06).
               10  WS-CD-COUNT          PIC 9(02).
               10  WS-CD-MODEL-CODE     PIC X(04).
               10  WS-CD-X              PIC S999.
               10  WS-CD-Y              PIC S999.
       01  WS-CARD-SUB                  PIC 9(03).

      *    ONE SLOT PER FLEET: THE ACTUAL FLEET FIRST, THEN UP TO
      *    FOUR SCENARIOS IN CARD ORDER.
       01  WS-SCN-MAX                   PIC 9(01) VALUE 5.
       01  WS-SCN-COUNT                 PIC 9(01) VALUE 1.
       01  WS-SCN-TABLE.
           05  WS-SCN-ENTRY OCCURS 5 TIMES.
               10  WS-SC-NAME           PIC X(08).
               10  WS-SC-ROBOTS         PIC 9(03).
               10  WS-SC-IN-SERVICE     PIC 9(03).
               10  WS-SC-PICKS          PIC 9(05).
               10  WS-SC-MET            PIC 9(05).
               10  WS-SC-MISSED         PIC 9(05).
               10  WS-SC-SKIPPED        PIC 9(05).
               10  WS-SC-LOST           PIC 9(05).
               10  WS-SC-CHARGE-BREAKS  PIC 9(05).
               10  WS-SC-REFUSED-STEPS  PIC 9(05).
       01  WS-SCN-SUB                   PIC 9(01).
       01  WS-SCN-IGNORED-SW            PIC X VALUE "N".
           88  WS-SCN-IGNORED           VALUE "Y".

      *    PER-WAVE RESULTS FOR EVERY FLEET.  THE PLANNER WORKS THE
      *    WAVES LOWEST FIRST, SO THE TRACE ADDS THEM IN ORDER.
       01  WS-WAVE-MAX                  PIC 9(02) VALUE 20.
       01  WS-WAVE-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-WAVE-TABLE.
           05  WS-WAVE-ENTRY OCCURS 20 TIMES.
               10  WS-WV-WAVE-NO        PIC 9(02).
               10  WS-WV-FLEET OCCURS 5 TIMES.
                   15  WS-WV-MET        PIC 9(04).
                   15  WS-WV-MISSED     PIC 9(04).
                   15  WS-WV-SKIPPED    PIC 9(04).
                   15  WS-WV-LOST       PIC 9(04).
       01  WS-WAVE-SUB                  PIC 9(02).
       01  WS-SCAN-WAVE-SUB             PIC 9(02).
       01  WS-UNLISTED-PICKS            PIC 9(05) VALUE ZERO.

      *    ROBOTS KNOCKED OFF THEIR PLAN DURING THE CURRENT REPLAY.
       01  WS-OFF-MAX                   PIC 9(03) VALUE 200.
       01  WS-OFF-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-OFF-TABLE.
           05  WS-OFF-ROBOT-ID          PIC X(06) OCCURS 200 TIMES.
       01  WS-OFF-SUB                   PIC 9(03).

       01  WS-NEW-SEQ                   PIC 9(02).
       01  WS-NEW-ROBOT-ID.
           05  FILLER                   PIC X(03) VALUE "WIF".
           05  WS-NR-SCN-NO             PIC 9(01).
           05  WS-NR-SEQ                PIC 9(02).
       01  WS-DROPPED-SW                PIC X.
           88  WS-DROPPED               VALUE "Y".
       01  WS-PICK-LOST-SW              PIC X.
           88  WS-PICK-LOST             VALUE "Y".
       01  WS-OFF-PLAN-SW               PIC X.
           88  WS-OFF-PLAN              VALUE "Y".
       01  WS-TRACE-EOF-SW              PIC X.
           88  WS-TRACE-EOF             VALUE "Y".
       01  WS-PCT-WORK                  PIC 9(03).

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(44) VALUE
               "FLEET-SIZE WHAT-IF -- SERVICE LEVEL BY WAVE".
       01  WS-NAME-LINE.
           05  FILLER                   PIC X(14) VALUE "FLEET".
           05  WS-NM-GROUP OCCURS 5 TIMES.
               10  FILLER               PIC X(12).
               10  WS-NM-NAME           PIC X(08).
       01  WS-ROBOTS-LINE.
           05  WS-RB-LABEL              PIC X(14).
           05  WS-RB-GROUP OCCURS 5 TIMES.
               10  FILLER               PIC X(15).
               10  WS-RB-COUNT          PIC ZZZZ9.
       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(14) VALUE SPACE.
           05  WS-CO-GROUP OCCURS 5 TIMES.
               10  WS-CO-HEADING        PIC X(20).
       01  WS-COLUMN-HEADING            PIC X(20) VALUE
           "  MET MISS SKIP LOST".
       01  WS-WAVE-LINE.
           05  WS-WL-LABEL.
               10  WS-WL-WORD           PIC X(05).
               10  WS-WL-WAVE-NO        PIC 9(02).
               10  FILLER               PIC X(07).
           05  WS-WL-GROUP OCCURS 5 TIMES.
               10  FILLER               PIC X(01).
               10  WS-WL-MET            PIC ZZZ9.
               10  FILLER               PIC X(01).
               10  WS-WL-MISSED         PIC ZZZ9.
               10  FILLER               PIC X(01).
               10  WS-WL-SKIPPED        PIC ZZZ9.
               10  FILLER               PIC X(01).
               10  WS-WL-LOST           PIC ZZZ9.
       01  WS-NOTE-LINE                 PIC X(80) VALUE
           "LOST = ROUTE REFUSED A STEP OR ROBOT BROKE OFF FOR CHARGE".
       01  WS-UNLISTED-LINE.
           05  WS-UL-PICKS              PIC ZZZZ9.
           05  FILLER                   PIC X(33) VALUE
               " PICKS IN WAVES PAST THE FIRST 20".
           05  FILLER                   PIC X(23) VALUE
               " -- IN THE TOTALS ONLY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RUN-ONE-FLEET
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           PERFORM 5000-WRITE-COMPARISON
           DISPLAY "FLEETSIM FLEETS " WS-SCN-COUNT
               " PICKS " WS-SC-PICKS(1)
               " WAVES " WS-WAVE-COUNT
           IF WS-UNLISTED-PICKS > ZERO
               DISPLAY "FLEETSIM: " WS-UNLISTED-PICKS
                   " PICKS IN WAVES PAST THE FIRST " WS-WAVE-MAX
                   " NOT BROKEN OUT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - HOLD THE ACTUAL FLEET AND THE SCENARIO
      *    CARDS.  NO LIVE MASTER MEANS NO ACTUAL FLEET TO COMPARE
      *    AGAINST, AND THE RUN IS REFUSED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT LIVE-MASTER-FILE
           IF WS-LM-FILE-STATUS NOT = "00"
               DISPLAY "FLEETSIM REFUSED -- NO LIVE ROBOT MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-LIVE-ROBOT
           PERFORM 1200-STORE-LIVE-ROBOT
               UNTIL WS-LM-FILE-STATUS NOT = "00"
           CLOSE LIVE-MASTER-FILE
           INITIALIZE WS-SCN-TABLE
           MOVE "ACTUAL" TO WS-SC-NAME(1)
           OPEN INPUT FLEET-SCENARIO-FILE
           IF WS-FS-FILE-STATUS = "00"
               PERFORM 1300-READ-SCENARIO-CARD
               PERFORM 1400-STORE-SCENARIO-CARD
                   UNTIL WS-FS-FILE-STATUS NOT = "00"
               CLOSE FLEET-SCENARIO-FILE
           END-IF.

       1100-READ-LIVE-ROBOT.
           READ LIVE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-LM-FILE-STATUS
           END-READ.

       1200-STORE-LIVE-ROBOT.
           IF WS-LIVE-COUNT < WS-LIVE-MAX
               ADD 1 TO WS-LIVE-COUNT
               MOVE RM-ROBOT-ID TO WS-LV-ROBOT-ID(WS-LIVE-COUNT)
               MOVE RM-IN-SERVICE-SW
                   TO WS-LV-IN-SERVICE-SW(WS-LIVE-COUNT)
               MOVE ROBOT-MASTER-RECORD TO WS-LV-RECORD(WS-LIVE-COUNT)
           ELSE
               DISPLAY "FLEETSIM: LIVE MASTER PAST " WS-LIVE-MAX
                   " ROBOTS -- " RM-ROBOT-ID " LEFT OUT"
           END-IF
           PERFORM 1100-READ-LIVE-ROBOT.

       1300-READ-SCENARIO-CARD.
           READ FLEET-SCENARIO-FILE
               AT END
                   MOVE "10" TO WS-FS-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1400-STORE-SCENARIO-CARD - A NEW NAME STARTS A NEW FLEET.
      *    A FIFTH SCENARIO, AN UNKNOWN ACTION, OR A CARD PAST THE
      *    TABLE IS REPORTED AND LEFT OUT.
      ******************************************************************
       1400-STORE-SCENARIO-CARD.
           IF (FS-SCENARIO-NAME NOT = WS-SC-NAME(WS-SCN-COUNT)
               OR WS-SCN-COUNT = 1)
               AND (FS-ADD OR FS-DROP)
               IF WS-SCN-COUNT < WS-SCN-MAX
                   ADD 1 TO WS-SCN-COUNT
                   MOVE FS-SCENARIO-NAME TO WS-SC-NAME(WS-SCN-COUNT)
                   MOVE "N" TO WS-SCN-IGNORED-SW
               ELSE
                   IF NOT WS-SCN-IGNORED
                       DISPLAY "FLEETSIM: ONLY FOUR SCENARIOS -- "
                           FS-SCENARIO-NAME " AND AFTER LEFT OUT"
                   END-IF
                   SET WS-SCN-IGNORED TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SCN-IGNORED
                   CONTINUE
               WHEN NOT FS-ADD AND NOT FS-DROP
                   DISPLAY "FLEETSIM: CARD IGNORED -- ACTION "
                       FS-ACTION " FOR " FS-SCENARIO-NAME
               WHEN FS-ADD AND FS-COUNT NOT NUMERIC
                   DISPLAY "FLEETSIM: CARD IGNORED -- BAD COUNT FOR "
                       FS-SCENARIO-NAME
               WHEN WS-CARD-COUNT NOT < WS-CARD-MAX
                   DISPLAY "FLEETSIM: CARD IGNORED -- PAST "
                       WS-CARD-MAX " CARDS"
               WHEN OTHER
                   ADD 1 TO WS-CARD-COUNT
                   MOVE WS-SCN-COUNT TO WS-CD-SCN-SUB(WS-CARD-COUNT)
                   MOVE FS-ACTION TO WS-CD-ACTION(WS-CARD-COUNT)
                   MOVE FS-ROBOT-ID TO WS-CD-ROBOT-ID(WS-CARD-COUNT)
                   MOVE ZERO TO WS-CD-COUNT(WS-CARD-COUNT)
                   IF FS-ADD
                       MOVE FS-COUNT TO WS-CD-COUNT(WS-CARD-COUNT)
                   END-IF
                   MOVE FS-MODEL-CODE
                       TO WS-CD-MODEL-CODE(WS-CARD-COUNT)
                   MOVE FS-X TO WS-CD-X(WS-CARD-COUNT)
                   MOVE FS-Y TO WS-CD-Y(WS-CARD-COUNT)
           END-EVALUATE
           PERFORM 1300-READ-SCENARIO-CARD.

      ******************************************************************
      *    2000-RUN-ONE-FLEET - WRITE THE FLEET, PLAN THE DAY FOR IT,
      *    AND REPLAY THE PLAN.  EACH CALLED PROGRAM IS CANCELLED
      *    AFTERWARD SO THE NEXT FLEET STARTS FROM A CLEAN SLATE.
      ******************************************************************
       2000-RUN-ONE-FLEET.
           PERFORM 2100-WRITE-WHATIF-MASTER
           CALL "PICKPLAN"
           CANCEL "PICKPLAN"
           MOVE ZERO TO RETURN-CODE
           PERFORM 2300-REPLAY-PLAN.

      ******************************************************************
      *    2100-WRITE-WHATIF-MASTER - THE ACTUAL FLEET LESS THIS
      *    SCENARIO'S DROPS, PLUS ITS ADDITIONS.  ADDED ROBOTS ARE
      *    NUMBERED WIF<SCENARIO><SEQ>, FACE NORTH, AND START FULLY
      *    CHARGED ON THE CARD'S CELL.
      ******************************************************************
       2100-WRITE-WHATIF-MASTER.
           OPEN OUTPUT WHATIF-MASTER-FILE
           MOVE ZERO TO WS-NEW-SEQ
           PERFORM 2110-WRITE-ONE-LIVE-ROBOT
               VARYING WS-LIVE-SUB FROM 1 BY 1
               UNTIL WS-LIVE-SUB > WS-LIVE-COUNT
           PERFORM 2150-APPLY-ONE-ADD-CARD
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           CLOSE WHATIF-MASTER-FILE.

       2110-WRITE-ONE-LIVE-ROBOT.
           MOVE "N" TO WS-DROPPED-SW
           PERFORM 2120-CHECK-ONE-DROP-CARD
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           IF NOT WS-DROPPED
               MOVE WS-LV-RECORD(WS-LIVE-SUB) TO WHATIF-RECORD
               WRITE WHATIF-RECORD
               ADD 1 TO WS-SC-ROBOTS(WS-SCN-SUB)
               IF WS-LV-IN-SERVICE(WS-LIVE-SUB)
                   ADD 1 TO WS-SC-IN-SERVICE(WS-SCN-SUB)
               END-IF
           END-IF.

       2120-CHECK-ONE-DROP-CARD.
           IF WS-CD-SCN-SUB(WS-CARD-SUB) = WS-SCN-SUB
               AND WS-CD-ACTION(WS-CARD-SUB) = "DROP"
               AND WS-CD-ROBOT-ID(WS-CARD-SUB)
                   = WS-LV-ROBOT-ID(WS-LIVE-SUB)
               SET WS-DROPPED TO TRUE
           END-IF.

       2150-APPLY-ONE-ADD-CARD.
           IF WS-CD-SCN-SUB(WS-CARD-SUB) = WS-SCN-SUB
               AND WS-CD-ACTION(WS-CARD-SUB) = "ADD "
               PERFORM 2160-ADD-ONE-ROBOT
                   WS-CD-COUNT(WS-CARD-SUB) TIMES
           END-IF.

       2160-ADD-ONE-ROBOT.
           IF WS-SC-IN-SERVICE(WS-SCN-SUB) < WS-PLAN-FLEET-MAX
               AND WS-NEW-SEQ < 99
               ADD 1 TO WS-NEW-SEQ
               COMPUTE WS-NR-SCN-NO = WS-SCN-SUB - 1
               MOVE WS-NEW-SEQ TO WS-NR-SEQ
               MOVE WS-NEW-ROBOT-ID TO WF-ROBOT-ID
               MOVE WS-CD-X(WS-CARD-SUB) TO WF-X
               MOVE WS-CD-Y(WS-CARD-SUB) TO WF-Y
               MOVE "north" TO WF-DIRECTION
               MOVE "Y" TO WF-IN-SERVICE-SW
               MOVE ZERO TO WF-DISTANCE
               MOVE ZERO TO WF-IDLE-STEPS
               MOVE 100 TO WF-CHARGE
               MOVE WS-CD-MODEL-CODE(WS-CARD-SUB) TO WF-MODEL-CODE
               WRITE WHATIF-RECORD
               ADD 1 TO WS-SC-ROBOTS(WS-SCN-SUB)
               ADD 1 TO WS-SC-IN-SERVICE(WS-SCN-SUB)
           ELSE
               DISPLAY "FLEETSIM: " WS-SC-NAME(WS-SCN-SUB)
                   " CAPPED AT " WS-SC-IN-SERVICE(WS-SCN-SUB)
                   " IN-SERVICE ROBOTS"
           END-IF.

      ******************************************************************
      *    2300-REPLAY-PLAN - WALK THE PICK TRACE IN PLAN ORDER,
      *    FEEDING EACH PICK'S ROBOTCMD RECORDS TO THE SIMULATOR.
      ******************************************************************
       2300-REPLAY-PLAN.
           MOVE ZERO TO WS-OFF-COUNT
           CALL "LOAD-FLEET"
           OPEN INPUT PICK-TRACE-FILE
           OPEN INPUT ROBOT-COMMANDS-FILE
           MOVE "N" TO WS-TRACE-EOF-SW
           IF WS-PT-FILE-STATUS NOT = "00"
               SET WS-TRACE-EOF TO TRUE
           ELSE
               PERFORM 2310-READ-TRACE
           END-IF
           PERFORM 2400-REPLAY-ONE-PICK
               UNTIL WS-TRACE-EOF
           CLOSE PICK-TRACE-FILE
           CLOSE ROBOT-COMMANDS-FILE
           CANCEL "ROBOT-SIMULATOR".

       2310-READ-TRACE.
           READ PICK-TRACE-FILE
               AT END
                   SET WS-TRACE-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2400-REPLAY-ONE-PICK - A SKIPPED PICK STAYS SKIPPED.  A
      *    PICK FOR A ROBOT ALREADY OFF ITS PLAN IS LOST UNPLAYED;
      *    ITS COMMAND RECORDS ARE STILL READ PAST.
      ******************************************************************
       2400-REPLAY-ONE-PICK.
           ADD 1 TO WS-SC-PICKS(WS-SCN-SUB)
           PERFORM 2600-FIND-WAVE-SLOT
           IF PT-SKIPPED
               ADD 1 TO WS-SC-SKIPPED(WS-SCN-SUB)
               IF WS-WAVE-SUB > ZERO
                   ADD 1 TO WS-WV-SKIPPED(WS-WAVE-SUB, WS-SCN-SUB)
               END-IF
           ELSE
               PERFORM 2450-CHECK-OFF-PLAN
               MOVE WS-OFF-PLAN-SW TO WS-PICK-LOST-SW
               PERFORM 2500-REPLAY-ONE-COMMAND
                   PT-CMD-RECORDS TIMES
               EVALUATE TRUE
                   WHEN WS-PICK-LOST
                       ADD 1 TO WS-SC-LOST(WS-SCN-SUB)
                       IF WS-WAVE-SUB > ZERO
                           ADD 1 TO WS-WV-LOST(WS-WAVE-SUB, WS-SCN-SUB)
                       END-IF
                       IF NOT WS-OFF-PLAN AND WS-OFF-COUNT < WS-OFF-MAX
                           ADD 1 TO WS-OFF-COUNT
                           MOVE PT-ROBOT-ID
                               TO WS-OFF-ROBOT-ID(WS-OFF-COUNT)
                       END-IF
                   WHEN PT-MET
                       ADD 1 TO WS-SC-MET(WS-SCN-SUB)
                       IF WS-WAVE-SUB > ZERO
                           ADD 1 TO WS-WV-MET(WS-WAVE-SUB, WS-SCN-SUB)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-SC-MISSED(WS-SCN-SUB)
                       IF WS-WAVE-SUB > ZERO
                           ADD 1
                               TO WS-WV-MISSED(WS-WAVE-SUB, WS-SCN-SUB)
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 2310-READ-TRACE.

       2450-CHECK-OFF-PLAN.
           MOVE "N" TO WS-OFF-PLAN-SW
           PERFORM 2460-CHECK-ONE-OFF-ROBOT
               VARYING WS-OFF-SUB FROM 1 BY 1
               UNTIL WS-OFF-SUB > WS-OFF-COUNT.

       2460-CHECK-ONE-OFF-ROBOT.
           IF WS-OFF-ROBOT-ID(WS-OFF-SUB) = PT-ROBOT-ID
               SET WS-OFF-PLAN TO TRUE
           END-IF.

      ******************************************************************
      *    2500-REPLAY-ONE-COMMAND - WORK ONE ROBOTCMD RECORD THE WAY
      *    THE SHIFT DRIVER DOES.  ONCE THE PICK IS LOST ITS REMAINING
      *    RECORDS ARE READ PAST, NOT WORKED.
      ******************************************************************
       2500-REPLAY-ONE-COMMAND.
           READ ROBOT-COMMANDS-FILE
               AT END
                   SET WS-PICK-LOST TO TRUE
               NOT AT END
                   IF NOT WS-PICK-LOST
                       MOVE RC-ROBOT-ID TO WS-ACTIVE-ROBOT-ID
                       MOVE RC-INSTRUCTIONS TO WS-INSTRUCTIONS
                       MOVE RC-START-DIRECTION TO WS-DIRECTION
                       CALL "MOVE-ROBOT"
                       ADD WS-REFUSED-STEPS
                           TO WS-SC-REFUSED-STEPS(WS-SCN-SUB)
                       IF WS-FORCED-DOCK
                           ADD 1 TO WS-SC-CHARGE-BREAKS(WS-SCN-SUB)
                           SET WS-PICK-LOST TO TRUE
                       END-IF
                       IF WS-REFUSED-STEPS > ZERO OR WS-MOVE-REJECTED
                           SET WS-PICK-LOST TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    2600-FIND-WAVE-SLOT - THE TRACE'S WAVE, ADDED ON FIRST
      *    SIGHT.  A WAVE PAST THE TABLE COUNTS ONLY IN THE TOTALS;
      *    ITS PICKS ARE COUNTED (ONCE, ON THE ACTUAL FLEET'S PASS)
      *    FOR THE NOTE UNDER THE REPORT.
      ******************************************************************
       2600-FIND-WAVE-SLOT.
           MOVE ZERO TO WS-WAVE-SUB
           PERFORM 2610-CHECK-ONE-WAVE
               VARYING WS-SCAN-WAVE-SUB FROM 1 BY 1
               UNTIL WS-SCAN-WAVE-SUB > WS-WAVE-COUNT
                   OR WS-WAVE-SUB > ZERO
           IF WS-WAVE-SUB = ZERO AND WS-WAVE-COUNT < WS-WAVE-MAX
               ADD 1 TO WS-WAVE-COUNT
               MOVE WS-WAVE-COUNT TO WS-WAVE-SUB
               INITIALIZE WS-WAVE-ENTRY(WS-WAVE-SUB)
               MOVE PT-WAVE-NO TO WS-WV-WAVE-NO(WS-WAVE-SUB)
           END-IF
           IF WS-WAVE-SUB = ZERO AND WS-SCN-SUB = 1
               ADD 1 TO WS-UNLISTED-PICKS
           END-IF.

       2610-CHECK-ONE-WAVE.
           IF WS-WV-WAVE-NO(WS-SCAN-WAVE-SUB) = PT-WAVE-NO
               MOVE WS-SCAN-WAVE-SUB TO WS-WAVE-SUB
           END-IF.

      ******************************************************************
      *    5000-WRITE-COMPARISON - ONE COLUMN GROUP PER FLEET: MET,
      *    MISSED, SKIPPED AND LOST PICKS PER WAVE, THEN THE FLEET
      *    TOTALS, PERCENT MET, CHARGE BREAKS AND REFUSED STEPS.
      ******************************************************************
       5000-WRITE-COMPARISON.
           OPEN OUTPUT FLEET-REPORT-FILE
           MOVE WS-TITLE-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO WS-NAME-LINE
           MOVE "FLEET" TO WS-NAME-LINE(1:5)
           PERFORM 5010-SET-ONE-NAME
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-NAME-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO WS-ROBOTS-LINE
           MOVE "ROBOTS" TO WS-RB-LABEL
           PERFORM 5020-SET-ONE-ROBOT-COUNT
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-ROBOTS-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO WS-COLUMN-LINE
           PERFORM 5030-SET-ONE-COLUMN-HEADING
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-COLUMN-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           PERFORM 5100-WRITE-ONE-WAVE
               VARYING WS-WAVE-SUB FROM 1 BY 1
               UNTIL WS-WAVE-SUB > WS-WAVE-COUNT
           PERFORM 5200-WRITE-TOTALS
           MOVE SPACES TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE WS-NOTE-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           IF WS-UNLISTED-PICKS > ZERO
               MOVE WS-UNLISTED-PICKS TO WS-UL-PICKS
               MOVE WS-UNLISTED-LINE TO FLEET-REPORT-LINE
               WRITE FLEET-REPORT-LINE
           END-IF
           CLOSE FLEET-REPORT-FILE.

       5010-SET-ONE-NAME.
           MOVE WS-SC-NAME(WS-SCN-SUB) TO WS-NM-NAME(WS-SCN-SUB).

       5020-SET-ONE-ROBOT-COUNT.
           MOVE WS-SC-IN-SERVICE(WS-SCN-SUB) TO WS-RB-COUNT(WS-SCN-SUB).

       5030-SET-ONE-COLUMN-HEADING.
           MOVE WS-COLUMN-HEADING TO WS-CO-HEADING(WS-SCN-SUB).

       5100-WRITE-ONE-WAVE.
           MOVE SPACES TO WS-WAVE-LINE
           MOVE "WAVE " TO WS-WL-WORD
           MOVE WS-WV-WAVE-NO(WS-WAVE-SUB) TO WS-WL-WAVE-NO
           PERFORM 5110-SET-ONE-WAVE-GROUP
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-WAVE-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE.

       5110-SET-ONE-WAVE-GROUP.
           MOVE WS-WV-MET(WS-WAVE-SUB, WS-SCN-SUB)
               TO WS-WL-MET(WS-SCN-SUB)
           MOVE WS-WV-MISSED(WS-WAVE-SUB, WS-SCN-SUB)
               TO WS-WL-MISSED(WS-SCN-SUB)
           MOVE WS-WV-SKIPPED(WS-WAVE-SUB, WS-SCN-SUB)
               TO WS-WL-SKIPPED(WS-SCN-SUB)
           MOVE WS-WV-LOST(WS-WAVE-SUB, WS-SCN-SUB)
               TO WS-WL-LOST(WS-SCN-SUB).

      ******************************************************************
      *    5200-WRITE-TOTALS - THE TOTAL LINE USES THE WAVE LINE'S
      *    COLUMNS; THE SINGLE-FIGURE LINES USE THE ROBOTS LINE'S.
      ******************************************************************
       5200-WRITE-TOTALS.
           MOVE SPACES TO WS-WAVE-LINE
           MOVE "TOTAL" TO WS-WL-LABEL
           PERFORM 5210-SET-ONE-TOTAL-GROUP
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-WAVE-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO WS-ROBOTS-LINE
           MOVE "PERCENT MET" TO WS-RB-LABEL
           PERFORM 5220-SET-ONE-PERCENT
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-ROBOTS-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO WS-ROBOTS-LINE
           MOVE "CHARGE BREAKS" TO WS-RB-LABEL
           PERFORM 5230-SET-ONE-CHARGE-BREAK
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-ROBOTS-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE
           MOVE SPACES TO WS-ROBOTS-LINE
           MOVE "REFUSED STEPS" TO WS-RB-LABEL
           PERFORM 5240-SET-ONE-REFUSED
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           MOVE WS-ROBOTS-LINE TO FLEET-REPORT-LINE
           WRITE FLEET-REPORT-LINE.

       5210-SET-ONE-TOTAL-GROUP.
           MOVE WS-SC-MET(WS-SCN-SUB) TO WS-WL-MET(WS-SCN-SUB)
           MOVE WS-SC-MISSED(WS-SCN-SUB) TO WS-WL-MISSED(WS-SCN-SUB)
           MOVE WS-SC-SKIPPED(WS-SCN-SUB) TO WS-WL-SKIPPED(WS-SCN-SUB)
           MOVE WS-SC-LOST(WS-SCN-SUB) TO WS-WL-LOST(WS-SCN-SUB).

       5220-SET-ONE-PERCENT.
           MOVE ZERO TO WS-PCT-WORK
           IF WS-SC-PICKS(WS-SCN-SUB) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-SC-MET(WS-SCN-SUB) * 100
                   / WS-SC-PICKS(WS-SCN-SUB)
           END-IF
           MOVE WS-PCT-WORK TO WS-RB-COUNT(WS-SCN-SUB).

       5230-SET-ONE-CHARGE-BREAK.
           MOVE WS-SC-CHARGE-BREAKS(WS-SCN-SUB)
               TO WS-RB-COUNT(WS-SCN-SUB).

       5240-SET-ONE-REFUSED.
           MOVE WS-SC-REFUSED-STEPS(WS-SCN-SUB)
               TO WS-RB-COUNT(WS-SCN-SUB).
