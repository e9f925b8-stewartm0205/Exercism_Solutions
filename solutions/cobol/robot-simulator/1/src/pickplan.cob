      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  WRITES A PICK TRACE (PICKTRC) -- ONE
      *                     RECORD PER PICK IN PLAN ORDER WITH ITS
      *                     ROBOT, ROBOTCMD RECORD COUNT, PROJECTED
      *                     COMPLETION AND CUT-OFF OUTCOME -- AND
      *                     ENDS WITH GOBACK INSTEAD OF STOP RUN, SO
      *                     THE FLEETSIM WHAT-IF DRIVER CAN CALL IT
      *                     ONCE PER SCENARIO FLEET.  RUN ON ITS OWN
      *                     IT BEHAVES EXACTLY AS BEFORE.  HHMM
      *                     TIMES NOW CONVERT TO MINUTES BY WHOLE
      *                     HOURS -- 0830 WAS COMING OUT AS 528
      *                     MINUTES, NOT 510, SKEWING EVERY
      *                     PROJECTED COMPLETION AND CUT-OFF.
      *    2026-10-15  RSK  TIMED ZONE CLOSURES (ZONECLS) ARE NOW
      *                     HONORED.  EACH ROUTE IS CHECKED AGAINST
      *                     THE CLOSURES IN FORCE AT ITS PROJECTED
      *                     START TIME: A CLOSED ZONE IS A WALL TO
      *                     THE SWEEP, AND A PICK WHOSE TARGET LIES
      *                     IN ONE IS LOGGED AND SKIPPED.
      *    2026-10-15  RSK  A PICK MAY NOW NAME THE ITEM (COLS 20-29)
      *                     INSTEAD OF A CELL; THE CELL IS THEN
      *                     RESOLVED FROM THE ITEM LOCATION MASTER
      *                     (ITEMLOC).  AN ITEM NOT ON THE MASTER IS
      *                     LOGGED AND SKIPPED LIKE ANY OTHER
      *                     UNPLANNABLE PICK.  A PICK WITH NO ITEM
      *                     STILL PLANS TO ITS OWN X/Y CELL.
      *    2026-09-03  RSK  SKIPPED-PICK LOG ENTRIES NOW CARRY
      *                     ERROR CODE EWH001 FROM THE ERRCODES
      *                     CATALOG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SV-FILE-STATUS.

           SELECT PICK-TRACE-FILE ASSIGN TO "PICKTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.

           SELECT ROBOT-MASTER-FILE ASSIGN TO "ROBOTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WM-FILE-STATUS.

           SELECT ITEM-LOCATION-FILE ASSIGN TO "ITEMLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IL-FILE-STATUS.

           SELECT ZONE-CLOSURE-FILE ASSIGN TO "ZONECLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZC-FILE-STATUS.

           SELECT ROBOT-COMMANDS-FILE ASSIGN TO "ROBOTCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           05  PK-WAVE-NO               PIC 9(02).
           05  PK-PRIORITY              PIC 9(01).
           05  PK-CUTOFF-TIME           PIC 9(04).
           05  PK-ITEM-NO               PIC X(10).

       FD  CONGESTION-FILE.
       COPY CONGEST.
       FD  SERVICE-LEVEL-FILE.
       01  SERVICE-LEVEL-LINE           PIC X(80).

       FD  PICK-TRACE-FILE.
       COPY PICKTRC.

       FD  ROBOT-MASTER-FILE.
       COPY ROBOTMST.

       FD  WAREHOUSE-MAP-FILE.
       COPY WHMAP.

       FD  ITEM-LOCATION-FILE.
       COPY ITEMLOC.

       FD  ZONE-CLOSURE-FILE.
       COPY ZONECLS.

       FD  ROBOT-COMMANDS-FILE.
       01  ROBOT-COMMAND-RECORD.
           05  RC-ROBOT-ID              PIC X(06).
       01  WS-CN-FILE-STATUS            PIC XX.
       01  WS-CO-FILE-STATUS            PIC XX.
       01  WS-SV-FILE-STATUS            PIC XX.
       01  WS-PT-FILE-STATUS            PIC XX.
       01  WS-RM-FILE-STATUS            PIC XX.
       01  WS-WM-FILE-STATUS            PIC XX.
       01  WS-IL-FILE-STATUS            PIC XX.
       01  WS-ZC-FILE-STATUS            PIC XX.
       01  WS-RC-FILE-STATUS            PIC XX.
       01  WS-EL-FILE-STATUS            PIC XX.
       01  WS-EL-OPEN-SW                PIC X VALUE "N".
                   88  WS-P-PLANNED     VALUE "P".
                   88  WS-P-SKIPPED     VALUE "S".
               10  WS-P-DONE-MINUTES    PIC 9(05).
               10  WS-P-ITEM-NO         PIC X(10).
               10  WS-P-ITEM-SW         PIC X(01).
                   88  WS-P-ITEM-UNKNOWN VALUE "U".
       01  WS-PICK-SUB                  PIC 9(03).
       01  WS-NEXT-PICK-SUB             PIC 9(03).
       01  WS-SCAN-PICK-SUB             PIC 9(03).
       01  WS-DONE-MINUTES              PIC 9(05).
       01  WS-CUTOFF-MINUTES            PIC 9(05).
       01  WS-TIME-WORK                 PIC 9(04).
       01  WS-HOURS-WORK                PIC 9(05).
       01  WS-MINUTES-WORK              PIC 9(02).
       01  WS-CUTOFF-MET-SW             PIC X.
           88  WS-CUTOFF-MET            VALUE "Y".
       01  WS-CMD-RECORDS               PIC 9(03).

      *    PER-WAVE SERVICE TOTALS.
       01  WS-WAVE-MAX                  PIC 9(02) VALUE 20.
               10  WS-W-SKIPPED         PIC 9(03).
       01  WS-WAVE-SUB                  PIC 9(02).

      *    ITEM CELLS OFF THE ITEM LOCATION MASTER, FOR PICKS THAT
      *    NAME AN ITEM RATHER THAN A CELL.
       01  WS-ITEM-MAX                  PIC 9(04) VALUE 1000.
       01  WS-ITEM-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
               10  WS-I-ITEM-NO         PIC X(10).
               10  WS-I-X               PIC S999.
               10  WS-I-Y               PIC S999.
       01  WS-ITEM-SUB                  PIC 9(04).
       01  WS-ITEM-FOUND-SUB            PIC 9(04).

      *    FLEET TABLE SEEDED FROM THE ROBOT-MASTER FILE.  AS PICKS
      *    ARE ASSIGNED EACH ROBOT'S PLANNED POSITION AND FACING
      *    MOVE WITH IT, SO ITS NEXT PICK STARTS WHERE THE LAST ONE
               10  WS-OBST-X            PIC S999.
               10  WS-OBST-Y            PIC S999.

      *    MAP ZONES, KEPT ONLY SO A TIMED CLOSURE CAN BE TIED TO
      *    ITS RECTANGLE.
       01  WS-ZONE-MAX                  PIC 9(02) VALUE 20.
       01  WS-ZONE-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-ZONE-TABLE.
           05  WS-ZONE-ENTRY OCCURS 20 TIMES.
               10  WS-ZN-CODE           PIC X(04).
               10  WS-ZN-MIN-X          PIC S999.
               10  WS-ZN-MIN-Y          PIC S999.
               10  WS-ZN-MAX-X          PIC S999.
               10  WS-ZN-MAX-Y          PIC S999.
       01  WS-ZONE-SUB                  PIC 9(02).

      *    TIMED ZONE CLOSURES ON MAP ZONES.  WS-CL-IN-FORCE IS SET
      *    PER PICK FOR THE CLOSURES OPEN AT THE ROUTE'S PROJECTED
      *    START (TODAY'S DATE PLUS THE ROBOT'S CLOCK PAST SHIFT
      *    START, ROLLING PAST MIDNIGHT).
       01  WS-CLS-MAX                   PIC 9(02) VALUE 20.
       01  WS-CLS-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 20 TIMES.
               10  WS-CL-START          PIC 9(14).
               10  WS-CL-END            PIC 9(14).
               10  WS-CL-MIN-X          PIC S999.
               10  WS-CL-MIN-Y          PIC S999.
               10  WS-CL-MAX-X          PIC S999.
               10  WS-CL-MAX-Y          PIC S999.
               10  WS-CL-STATE          PIC X(01).
                   88  WS-CL-IN-FORCE   VALUE "F".
       01  WS-CLS-SUB                   PIC 9(02).
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ROUTE-DATE                PIC 9(08).
       01  WS-ROUTE-MINUTES             PIC 9(07).
       01  WS-ROUTE-DAYS                PIC 9(03).
       01  WS-ROUTE-STAMP               PIC 9(14).
       01  WS-TARGET-CLOSED-SW          PIC X.
           88  WS-TARGET-CLOSED         VALUE "Y".

      *    BREADTH-FIRST SEARCH STATE.  THE GRID IS FLATTENED TO
      *    ONE SUBSCRIPT; 2500 CELLS COVERS A 50 X 50 FLOOR.  THE
      *    PARENT DIRECTION REMEMBERS WHICH COMPASS MOVE REACHED
               " PLANNED " WS-PLANNED-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               " DETOURS " WS-DETOURS-TAKEN
           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - LOAD THE FLEET POSITIONS AND THE
                   UNTIL WS-WM-FILE-STATUS NOT = "00"
               CLOSE WAREHOUSE-MAP-FILE
           END-IF
           OPEN INPUT ITEM-LOCATION-FILE
           IF WS-IL-FILE-STATUS = "00"
               PERFORM 1310-READ-ITEM-LOCATION
               PERFORM 1320-STORE-ITEM-LOCATION
                   UNTIL WS-IL-FILE-STATUS NOT = "00"
               CLOSE ITEM-LOCATION-FILE
           END-IF
           PERFORM 1700-LOAD-ZONE-CLOSURES
           COMPUTE WS-GRID-WIDTH =
               WS-GRID-MAX-X - WS-GRID-MIN-X + 1
           COMPUTE WS-GRID-HEIGHT =
                   " SEARCH TABLE"
               SET WS-EOF TO TRUE
               OPEN OUTPUT ROBOT-COMMANDS-FILE
               OPEN OUTPUT PICK-TRACE-FILE
           ELSE
               MOVE WS-CELLS-NEEDED TO WS-CELL-LIMIT
               PERFORM 1450-APPLY-WAVE-CARD
               PERFORM 1460-LOAD-CONGESTION
               OPEN INPUT PICK-LIST-FILE
               OPEN OUTPUT ROBOT-COMMANDS-FILE
               OPEN OUTPUT PICK-TRACE-FILE
               PERFORM 1500-READ-NEXT-PICK
           END-IF
           DIVIDE WS-SHIFT-START BY 100 GIVING WS-HOURS-WORK
               REMAINDER WS-MINUTES-WORK
           COMPUTE WS-SHIFT-START-MINUTES =
               WS-HOURS-WORK * 60 + WS-MINUTES-WORK.

      ******************************************************************
      *    1450-APPLY-WAVE-CARD - SHIFT START (HHMM) AND PLANNED
                               MOVE 1 TO WS-ONEW-DIR-NO(WS-OWX)
                       END-EVALUATE
                   END-IF
               WHEN "ZONE"
                   IF WS-ZONE-COUNT < WS-ZONE-MAX
                       ADD 1 TO WS-ZONE-COUNT
                       MOVE WM-ZONE-CODE TO WS-ZN-CODE(WS-ZONE-COUNT)
                       MOVE WM-X TO WS-ZN-MIN-X(WS-ZONE-COUNT)
                       MOVE WM-Y TO WS-ZN-MIN-Y(WS-ZONE-COUNT)
                       MOVE WM-X2 TO WS-ZN-MAX-X(WS-ZONE-COUNT)
                       MOVE WM-Y2 TO WS-ZN-MAX-Y(WS-ZONE-COUNT)
                   END-IF
           END-EVALUATE
           PERFORM 1300-READ-MAP-RECORD.

       1310-READ-ITEM-LOCATION.
           READ ITEM-LOCATION-FILE
               AT END
                   MOVE "10" TO WS-IL-FILE-STATUS
           END-READ.

       1320-STORE-ITEM-LOCATION.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE IL-ITEM-NO TO WS-I-ITEM-NO(WS-ITEM-COUNT)
               MOVE IL-X TO WS-I-X(WS-ITEM-COUNT)
               MOVE IL-Y TO WS-I-Y(WS-ITEM-COUNT)
           END-IF
           PERFORM 1310-READ-ITEM-LOCATION.

      ******************************************************************
      *    1460-LOAD-CONGESTION - SUM EACH CELL'S SCORES ACROSS THE
      *    TIME BANDS AND APPLY THE CONGCTL THRESHOLD AND EXTRA-
               END-IF
               MOVE "W" TO WS-P-STATE(WS-PICK-SUB)
               MOVE ZERO TO WS-P-DONE-MINUTES(WS-PICK-SUB)
               MOVE PK-ITEM-NO TO WS-P-ITEM-NO(WS-PICK-SUB)
               MOVE SPACE TO WS-P-ITEM-SW(WS-PICK-SUB)
               IF PK-ITEM-NO NOT = SPACES
                   PERFORM 1650-RESOLVE-ITEM-CELL
               END-IF
           ELSE
               DISPLAY "PICKPLAN: PICK LIST PAST THE 500-PICK "
                   "TABLE -- " PK-PICK-ID " NOT PLANNED"
           END-IF
           PERFORM 1500-READ-NEXT-PICK.

      ******************************************************************
      *    1650-RESOLVE-ITEM-CELL - A PICK THAT NAMES AN ITEM GOES TO
      *    THE ITEM'S CELL ON THE LOCATION MASTER, WHATEVER X/Y THE
      *    PICK CARRIES.  AN ITEM NOT ON THE MASTER IS MARKED FOR
      *    2000 TO SKIP.
      ******************************************************************
       1650-RESOLVE-ITEM-CELL.
           MOVE ZERO TO WS-ITEM-FOUND-SUB
           PERFORM 1660-CHECK-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND-SUB > ZERO
           IF WS-ITEM-FOUND-SUB > ZERO
               MOVE WS-I-X(WS-ITEM-FOUND-SUB) TO WS-P-X(WS-PICK-SUB)
               MOVE WS-I-Y(WS-ITEM-FOUND-SUB) TO WS-P-Y(WS-PICK-SUB)
           ELSE
               MOVE "U" TO WS-P-ITEM-SW(WS-PICK-SUB)
           END-IF.

       1660-CHECK-ONE-ITEM.
           IF WS-I-ITEM-NO(WS-ITEM-SUB) = PK-ITEM-NO
               MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
           END-IF.

      ******************************************************************
      *    1700-LOAD-ZONE-CLOSURES - THE TIMED CLOSURES, EACH TIED TO
      *    ITS MAP ZONE'S RECTANGLE.  A CLOSURE NAMING A ZONE NOT ON
      *    THE MAP CLOSES NOTHING.  NO FILE, NO CLOSURES.
      ******************************************************************
       1700-LOAD-ZONE-CLOSURES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT ZONE-CLOSURE-FILE
           IF WS-ZC-FILE-STATUS = "00"
               PERFORM 1710-READ-ZONE-CLOSURE
               PERFORM 1720-STORE-ZONE-CLOSURE
                   UNTIL WS-ZC-FILE-STATUS NOT = "00"
               CLOSE ZONE-CLOSURE-FILE
           END-IF.

       1710-READ-ZONE-CLOSURE.
           READ ZONE-CLOSURE-FILE
               AT END
                   MOVE "10" TO WS-ZC-FILE-STATUS
           END-READ.

       1720-STORE-ZONE-CLOSURE.
           IF ZC-START-STAMP NUMERIC AND ZC-END-STAMP NUMERIC
               PERFORM 1730-MATCH-CLOSURE-ZONE
                   VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
           END-IF
           PERFORM 1710-READ-ZONE-CLOSURE.

       1730-MATCH-CLOSURE-ZONE.
           IF WS-ZN-CODE(WS-ZONE-SUB) = ZC-ZONE-CODE
               AND WS-CLS-COUNT < WS-CLS-MAX
               ADD 1 TO WS-CLS-COUNT
               MOVE ZC-START-STAMP TO WS-CL-START(WS-CLS-COUNT)
               MOVE ZC-END-STAMP TO WS-CL-END(WS-CLS-COUNT)
               MOVE WS-ZN-MIN-X(WS-ZONE-SUB)
                   TO WS-CL-MIN-X(WS-CLS-COUNT)
               MOVE WS-ZN-MIN-Y(WS-ZONE-SUB)
                   TO WS-CL-MIN-Y(WS-CLS-COUNT)
               MOVE WS-ZN-MAX-X(WS-ZONE-SUB)
                   TO WS-CL-MAX-X(WS-CLS-COUNT)
               MOVE WS-ZN-MAX-Y(WS-ZONE-SUB)
                   TO WS-CL-MAX-Y(WS-CLS-COUNT)
               MOVE "N" TO WS-CL-STATE(WS-CLS-COUNT)
           END-IF.

      ******************************************************************
      *    2500-PLAN-NEXT-PICK - THE LOWEST WAVE, THEN THE HIGHEST
      *    PRIORITY (1 FIRST), THEN FILE ORDER.  NOTHING WAITING
      ******************************************************************
      *    2000-PLAN-ONE-PICK - PICK THE NEAREST IN-SERVICE ROBOT,
      *    SWEEP A ROUTE TO THE TARGET, AND EMIT ITS INSTRUCTIONS.
      *    NO FLEET, AN ITEM NOT ON THE LOCATION MASTER, AN OFF-GRID
      *    TARGET, A TARGET IN A ZONE CLOSED WHEN THE ROUTE STARTS,
      *    OR NO ROUTE ALL LOG AND SKIP THE PICK RATHER THAN HALT
      *    THE SHIFT PLAN.
      ******************************************************************
       2000-PLAN-ONE-PICK.
           ADD 1 TO WS-PICK-COUNT
           MOVE ZERO TO WS-CMD-RECORDS
           EVALUATE TRUE
               WHEN WS-FLEET-COUNT = ZERO
                   MOVE "PICK SKIPPED -- NO IN-SERVICE ROBOTS"
                       TO WS-SKIP-REASON
                   PERFORM 6000-LOG-SKIPPED-PICK
               WHEN WS-P-ITEM-UNKNOWN(WS-PICK-SUB)
                   MOVE "PICK SKIPPED -- ITEM HAS NO LOCATION"
                       TO WS-SKIP-REASON
                   PERFORM 6000-LOG-SKIPPED-PICK
               WHEN WS-PK-X < WS-GRID-MIN-X
                   OR WS-PK-X > WS-GRID-MAX-X
                   OR WS-PK-Y < WS-GRID-MIN-Y
                   PERFORM 6000-LOG-SKIPPED-PICK
               WHEN OTHER
                   PERFORM 2100-ASSIGN-NEAREST-ROBOT
                   PERFORM 2200-SET-ROUTE-CLOSURES
                   IF WS-TARGET-CLOSED
                       MOVE "PICK SKIPPED -- TARGET IN CLOSED ZONE"
                           TO WS-SKIP-REASON
                       PERFORM 6000-LOG-SKIPPED-PICK
                   ELSE
                       PERFORM 2900-SWEEP-WITH-DETOUR
                       IF WS-TARGET-FOUND
                           ADD 1 TO WS-PLANNED-COUNT
                           PERFORM 4000-EMIT-INSTRUCTIONS
                           MOVE "P" TO WS-P-STATE(WS-PICK-SUB)
                       ELSE
                           MOVE "PICK SKIPPED -- NO ROUTE TO TARGET"
                               TO WS-SKIP-REASON
                           PERFORM 6000-LOG-SKIPPED-PICK
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 2050-WRITE-PICK-TRACE.

      ******************************************************************
      *    2050-WRITE-PICK-TRACE - ONE TRACE RECORD FOR THE PICK JUST
      *    PLANNED OR SKIPPED, IN PLAN ORDER SO IT LINES UP WITH THE
      *    ROBOTCMD RECORDS.
      ******************************************************************
       2050-WRITE-PICK-TRACE.
           MOVE WS-PK-PICK-ID TO PT-PICK-ID
           MOVE WS-P-WAVE-NO(WS-PICK-SUB) TO PT-WAVE-NO
           MOVE WS-CMD-RECORDS TO PT-CMD-RECORDS
           MOVE WS-P-DONE-MINUTES(WS-PICK-SUB) TO PT-DONE-MINUTES
           IF WS-P-SKIPPED(WS-PICK-SUB)
               MOVE SPACES TO PT-ROBOT-ID
               MOVE "S" TO PT-OUTCOME
           ELSE
               SET WS-FX TO WS-ASSIGNED-SUB
               MOVE WS-F-ROBOT-ID(WS-FX) TO PT-ROBOT-ID
               PERFORM 5110-JUDGE-CUTOFF
               IF WS-CUTOFF-MET
                   MOVE "M" TO PT-OUTCOME
               ELSE
                   MOVE "X" TO PT-OUTCOME
               END-IF
           END-IF
           WRITE PICK-TRACE-RECORD.

      ******************************************************************
      *    2100-ASSIGN-NEAREST-ROBOT - STRAIGHT-LINE (MANHATTAN)
               SET WS-ASSIGNED-SUB TO WS-FX
           END-IF.

      ******************************************************************
      *    2200-SET-ROUTE-CLOSURES - PROJECT WHEN THE ASSIGNED ROBOT
      *    STARTS THIS ROUTE (SHIFT START PLUS ITS PLANNED STEPS SO
      *    FAR) AND MARK THE CLOSURES IN FORCE AT THAT MOMENT; NOTE
      *    WHETHER THE TARGET ITSELF IS IN ONE.
      ******************************************************************
       2200-SET-ROUTE-CLOSURES.
           MOVE "N" TO WS-TARGET-CLOSED-SW
           IF WS-CLS-COUNT > ZERO
               SET WS-FX TO WS-ASSIGNED-SUB
               COMPUTE WS-ROUTE-MINUTES = WS-SHIFT-START-MINUTES
                   + (WS-F-CLOCK-STEPS(WS-FX) / WS-STEPS-PER-MIN)
               DIVIDE WS-ROUTE-MINUTES BY 1440 GIVING WS-ROUTE-DAYS
                   REMAINDER WS-ROUTE-MINUTES
               COMPUTE WS-ROUTE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-ROUTE-DAYS)
               DIVIDE WS-ROUTE-MINUTES BY 60 GIVING WS-HOURS-WORK
                   REMAINDER WS-MINUTES-WORK
               COMPUTE WS-ROUTE-STAMP = WS-ROUTE-DATE * 1000000
                   + WS-HOURS-WORK * 10000 + WS-MINUTES-WORK * 100
               PERFORM 2210-SET-ONE-CLOSURE
                   VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
           END-IF.

       2210-SET-ONE-CLOSURE.
           IF WS-ROUTE-STAMP NOT < WS-CL-START(WS-CLS-SUB)
               AND WS-ROUTE-STAMP < WS-CL-END(WS-CLS-SUB)
               MOVE "F" TO WS-CL-STATE(WS-CLS-SUB)
               IF WS-PK-X >= WS-CL-MIN-X(WS-CLS-SUB)
                   AND WS-PK-X <= WS-CL-MAX-X(WS-CLS-SUB)
                   AND WS-PK-Y >= WS-CL-MIN-Y(WS-CLS-SUB)
                   AND WS-PK-Y <= WS-CL-MAX-Y(WS-CLS-SUB)
                   SET WS-TARGET-CLOSED TO TRUE
               END-IF
           ELSE
               MOVE "N" TO WS-CL-STATE(WS-CLS-SUB)
           END-IF.

      ******************************************************************
      *    2900-SWEEP-WITH-DETOUR - SWEEP TWICE: FIRST AVOIDING THE
      *    CONGESTED CELLS, THEN DIRECT.  THE DETOUR WINS WHEN IT
               PERFORM 3430-CHECK-ONE-CONGESTED
                   VARYING WS-CONG-SUB FROM 1 BY 1
                   UNTIL WS-CONG-SUB > WS-CONG-COUNT
           END-IF
           PERFORM 3440-CHECK-ONE-CLOSURE
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLS-COUNT.

       3410-CHECK-ONE-OBSTACLE.
           IF WS-OBST-X(WS-OX) = WS-TRY-X
               SET WS-CELL-BLOCKED TO TRUE
           END-IF.

      ******************************************************************
      *    3440-CHECK-ONE-CLOSURE - A ZONE CLOSED WHEN THE ROUTE
      *    STARTS IS A WALL, THE SAME AS AN OBSTACLE.
      ******************************************************************
       3440-CHECK-ONE-CLOSURE.
           IF WS-CL-IN-FORCE(WS-CLS-SUB)
               AND WS-TRY-X >= WS-CL-MIN-X(WS-CLS-SUB)
               AND WS-TRY-X <= WS-CL-MAX-X(WS-CLS-SUB)
               AND WS-TRY-Y >= WS-CL-MIN-Y(WS-CLS-SUB)
               AND WS-TRY-Y <= WS-CL-MAX-Y(WS-CLS-SUB)
               SET WS-CELL-BLOCKED TO TRUE
           END-IF.

      ******************************************************************
      *    3500-WALK-ROUTE-BACKWARD - FOLLOW THE PARENT MOVES FROM
      *    THE TARGET BACK TO THE ROBOT, STACKING EACH COMPASS MOVE;
           MOVE WS-DIR-NAME(WS-F-DIR-NO(WS-FX)) TO RC-START-DIRECTION
           MOVE WS-INSTR-BUFFER TO RC-INSTRUCTIONS
           WRITE ROBOT-COMMAND-RECORD
           ADD 1 TO WS-CMD-RECORDS
           MOVE "N" TO WS-F-FIRST-CMD-SW(WS-FX)
           MOVE SPACES TO WS-INSTR-BUFFER
           MOVE ZERO TO WS-INSTR-LEN.
       5100-TALLY-ONE-PICK.
           PERFORM 5200-FIND-WAVE-SLOT
           IF WS-WAVE-SUB > ZERO
               IF WS-P-SKIPPED(WS-PICK-SUB)
                   ADD 1 TO WS-W-SKIPPED(WS-WAVE-SUB)
               ELSE
                   PERFORM 5110-JUDGE-CUTOFF
                   IF WS-CUTOFF-MET
                       ADD 1 TO WS-W-MET(WS-WAVE-SUB)
                   ELSE
                       ADD 1 TO WS-W-MISSED(WS-WAVE-SUB)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    5110-JUDGE-CUTOFF - A PLANNED PICK MEETS ITS CUT-OFF WHEN
      *    ITS PROJECTED COMPLETION IS NO LATER THAN THE CUT-OFF.  A
      *    PICK WITH NO CUT-OFF ALWAYS MEETS IT.
      ******************************************************************
       5110-JUDGE-CUTOFF.
           MOVE "Y" TO WS-CUTOFF-MET-SW
           IF WS-P-CUTOFF-TIME(WS-PICK-SUB) NOT = ZERO
               MOVE WS-P-CUTOFF-TIME(WS-PICK-SUB) TO WS-TIME-WORK
               DIVIDE WS-TIME-WORK BY 100 GIVING WS-HOURS-WORK
                   REMAINDER WS-MINUTES-WORK
               COMPUTE WS-CUTOFF-MINUTES =
                   WS-HOURS-WORK * 60 + WS-MINUTES-WORK
               IF WS-P-DONE-MINUTES(WS-PICK-SUB) > WS-CUTOFF-MINUTES
                   MOVE "N" TO WS-CUTOFF-MET-SW
               END-IF
           END-IF.

       5200-FIND-WAVE-SLOT.
       9999-TERMINATE.
           CLOSE PICK-LIST-FILE
           CLOSE ROBOT-COMMANDS-FILE
           CLOSE PICK-TRACE-FILE
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF.
