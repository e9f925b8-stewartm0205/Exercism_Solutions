      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  A FULL DISPLACED-ROBOT LIST NO LONGER
      *                     LEAVES A ROBOT IN A CLOSING ZONE: EVERY
      *                     ROBOT IN THE ZONE IS WALKED OUT, AND THOSE
      *                     PAST THE 50-LINE LIST GO TO ERRLOG.
      *    2026-10-15  RSK  MOVE-ROBOT NOW LEAVES THE LOW-CHARGE
      *                     SWITCH AND A COUNT OF THE STEPS IT
      *                     REFUSED IN SHARED (EXTERNAL) STORAGE, SO
      *                     A CALLER CAN TELL WHETHER THE WHOLE
      *                     INSTRUCTION STRING WAS WORKED.  FLEETSIM
      *                     READS THEM TO SCORE ITS REPLAYED PICKS.
      *    2026-10-15  RSK  TIMED ZONE CLOSURES: THE ZONECLS FILE
      *                     CLOSES A MAP ZONE TO EVERY ROBOT FOR A
      *                     START/END WINDOW.  A MOVE INTO A CLOSED
      *                     ZONE IS REFUSED AND LOGGED (INCIDENT
      *                     TYPE CLSD); A ROBOT ALREADY INSIDE WHEN
      *                     THE CLOSURE TAKES EFFECT IS WALKED OUT
      *                     TO THE NEAREST OPEN CELL.  THE DISPATCH
      *                     REPORT LISTS EVERY CLOSURE AND EVERY
      *                     ROBOT IT DISPLACED.  WHMAP NO LONGER HAS
      *                     TO BE EDITED (AND UN-EDITED) FOR A SPILL.
      *    2026-10-15  RSK  EVERY REFUSED MOVE NOW ALSO WRITES A ROBOT
      *                     INCIDENT EVENT (ROBOTINC.CPY) CARRYING THE
      *                     INCIDENT TYPE, REFUSED CELL, DATE, SHIFT,
      *                     MODEL AND ODOMETER SO INCREG CAN RAISE
      *                     INCIDENT TICKETS AND INCRPT CAN REPORT
      *                     MOVES BETWEEN INCIDENTS.  THE ERROR-LOG
      *                     ONE-LINER IS UNCHANGED.
      *    2026-09-03  RSK  REJECTED-MOVE ERROR-LOG WRITES NOW CARRY
      *                     VERSION 03 AND THE ERRCODES CATALOG CODE
      *                     EWH002 FOR THE CODED MORNING SUMMARY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-FILE-STATUS.

           SELECT ROBOT-INCIDENT-FILE ASSIGN TO "ROBOTINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-FILE-STATUS.

           SELECT ZONE-CLOSURE-FILE ASSIGN TO "ZONECLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROBOT-MOVE-LOG.
       FD  ROBOT-MASTER-OUT.
       01  ROBOT-MASTER-OUT-RECORD         PIC X(50).

       FD  ROBOT-INCIDENT-FILE.
       COPY ROBOTINC.

       FD  ZONE-CLOSURE-FILE.
       COPY ZONECLS.

       WORKING-STORAGE SECTION.
       01 WS-DIRECTION             PIC X(20) EXTERNAL.
       01 WS-INSTRUCTIONS          PIC X(60) EXTERNAL.
       01 WS-IDLE-DRAW             PIC 9(03) VALUE 1.
       01 WS-LOW-CHARGE-LIMIT      PIC 9(03) VALUE 20.
       01 WS-DRAW-AMOUNT           PIC 9(03).
       01 WS-FORCED-DOCK-SW        PIC X EXTERNAL.
           88 WS-FORCED-DOCK       VALUE "Y".
       01 WS-REFUSED-STEPS         PIC 9(03) EXTERNAL.
       01 WS-DOCK-SUB              PIC 9(03).
       01 WS-BEST-DOCK-SUB         PIC 9(03).
       01 WS-BEST-DOCK-DIST        PIC 9(05).
       01 WS-EL-OPEN-SW            PIC X VALUE "N".
           88 WS-EL-OPEN           VALUE "Y".

      *    INCIDENT TYPE SET BESIDE WS-REJECT-REASON FOR THE ROBOT
      *    INCIDENT FILE, AND THE SHIFT ID STAMPED ON EVERY EVENT
      *    THIS RUN WRITES (THE TIME THE RUN FIRST CALLED IN).
       01 WS-INCIDENT-TYPE         PIC X(04) VALUE SPACE.
       01 WS-SHIFT-ID              PIC X(14) VALUE SPACE.
       01 WS-NOW                   PIC X(21).
       01 WS-RI-FILE-STATUS        PIC XX.
       01 WS-RI-OPEN-SW            PIC X VALUE "N".
           88 WS-RI-OPEN           VALUE "Y".

      *    IN-MEMORY WAREHOUSE MAP, LOADED ONCE FROM WAREHOUSE-MAP-FILE
      *    THE FIRST TIME ANY ENTRY POINT RUNS.  WHEN THE FILE ISN'T
      *    AVAILABLE THE GRID STAYS AT ITS GRIDCFG DEFAULTS AND THE
       01 WS-AUTHORIZED-SW         PIC X.
           88 WS-AUTHORIZED        VALUE "Y".

      *    TIMED ZONE CLOSURES STILL OPEN AT SHIFT START.  WS-CL-ZONE-
      *    SUB POINTS AT THE MAP ZONE CLOSED (ZERO WHEN THE CODE IS
      *    NOT ON THE MAP).  A CLOSURE IS IN FORCE WHILE THE CLOCK
      *    IS INSIDE ITS WINDOW; ITS EVACUATION RUNS ONCE, THE FIRST
      *    TIME IT IS SEEN IN FORCE.
       01 WS-ZC-FILE-STATUS        PIC XX.
       01 WS-CLS-MAX               PIC 9(02) VALUE 20.
       01 WS-CLS-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-CLS-TABLE.
           05 WS-CLS-ENTRY OCCURS 20 TIMES.
               10 WS-CL-ZONE-CODE  PIC X(04).
               10 WS-CL-START      PIC 9(14).
               10 WS-CL-END        PIC 9(14).
               10 WS-CL-REASON     PIC X(40).
               10 WS-CL-ZONE-SUB   PIC 9(02).
               10 WS-CL-STATE      PIC X(01).
                   88 WS-CL-IN-FORCE   VALUE "F".
               10 WS-CL-EVACUATED-SW PIC X(01).
                   88 WS-CL-EVACUATED  VALUE "Y".
       01 WS-CLS-SUB               PIC 9(02).
       01 WS-CLS-CHK-SUB           PIC 9(02).
       01 WS-CLS-ZONE-SUB          PIC 9(02).
       01 WS-CLOCK-STAMP           PIC 9(14).

      *    EVACUATION STATE: THE ZONE BEING CLEARED, THE OPEN CELL
      *    CHOSEN FOR THE ROBOT BEING WALKED OUT, AND THE DRIVER'S
      *    ACTIVE ROBOT AND REJECT SWITCH, PUT BACK WHEN THE
      *    EVACUATION IS DONE.
       01 WS-EVACUATING-SW         PIC X VALUE "N".
           88 WS-EVACUATING        VALUE "Y".
       01 WS-SAVED-ROBOT-ID        PIC X(06).
       01 WS-SAVED-REJECTED-SW     PIC X.
       01 WS-EVAC-ZONE-SUB         PIC 9(02).
       01 WS-EVAC-X                PIC S999.
       01 WS-EVAC-Y                PIC S999.
       01 WS-IN-EVAC-ZONE-SW       PIC X VALUE "N".
           88 WS-IN-EVAC-ZONE      VALUE "Y".
       01 WS-EVAC-FOUND-SW         PIC X.
           88 WS-EVAC-FOUND        VALUE "Y".
       01 WS-BEST-EVAC-DIST        PIC 9(05).
       01 WS-TRY-EVAC-DIST         PIC 9(05).
       01 WS-SCAN-X                PIC S999.
       01 WS-SCAN-Y                PIC S999.

      *    ROBOTS DISPLACED BY A CLOSURE, FOR THE DISPATCH REPORT.
       01 WS-DSP-MAX               PIC 9(03) VALUE 50.
       01 WS-DSP-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-DSP-TABLE.
           05 WS-DSP-ENTRY OCCURS 50 TIMES.
               10 WS-DSP-ROBOT-ID  PIC X(06).
               10 WS-DSP-ZONE-CODE PIC X(04).
               10 WS-DSP-FROM-X    PIC S999.
               10 WS-DSP-FROM-Y    PIC S999.
               10 WS-DSP-TO-X      PIC S999.
               10 WS-DSP-TO-Y      PIC S999.
               10 WS-DSP-OUTCOME   PIC X(09).
       01 WS-DSP-SUB               PIC 9(03).
       01 WS-DSP-OVERFLOW-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-EVAC-FROM-X           PIC S999.
       01 WS-EVAC-FROM-Y           PIC S999.
       01 WS-EVAC-OUTCOME          PIC X(09).

       01 WS-DOCK-MAX               PIC 9(03) VALUE 10.
       01 WS-DOCK-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-DOCK-TABLE.

       01 WS-CHG-HEADING-LINE      PIC X(13) VALUE "CHARGE EVENTS".

       01 WS-CLS-HEADING-LINE      PIC X(13) VALUE "ZONE CLOSURES".

       01 WS-CLS-LINE.
           05 WS-CLL-ZONE-CODE      PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-CLL-START          PIC 9(14).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-CLL-END            PIC 9(14).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-CLL-STATE          PIC X(08).

       01 WS-CLS-REASON-LINE.
           05 FILLER                PIC X(06) VALUE SPACE.
           05 WS-CLR-REASON         PIC X(40).

       01 WS-DSP-HEADING-LINE      PIC X(16) VALUE "DISPLACED ROBOTS".

       01 WS-DSP-OVERFLOW-LINE.
           05 WS-DSO-COUNT          PIC ZZZZ9.
           05 FILLER                PIC X(38) VALUE
              " MORE DISPLACED ROBOTS -- SEE ERRLOG".

       01 WS-DSP-LINE.
           05 WS-DSL-ROBOT-ID       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-DSL-ZONE-CODE      PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-DSL-FROM-X         PIC -999.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-DSL-FROM-Y         PIC -999.
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-DSL-TO-X           PIC -999.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-DSL-TO-Y           PIC -999.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-DSL-OUTCOME        PIC X(09).

       01 WS-CHG-EVENT-LINE.
           05 WS-CE-ROBOT-ID        PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACE.
       PROCEDURE DIVISION.
       CREATE-ROBOT.
           PERFORM 1050-ENSURE-MAP-LOADED
           PERFORM 1350-REFRESH-CLOSURES
           MOVE "N" TO WS-MOVE-REJECTED-SW
           PERFORM 1500-FIND-ROBOT
           IF WS-RX > WS-ROBOT-COUNT
                   SET WS-BLOCKED TO TRUE
                   MOVE "CREATE REJECTED -- FLEET TABLE FULL"
                       TO WS-REJECT-REASON
                   MOVE "FULL" TO WS-INCIDENT-TYPE
                   MOVE WS-NEW-X TO WS-TRY-X
                   MOVE WS-NEW-Y TO WS-TRY-Y
               END-IF
               IF NOT WS-BLOCKED
                   MOVE WS-NEW-X TO WS-TRY-X
               IF NOT WS-BLOCKED
                   PERFORM 2075-CHECK-ZONE
               END-IF
               IF NOT WS-BLOCKED
                   PERFORM 2070-CHECK-CLOSURE
               END-IF
               IF WS-BLOCKED
                   SET WS-MOVE-REJECTED TO TRUE
                   PERFORM 6000-LOG-REJECTED-MOVE
       ENTRY "MOVE-ROBOT".
       MOVE-ROBOT.
           PERFORM 1050-ENSURE-MAP-LOADED
           PERFORM 1350-REFRESH-CLOSURES
           MOVE "N" TO WS-MOVE-REJECTED-SW
           MOVE "N" TO WS-FORCED-DOCK-SW
           MOVE ZERO TO WS-REFUSED-STEPS
           PERFORM 1500-FIND-ROBOT
           IF WS-RX > WS-ROBOT-COUNT
               SET WS-MOVE-REJECTED TO TRUE
               SET WS-MOVE-REJECTED TO TRUE
               MOVE "MOVE REFUSED -- ROBOT OUT OF SERVICE"
                   TO WS-REJECT-REASON
               MOVE "OOSV" TO WS-INCIDENT-TYPE
               MOVE WS-R-X(WS-RX) TO WS-TRY-X
               MOVE WS-R-Y(WS-RX) TO WS-TRY-Y
               PERFORM 6000-LOG-REJECTED-MOVE
           ELSE
               PERFORM VARYING II FROM 1 BY 1
                   UNTIL INS(II) = SPACES OR WS-FORCED-DOCK
                   MOVE "N" TO WS-MOVE-REJECTED-SW
       1050-ENSURE-MAP-LOADED.
           IF NOT WS-MAP-LOADED
               SET WS-MAP-LOADED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SHIFT-ID
               PERFORM 1060-LOAD-WAREHOUSE-MAP
           END-IF.

                   UNTIL WS-WM-FILE-STATUS NOT = "00"
               CLOSE WAREHOUSE-MAP-FILE
           END-IF
           PERFORM 1090-LOAD-ZONE-AUTHORIZATIONS
           PERFORM 1092-LOAD-ZONE-CLOSURES.

      ******************************************************************
      *    1090-LOAD-ZONE-AUTHORIZATIONS - LOAD WHICH ROBOTS MAY
           END-IF
           PERFORM 1095-READ-ZONE-AUTH.

      ******************************************************************
      *    1092-LOAD-ZONE-CLOSURES - LOAD THE TIMED CLOSURES THAT
      *    HAVE NOT ALREADY ENDED BY SHIFT START, TIED TO THEIR MAP
      *    ZONE.  NO FILE MEANS NO CLOSURES.
      ******************************************************************
       1092-LOAD-ZONE-CLOSURES.
           OPEN INPUT ZONE-CLOSURE-FILE
           IF WS-ZC-FILE-STATUS = "00"
               PERFORM 1093-READ-ZONE-CLOSURE
               PERFORM 1094-STORE-ZONE-CLOSURE
                   UNTIL WS-ZC-FILE-STATUS NOT = "00"
               CLOSE ZONE-CLOSURE-FILE
           END-IF.

       1093-READ-ZONE-CLOSURE.
           READ ZONE-CLOSURE-FILE
               AT END
                   MOVE "10" TO WS-ZC-FILE-STATUS
           END-READ.

       1094-STORE-ZONE-CLOSURE.
           IF ZC-START-STAMP IS NUMERIC AND ZC-END-STAMP IS NUMERIC
               AND ZC-END-STAMP > WS-SHIFT-ID
               AND WS-CLS-COUNT < WS-CLS-MAX
               ADD 1 TO WS-CLS-COUNT
               MOVE ZC-ZONE-CODE TO WS-CL-ZONE-CODE(WS-CLS-COUNT)
               MOVE ZC-START-STAMP TO WS-CL-START(WS-CLS-COUNT)
               MOVE ZC-END-STAMP TO WS-CL-END(WS-CLS-COUNT)
               MOVE ZC-REASON TO WS-CL-REASON(WS-CLS-COUNT)
               MOVE "N" TO WS-CL-STATE(WS-CLS-COUNT)
               MOVE "N" TO WS-CL-EVACUATED-SW(WS-CLS-COUNT)
               MOVE ZERO TO WS-CL-ZONE-SUB(WS-CLS-COUNT)
               PERFORM 1095-MATCH-CLOSURE-ZONE
                   VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
           END-IF
           PERFORM 1093-READ-ZONE-CLOSURE.

       1095-MATCH-CLOSURE-ZONE.
           IF WS-ZN-CODE(WS-ZONE-SUB) = ZC-ZONE-CODE
               MOVE WS-ZONE-SUB TO WS-CL-ZONE-SUB(WS-CLS-COUNT)
           END-IF.

      ******************************************************************
      *    1350-REFRESH-CLOSURES - SET EACH CLOSURE IN OR OUT OF
      *    FORCE AGAINST THE CLOCK.  A CLOSURE COMING INTO FORCE FOR
      *    THE FIRST TIME CLEARS ITS ZONE OF ROBOTS.
      ******************************************************************
       1350-REFRESH-CLOSURES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CLOCK-STAMP
           PERFORM 1360-REFRESH-ONE-CLOSURE
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLS-COUNT.

       1360-REFRESH-ONE-CLOSURE.
           IF WS-CL-ZONE-SUB(WS-CLS-SUB) > ZERO
               AND WS-CLOCK-STAMP NOT < WS-CL-START(WS-CLS-SUB)
               AND WS-CLOCK-STAMP < WS-CL-END(WS-CLS-SUB)
               MOVE "F" TO WS-CL-STATE(WS-CLS-SUB)
               IF NOT WS-CL-EVACUATED(WS-CLS-SUB)
                   MOVE "Y" TO WS-CL-EVACUATED-SW(WS-CLS-SUB)
                   PERFORM 7600-EVACUATE-ZONE
               END-IF
           ELSE
               MOVE "N" TO WS-CL-STATE(WS-CLS-SUB)
           END-IF.

       1070-READ-MAP-RECORD.
           READ WAREHOUSE-MAP-FILE
               AT END
               OR WS-TRY-Y < WS-GRID-MIN-Y OR WS-TRY-Y > WS-GRID-MAX-Y
               SET WS-BLOCKED TO TRUE
               MOVE "MOVE REJECTED -- OUT OF BOUNDS" TO WS-REJECT-REASON
               MOVE "BNDS" TO WS-INCIDENT-TYPE
           END-IF.

      ******************************************************************
               SET WS-BLOCKED TO TRUE
               MOVE "MOVE REJECTED -- COLLISION WITH ANOTHER ROBOT"
                   TO WS-REJECT-REASON
               MOVE "COLL" TO WS-INCIDENT-TYPE
           END-IF.

      ******************************************************************
               SET WS-BLOCKED TO TRUE
               MOVE "MOVE REJECTED -- BLOCKED BY OBSTACLE"
                   TO WS-REJECT-REASON
               MOVE "OBST" TO WS-INCIDENT-TYPE
           END-IF.

      ******************************************************************
               SET WS-BLOCKED TO TRUE
               MOVE "MOVE REJECTED -- AGAINST ONE-WAY AISLE"
                   TO WS-REJECT-REASON
               MOVE "ONEW" TO WS-INCIDENT-TYPE
           END-IF.

      ******************************************************************
                       WS-ZN-CODE(WS-ZONE-SUB) DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   MOVE "ZONE" TO WS-INCIDENT-TYPE
               END-IF
           END-IF.

      ******************************************************************
      *    2070-CHECK-CLOSURE - REJECT A CELL INSIDE A ZONE WHOSE
      *    TIMED CLOSURE IS IN FORCE.  A CLOSURE BINDS EVERY ROBOT;
      *    ZONE AUTHORIZATION DOES NOT GET A ROBOT PAST IT.
      ******************************************************************
       2070-CHECK-CLOSURE.
           MOVE "N" TO WS-BLOCKED-SW
           PERFORM 2072-CHECK-ONE-CLOSURE
               VARYING WS-CLS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CLS-CHK-SUB > WS-CLS-COUNT OR WS-BLOCKED.

       2072-CHECK-ONE-CLOSURE.
           IF WS-CL-IN-FORCE(WS-CLS-CHK-SUB)
               MOVE WS-CL-ZONE-SUB(WS-CLS-CHK-SUB) TO WS-CLS-ZONE-SUB
               IF WS-TRY-X >= WS-ZN-MIN-X(WS-CLS-ZONE-SUB)
                   AND WS-TRY-X <= WS-ZN-MAX-X(WS-CLS-ZONE-SUB)
                   AND WS-TRY-Y >= WS-ZN-MIN-Y(WS-CLS-ZONE-SUB)
                   AND WS-TRY-Y <= WS-ZN-MAX-Y(WS-CLS-ZONE-SUB)
                   SET WS-BLOCKED TO TRUE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "MOVE REJECTED -- ZONE " DELIMITED BY SIZE
                       WS-CL-ZONE-CODE(WS-CLS-CHK-SUB)
                           DELIMITED BY SIZE
                       " CLOSED" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   MOVE "CLSD" TO WS-INCIDENT-TYPE
               END-IF
           END-IF.

           IF NOT WS-BLOCKED
               PERFORM 2085-CHECK-ONE-WAY
           END-IF
           MOVE "N" TO WS-IN-EVAC-ZONE-SW
           IF WS-EVACUATING
               PERFORM 7630-CHECK-IN-EVAC-ZONE
           END-IF
           IF NOT WS-BLOCKED AND NOT WS-IN-EVAC-ZONE
               PERFORM 2075-CHECK-ZONE
           END-IF
           IF NOT WS-BLOCKED AND NOT WS-IN-EVAC-ZONE
               PERFORM 2070-CHECK-CLOSURE
           END-IF

           IF WS-BLOCKED
               SET WS-MOVE-REJECTED TO TRUE
               IF WS-REFUSED-STEPS < 999
                   ADD 1 TO WS-REFUSED-STEPS
               END-IF
               PERFORM 6000-LOG-REJECTED-MOVE
               ADD 1 TO WS-R-IDLE-STEPS(WS-RX)
               MOVE WS-IDLE-DRAW TO WS-DRAW-AMOUNT
      *    6000-LOG-REJECTED-MOVE - RECORD A REJECTED MOVE (OUT OF
      *    BOUNDS, A COLLISION, OR AN OBSTACLE) ON THE SHARED ERROR
      *    LOG WITH THE REASON WS-REJECT-REASON CARRIES FROM WHICHEVER
      *    CHECK BLOCKED IT, AND AS AN EVENT ON THE ROBOT INCIDENT
      *    FILE.
      ******************************************************************
       6000-LOG-REJECTED-MOVE.
           PERFORM 6100-OPEN-ERROR-LOG-ONCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EWH002" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD
           PERFORM 6200-WRITE-INCIDENT.

      ******************************************************************
      *    6200-WRITE-INCIDENT - APPEND THE REFUSAL TO THE ROBOT
      *    INCIDENT FILE.  THE CELL IS WHATEVER WS-TRY-X/Y HELD WHEN
      *    THE CHECK REFUSED IT; MODEL AND ODOMETER COME FROM THE
      *    FLEET ENTRY WHEN THE ROBOT HAS ONE.
      ******************************************************************
       6200-WRITE-INCIDENT.
           IF NOT WS-RI-OPEN
               OPEN EXTEND ROBOT-INCIDENT-FILE
               IF WS-RI-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ROBOT-INCIDENT-FILE
               END-IF
               SET WS-RI-OPEN TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-ACTIVE-ROBOT-ID TO RI-ROBOT-ID
           MOVE WS-INCIDENT-TYPE TO RI-INCIDENT-TYPE
           MOVE WS-TRY-X TO RI-X
           MOVE WS-TRY-Y TO RI-Y
           MOVE WS-NOW(1:8) TO RI-DATE
           MOVE WS-NOW(9:6) TO RI-TIME
           MOVE WS-SHIFT-ID TO RI-SHIFT-ID
           IF WS-RX > WS-ROBOT-COUNT
               MOVE SPACES TO RI-MODEL-CODE
               MOVE ZERO TO RI-ODOMETER
           ELSE
               MOVE WS-R-MODEL(WS-RX) TO RI-MODEL-CODE
               MOVE WS-R-DISTANCE(WS-RX) TO RI-ODOMETER
           END-IF
           MOVE WS-REJECT-REASON TO RI-REASON
           WRITE ROBOT-INCIDENT-RECORD.

      ******************************************************************
      *    6100-OPEN-ERROR-LOG-ONCE - OPEN THE ERROR LOG FOR APPEND THE
               MOVE WS-R-Y(WS-RX) TO WS-CHG-Y(WS-CHG-COUNT)
           END-IF.

      ******************************************************************
      *    7600-EVACUATE-ZONE - A CLOSURE HAS JUST COME INTO FORCE:
      *    WALK EVERY ROBOT STANDING IN ITS ZONE OUT TO THE NEAREST
      *    OPEN CELL, THE SAME GREEDY WAY 7200 WALKS A ROBOT TO A
      *    DOCK.  WHILE EVACUATING, CELLS OF THE ZONE BEING CLEARED
      *    DO NOT BLOCK THE WALK -- NEITHER THE CLOSURE NOR THE
      *    ZONE'S AUTHORIZATION LIST -- THE ROBOT IS LEAVING THEM.
      *    EVERY OTHER CHECK STILL APPLIES.  A ROBOT OUT OF
      *    SERVICE CANNOT BE DRIVEN AND IS LISTED AS PARKED FOR THE
      *    FLOOR CREW.
      ******************************************************************
       7600-EVACUATE-ZONE.
           MOVE WS-ACTIVE-ROBOT-ID TO WS-SAVED-ROBOT-ID
           MOVE WS-MOVE-REJECTED-SW TO WS-SAVED-REJECTED-SW
           MOVE WS-CL-ZONE-SUB(WS-CLS-SUB) TO WS-EVAC-ZONE-SUB
           SET WS-EVACUATING TO TRUE
           PERFORM 7610-EVACUATE-ONE-ROBOT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-ROBOT-COUNT
           MOVE "N" TO WS-EVACUATING-SW
           MOVE WS-SAVED-ROBOT-ID TO WS-ACTIVE-ROBOT-ID
           MOVE WS-SAVED-REJECTED-SW TO WS-MOVE-REJECTED-SW.

       7610-EVACUATE-ONE-ROBOT.
           IF WS-R-X(WS-RX) >= WS-ZN-MIN-X(WS-EVAC-ZONE-SUB)
               AND WS-R-X(WS-RX) <= WS-ZN-MAX-X(WS-EVAC-ZONE-SUB)
               AND WS-R-Y(WS-RX) >= WS-ZN-MIN-Y(WS-EVAC-ZONE-SUB)
               AND WS-R-Y(WS-RX) <= WS-ZN-MAX-Y(WS-EVAC-ZONE-SUB)
               MOVE WS-R-ID(WS-RX) TO WS-ACTIVE-ROBOT-ID
               MOVE WS-R-X(WS-RX) TO WS-EVAC-FROM-X
               MOVE WS-R-Y(WS-RX) TO WS-EVAC-FROM-Y
               IF NOT WS-R-ACTIVE(WS-RX)
                   MOVE "PARKED" TO WS-EVAC-OUTCOME
               ELSE
                   PERFORM 7700-FIND-NEAREST-OPEN-CELL
                   IF WS-EVAC-FOUND
                       MOVE ZERO TO WS-DOCK-STEP-COUNT
                       PERFORM 7800-STEP-TOWARD-EXIT
                           UNTIL (WS-R-X(WS-RX) = WS-EVAC-X
                               AND WS-R-Y(WS-RX) = WS-EVAC-Y)
                               OR WS-DOCK-STEP-COUNT
                                   >= WS-DOCK-STEP-LIMIT
                   END-IF
                   MOVE WS-R-X(WS-RX) TO WS-TRY-X
                   MOVE WS-R-Y(WS-RX) TO WS-TRY-Y
                   PERFORM 2070-CHECK-CLOSURE
                   IF WS-BLOCKED
                       MOVE "STRANDED" TO WS-EVAC-OUTCOME
                   ELSE
                       MOVE "EVACUATED" TO WS-EVAC-OUTCOME
                   END-IF
               END-IF
               IF WS-DSP-COUNT < WS-DSP-MAX
                   PERFORM 7620-LIST-DISPLACED-ROBOT
               ELSE
                   PERFORM 7625-LOG-UNLISTED-ROBOT
               END-IF
           END-IF.

       7620-LIST-DISPLACED-ROBOT.
           ADD 1 TO WS-DSP-COUNT
           MOVE WS-R-ID(WS-RX) TO WS-DSP-ROBOT-ID(WS-DSP-COUNT)
           MOVE WS-CL-ZONE-CODE(WS-CLS-SUB)
               TO WS-DSP-ZONE-CODE(WS-DSP-COUNT)
           MOVE WS-EVAC-FROM-X TO WS-DSP-FROM-X(WS-DSP-COUNT)
           MOVE WS-EVAC-FROM-Y TO WS-DSP-FROM-Y(WS-DSP-COUNT)
           MOVE WS-R-X(WS-RX) TO WS-DSP-TO-X(WS-DSP-COUNT)
           MOVE WS-R-Y(WS-RX) TO WS-DSP-TO-Y(WS-DSP-COUNT)
           MOVE WS-EVAC-OUTCOME TO WS-DSP-OUTCOME(WS-DSP-COUNT).

      ******************************************************************
      *    7625-LOG-UNLISTED-ROBOT - THE DISPLACED-ROBOT LIST IS FULL.
      *    THE ROBOT HAS STILL BEEN MOVED; ITS OUTCOME GOES TO THE
      *    ERROR LOG INSTEAD AND THE REPORT SAYS HOW MANY WENT THERE.
      ******************************************************************
       7625-LOG-UNLISTED-ROBOT.
           ADD 1 TO WS-DSP-OVERFLOW-COUNT
           PERFORM 6100-OPEN-ERROR-LOG-ONCE
           MOVE "ROBOT-SIM" TO EL-PROGRAM-ID
           MOVE WS-R-ID(WS-RX) TO EL-KEY
           MOVE ZERO TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "DISPLACED LIST FULL -- " DELIMITED BY SIZE
                  WS-CL-ZONE-CODE(WS-CLS-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EVAC-OUTCOME DELIMITED BY SPACE
               INTO EL-MESSAGE
           END-STRING
           MOVE "W" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EWH002" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

       7630-CHECK-IN-EVAC-ZONE.
           IF WS-TRY-X >= WS-ZN-MIN-X(WS-EVAC-ZONE-SUB)
               AND WS-TRY-X <= WS-ZN-MAX-X(WS-EVAC-ZONE-SUB)
               AND WS-TRY-Y >= WS-ZN-MIN-Y(WS-EVAC-ZONE-SUB)
               AND WS-TRY-Y <= WS-ZN-MAX-Y(WS-EVAC-ZONE-SUB)
               SET WS-IN-EVAC-ZONE TO TRUE
           END-IF.

      ******************************************************************
      *    7700-FIND-NEAREST-OPEN-CELL - SCAN THE GRID FOR THE
      *    NEAREST CELL (MANHATTAN) THE ROBOT MAY STAND ON: NO
      *    OBSTACLE, NO OTHER ROBOT, NO ZONE IT IS BARRED FROM, AND
      *    NO CLOSURE IN FORCE.
      ******************************************************************
       7700-FIND-NEAREST-OPEN-CELL.
           MOVE "N" TO WS-EVAC-FOUND-SW
           MOVE 99999 TO WS-BEST-EVAC-DIST
           PERFORM 7710-JUDGE-ONE-CELL
               VARYING WS-SCAN-Y FROM WS-GRID-MIN-Y BY 1
                   UNTIL WS-SCAN-Y > WS-GRID-MAX-Y
               AFTER WS-SCAN-X FROM WS-GRID-MIN-X BY 1
                   UNTIL WS-SCAN-X > WS-GRID-MAX-X.

       7710-JUDGE-ONE-CELL.
           COMPUTE WS-DOCK-DIFF = WS-SCAN-X - WS-R-X(WS-RX)
           IF WS-DOCK-DIFF < 0
               COMPUTE WS-DOCK-DIFF = 0 - WS-DOCK-DIFF
           END-IF
           MOVE WS-DOCK-DIFF TO WS-TRY-EVAC-DIST
           COMPUTE WS-DOCK-DIFF = WS-SCAN-Y - WS-R-Y(WS-RX)
           IF WS-DOCK-DIFF < 0
               COMPUTE WS-DOCK-DIFF = 0 - WS-DOCK-DIFF
           END-IF
           ADD WS-DOCK-DIFF TO WS-TRY-EVAC-DIST
           IF WS-TRY-EVAC-DIST < WS-BEST-EVAC-DIST
               MOVE WS-SCAN-X TO WS-TRY-X
               MOVE WS-SCAN-Y TO WS-TRY-Y
               PERFORM 2100-CHECK-COLLISION
               IF NOT WS-BLOCKED
                   PERFORM 2050-CHECK-OBSTACLE
               END-IF
               IF NOT WS-BLOCKED
                   PERFORM 2075-CHECK-ZONE
               END-IF
               IF NOT WS-BLOCKED
                   PERFORM 2070-CHECK-CLOSURE
               END-IF
               IF NOT WS-BLOCKED
                   SET WS-EVAC-FOUND TO TRUE
                   MOVE WS-TRY-EVAC-DIST TO WS-BEST-EVAC-DIST
                   MOVE WS-SCAN-X TO WS-EVAC-X
                   MOVE WS-SCAN-Y TO WS-EVAC-Y
               END-IF
           END-IF.

      ******************************************************************
      *    7800-STEP-TOWARD-EXIT - ONE GREEDY STEP TOWARD THE OPEN
      *    CELL, SIDESTEPPING TO THE OTHER AXIS WHEN BLOCKED, AS
      *    7400 DOES FOR A DOCK.
      ******************************************************************
       7800-STEP-TOWARD-EXIT.
           ADD 1 TO WS-DOCK-STEP-COUNT
           IF WS-R-X(WS-RX) NOT = WS-EVAC-X
               PERFORM 7810-POINT-EXIT-ALONG-X
               PERFORM 3000-ADVANCE-ROBOT
               IF WS-BLOCKED
                   AND WS-R-Y(WS-RX) NOT = WS-EVAC-Y
                   PERFORM 7820-POINT-EXIT-ALONG-Y
                   PERFORM 3000-ADVANCE-ROBOT
               END-IF
           ELSE
               PERFORM 7820-POINT-EXIT-ALONG-Y
               PERFORM 3000-ADVANCE-ROBOT
           END-IF
           IF WS-BLOCKED
               MOVE WS-DOCK-STEP-LIMIT TO WS-DOCK-STEP-COUNT
           END-IF.

       7810-POINT-EXIT-ALONG-X.
           IF WS-EVAC-X > WS-R-X(WS-RX)
               MOVE "east" TO WS-R-DIRECTION(WS-RX)
           ELSE
               MOVE "west" TO WS-R-DIRECTION(WS-RX)
           END-IF.

       7820-POINT-EXIT-ALONG-Y.
           IF WS-EVAC-Y > WS-R-Y(WS-RX)
               MOVE "north" TO WS-R-DIRECTION(WS-RX)
           ELSE
               MOVE "south" TO WS-R-DIRECTION(WS-RX)
           END-IF.

      ******************************************************************
      *    ENTRY "LOAD-FLEET" SEEDS THE IN-MEMORY FLEET TABLE FROM
      *    THE PERSISTENT ROBOT-MASTER FILE AT SHIFT START, SO A
      ******************************************************************
       ENTRY "LOAD-FLEET".
       LOAD-FLEET.
           MOVE "N" TO WS-FORCED-DOCK-SW
           MOVE ZERO TO WS-REFUSED-STEPS
           PERFORM 1050-ENSURE-MAP-LOADED
           OPEN INPUT ROBOT-MASTER-FILE
           IF WS-RM-FILE-STATUS = "00"
                   UNTIL WS-RM-FILE-STATUS NOT = "00"
               CLOSE ROBOT-MASTER-FILE
           END-IF
           PERFORM 1350-REFRESH-CLOSURES
           GOBACK.

       8100-READ-MASTER-RECORD.
      ******************************************************************
       ENTRY "DISPATCH-REPORT".
       DISPATCH-REPORT.
           PERFORM 1350-REFRESH-CLOSURES
           OPEN OUTPUT DISPATCH-REPORT-FILE
           PERFORM 5000-WRITE-ONE-ROBOT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-ROBOT-COUNT
                   VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
           END-IF
           IF WS-CLS-COUNT > ZERO
               MOVE WS-CLS-HEADING-LINE TO DISPATCH-REPORT-LINE
               WRITE DISPATCH-REPORT-LINE
               PERFORM 5200-WRITE-ONE-CLOSURE
                   VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
           END-IF
           IF WS-DSP-COUNT > ZERO
               MOVE WS-DSP-HEADING-LINE TO DISPATCH-REPORT-LINE
               WRITE DISPATCH-REPORT-LINE
               PERFORM 5300-WRITE-ONE-DISPLACED
                   VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > WS-DSP-COUNT
           END-IF
           IF WS-DSP-OVERFLOW-COUNT > ZERO
               MOVE WS-DSP-OVERFLOW-COUNT TO WS-DSO-COUNT
               MOVE WS-DSP-OVERFLOW-LINE TO DISPATCH-REPORT-LINE
               WRITE DISPATCH-REPORT-LINE
           END-IF
           CLOSE DISPATCH-REPORT-FILE
           GOBACK.

           MOVE WS-CHG-Y(WS-CHG-SUB) TO WS-CE-Y
           MOVE WS-CHG-EVENT-LINE TO DISPATCH-REPORT-LINE
           WRITE DISPATCH-REPORT-LINE.

      ******************************************************************
      *    5200-WRITE-ONE-CLOSURE - THE CLOSURE'S WINDOW, WHERE IT
      *    STANDS AT REPORT TIME, AND ITS REASON ON THE LINE BELOW.
      ******************************************************************
       5200-WRITE-ONE-CLOSURE.
           MOVE WS-CL-ZONE-CODE(WS-CLS-SUB) TO WS-CLL-ZONE-CODE
           MOVE WS-CL-START(WS-CLS-SUB) TO WS-CLL-START
           MOVE WS-CL-END(WS-CLS-SUB) TO WS-CLL-END
           EVALUATE TRUE
               WHEN WS-CL-ZONE-SUB(WS-CLS-SUB) = ZERO
                   MOVE "NO ZONE" TO WS-CLL-STATE
               WHEN WS-CL-IN-FORCE(WS-CLS-SUB)
                   MOVE "IN FORCE" TO WS-CLL-STATE
               WHEN WS-CLOCK-STAMP < WS-CL-START(WS-CLS-SUB)
                   MOVE "PENDING" TO WS-CLL-STATE
               WHEN OTHER
                   MOVE "ENDED" TO WS-CLL-STATE
           END-EVALUATE
           MOVE WS-CLS-LINE TO DISPATCH-REPORT-LINE
           WRITE DISPATCH-REPORT-LINE
           MOVE WS-CL-REASON(WS-CLS-SUB) TO WS-CLR-REASON
           MOVE WS-CLS-REASON-LINE TO DISPATCH-REPORT-LINE
           WRITE DISPATCH-REPORT-LINE.

       5300-WRITE-ONE-DISPLACED.
           MOVE WS-DSP-ROBOT-ID(WS-DSP-SUB) TO WS-DSL-ROBOT-ID
           MOVE WS-DSP-ZONE-CODE(WS-DSP-SUB) TO WS-DSL-ZONE-CODE
           MOVE WS-DSP-FROM-X(WS-DSP-SUB) TO WS-DSL-FROM-X
           MOVE WS-DSP-FROM-Y(WS-DSP-SUB) TO WS-DSL-FROM-Y
           MOVE WS-DSP-TO-X(WS-DSP-SUB) TO WS-DSL-TO-X
           MOVE WS-DSP-TO-Y(WS-DSP-SUB) TO WS-DSL-TO-Y
           MOVE WS-DSP-OUTCOME(WS-DSP-SUB) TO WS-DSL-OUTCOME
           MOVE WS-DSP-LINE TO DISPATCH-REPORT-LINE
           WRITE DISPATCH-REPORT-LINE.
