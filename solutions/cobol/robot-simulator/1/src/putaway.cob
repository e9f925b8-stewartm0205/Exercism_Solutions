       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUTAWAY.
       AUTHOR. WAREHOUSE-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PUTAWAY IS THE INBOUND RECEIVING AND PUTAWAY PLANNER.  IT
      *    READS THE DAY'S INBOUND SHIPMENT LINES (ITEM, QUANTITY,
      *    DOCK DOOR) AND, FOR EACH, SENDS THE NEAREST IN-SERVICE
      *    ROBOT TO THE DOOR AND ON TO A PUTAWAY CELL, WRITING THE
      *    ROUTE IN THE SAME ROBOTCMD LAYOUT PICKPLAN PRODUCES.
      *        THE CELL -- ONE ITEM PER CELL, AS ON THE ITEM LOCATION
      *            MASTER.  AN ITEM ALREADY SLOTTED GOES TO ITS OWN
      *            CELL, UP TO THE CELL'S FREE CAPACITY.  AN ITEM NOT
      *            YET SLOTTED TAKES THE NEAREST VACANT CELL (BLANK
      *            ITEM NUMBER) THE ROBOT CAN REACH FROM THE DOOR.  A
      *            VACANT CELL ON A ONE-WAY AISLE IS NEVER CHOSEN.
      *        THE ROUTE -- THE PICKPLAN BREADTH-FIRST SWEEP, WITH
      *            OBSTACLES AS WALLS, ONE-WAY CELLS ENTERED ONLY IN
      *            THEIR FLOW DIRECTION, AND ZONE CELLS OPEN ONLY TO
      *            A ROBOT AUTHORIZED FOR THE ZONE ON ZONEAUTH -- THE
      *            SAME CELLS THE SIMULATOR WOULD REFUSE.
      *    WHAT CANNOT BE PLACED -- ALL OF A LINE, OR THE PART OVER
      *    THE CELL'S FREE CAPACITY -- GOES TO THE EXCEPTION LIST
      *    WITH ITS REASON.  THE UPDATED ITEM LOCATION MASTER CARRIES
      *    THE NEW ON-HAND AND THE NEWLY SLOTTED ITEMS, AND THE
      *    RECEIVING REPORT TIES QUANTITY RECEIVED TO QUANTITY PUT
      *    AWAY PLUS QUANTITY EXCEPTED.  RETURN CODE 4 WHEN ANY
      *    QUANTITY WAS EXCEPTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO "INBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IB-FILE-STATUS.

           SELECT DOCK-DOOR-FILE ASSIGN TO "DOCKDOOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT ROBOT-MASTER-FILE ASSIGN TO "ROBOTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.

           SELECT WAREHOUSE-MAP-FILE ASSIGN TO "WHMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WM-FILE-STATUS.

           SELECT ZONE-AUTH-FILE ASSIGN TO "ZONEAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZA-FILE-STATUS.

           SELECT ITEM-LOCATION-FILE ASSIGN TO "ITEMLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IL-FILE-STATUS.

           SELECT ITEM-LOCATION-OUT ASSIGN TO "ITEMLOCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-FILE-STATUS.

           SELECT ROBOT-COMMANDS-FILE ASSIGN TO "ROBOTCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "PUTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.

           SELECT RECEIVING-REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  INBOUND-RECORD.
           05  IB-RECEIPT-ID            PIC X(08).
           05  IB-ITEM-NO               PIC X(10).
           05  IB-QUANTITY              PIC 9(05).
           05  IB-DOCK-DOOR             PIC X(02).

       FD  DOCK-DOOR-FILE.
       01  DOCK-DOOR-RECORD.
           05  DR-DOOR-ID               PIC X(02).
           05  DR-X                     PIC S999.
           05  DR-Y                     PIC S999.

       FD  ROBOT-MASTER-FILE.
       COPY ROBOTMST.

       FD  WAREHOUSE-MAP-FILE.
       COPY WHMAP.

       FD  ZONE-AUTH-FILE.
       COPY ZONEAUTH.

       FD  ITEM-LOCATION-FILE.
       COPY ITEMLOC.

       FD  ITEM-LOCATION-OUT.
       COPY ITEMLOC REPLACING ITEM-LOCATION-RECORD BY ITEM-OUT-RECORD
           IL-ITEM-NO BY IO-ITEM-NO
           IL-X BY IO-X
           IL-Y BY IO-Y
           IL-CAPACITY BY IO-CAPACITY
           IL-ON-HAND BY IO-ON-HAND.

       FD  ROBOT-COMMANDS-FILE.
       01  ROBOT-COMMAND-RECORD.
           05  RC-ROBOT-ID              PIC X(06).
           05  RC-START-X               PIC S999.
           05  RC-START-Y               PIC S999.
           05  RC-START-DIRECTION       PIC X(20).
           05  RC-INSTRUCTIONS          PIC X(60).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-RECEIPT-ID            PIC X(08).
           05  FILLER                   PIC X(01).
           05  EX-ITEM-NO               PIC X(10).
           05  FILLER                   PIC X(01).
           05  EX-DOCK-DOOR             PIC X(02).
           05  FILLER                   PIC X(01).
           05  EX-RECEIVED              PIC 9(05).
           05  FILLER                   PIC X(01).
           05  EX-NOT-PLACED            PIC 9(05).
           05  FILLER                   PIC X(01).
           05  EX-REASON                PIC X(40).
           05  FILLER                   PIC X(05).

       FD  RECEIVING-REPORT-FILE.
       01  RECEIVING-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IB-FILE-STATUS            PIC XX.
       01  WS-DR-FILE-STATUS            PIC XX.
       01  WS-RM-FILE-STATUS            PIC XX.
       01  WS-WM-FILE-STATUS            PIC XX.
       01  WS-ZA-FILE-STATUS            PIC XX.
       01  WS-IL-FILE-STATUS            PIC XX.
       01  WS-IO-FILE-STATUS            PIC XX.
       01  WS-RC-FILE-STATUS            PIC XX.
       01  WS-EX-FILE-STATUS            PIC XX.
       01  WS-RR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

       COPY GRIDCFG.

      *    DOCK DOORS: WHERE EACH DOOR'S PALLETS ARE COLLECTED.
       01  WS-DOOR-MAX                  PIC 9(02) VALUE 20.
       01  WS-DOOR-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-DOOR-TABLE.
           05  WS-DOOR-ENTRY OCCURS 20 TIMES.
               10  WS-D-DOOR-ID         PIC X(02).
               10  WS-D-X               PIC S999.
               10  WS-D-Y               PIC S999.
       01  WS-DOOR-SUB                  PIC 9(02).
       01  WS-DOOR-FOUND-SUB            PIC 9(02).

      *    THE WHOLE ITEM LOCATION MASTER, UPDATED IN PLACE AND
      *    WRITTEN BACK OUT AT THE END.  A BLANK ITEM NUMBER IS A
      *    VACANT CELL.
       01  WS-SLOT-MAX                  PIC 9(04) VALUE 1000.
       01  WS-SLOT-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 1000 TIMES.
               10  WS-S-ITEM-NO         PIC X(10).
               10  WS-S-X               PIC S999.
               10  WS-S-Y               PIC S999.
               10  WS-S-CAPACITY        PIC 9(05).
               10  WS-S-ON-HAND         PIC 9(05).
       01  WS-SLOT-SUB                  PIC 9(04).
       01  WS-SLOT-FOUND-SUB            PIC 9(04).
       01  WS-BEST-SLOT-DIST            PIC 9(04).

      *    FLEET TABLE SEEDED FROM THE ROBOT-MASTER FILE.  EACH
      *    ROBOT'S PLANNED POSITION AND FACING MOVE WITH ITS
      *    PUTAWAYS, SO ITS NEXT ONE STARTS WHERE THE LAST ENDED.
       01  WS-FLEET-MAX                 PIC 9(03) VALUE 50.
       01  WS-FLEET-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-FLEET-TABLE.
           05  WS-FLEET-ENTRY OCCURS 50 TIMES INDEXED BY WS-FX.
               10  WS-F-ROBOT-ID        PIC X(06).
               10  WS-F-X               PIC S999.
               10  WS-F-Y               PIC S999.
               10  WS-F-DIR-NO          PIC 9.

      *    OBSTACLES AND ONE-WAY AISLE CELLS FROM THE WAREHOUSE MAP,
      *    AS PICKPLAN HOLDS THEM.
       01  WS-OBST-MAX                  PIC 9(03) VALUE 50.
       01  WS-OBST-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-OBST-TABLE.
           05  WS-OBST-ENTRY OCCURS 50 TIMES INDEXED BY WS-OX.
               10  WS-OBST-X            PIC S999.
               10  WS-OBST-Y            PIC S999.
       01  WS-ONEW-MAX                  PIC 9(03) VALUE 50.
       01  WS-ONEW-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-ONEW-TABLE.
           05  WS-ONEW-ENTRY OCCURS 50 TIMES INDEXED BY WS-OWX.
               10  WS-ONEW-X            PIC S999.
               10  WS-ONEW-Y            PIC S999.
               10  WS-ONEW-DIR-NO       PIC 9.

      *    RESTRICTED ZONES FROM THE WAREHOUSE MAP AND THE ROBOT
      *    AUTHORIZATIONS FROM THE ZONE-AUTHORIZATION FILE, AS THE
      *    SIMULATOR HOLDS THEM.  NO FILE MEANS NO ROBOT IS
      *    AUTHORIZED FOR ANY ZONE.
       01  WS-ZONE-MAX                  PIC 9(02) VALUE 10.
       01  WS-ZONE-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-ZONE-TABLE.
           05  WS-ZONE-ENTRY OCCURS 10 TIMES.
               10  WS-ZN-CODE           PIC X(04).
               10  WS-ZN-MIN-X          PIC S999.
               10  WS-ZN-MIN-Y          PIC S999.
               10  WS-ZN-MAX-X          PIC S999.
               10  WS-ZN-MAX-Y          PIC S999.
       01  WS-ZONE-SUB                  PIC 9(02).
       01  WS-AUTH-MAX                  PIC 9(03) VALUE 100.
       01  WS-AUTH-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 100 TIMES.
               10  WS-AU-ROBOT-ID       PIC X(06).
               10  WS-AU-ZONE-CODE      PIC X(04).
       01  WS-AUTH-SUB                  PIC 9(03).
       01  WS-AUTHORIZED-SW             PIC X.
           88  WS-AUTHORIZED            VALUE "Y".

      *    BREADTH-FIRST SWEEP STATE, FLATTENED ONTO ONE SUBSCRIPT AS
      *    IN PICKPLAN.  THE SWEEP FLOODS THE WHOLE REACHABLE FLOOR
      *    SO THE NEAREST VACANT CELL CAN BE CHOSEN BY DISTANCE.
       01  WS-GRID-WIDTH                PIC 9(03).
       01  WS-GRID-HEIGHT               PIC 9(03).
       01  WS-CELL-LIMIT                PIC 9(04).
       01  WS-CELLS-NEEDED              PIC 9(07).
       01  WS-VISIT-TABLE.
           05  WS-VISITED               PIC X OCCURS 2500 TIMES.
       01  WS-PARENT-TABLE.
           05  WS-PARENT-DIR            PIC 9 OCCURS 2500 TIMES.
       01  WS-DIST-TABLE.
           05  WS-CELL-DIST             PIC 9(04) OCCURS 2500 TIMES.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-CELL OCCURS 2500 TIMES.
               10  WS-Q-X               PIC S999.
               10  WS-Q-Y               PIC S999.
       01  WS-QUEUE-HEAD                PIC 9(04).
       01  WS-QUEUE-TAIL                PIC 9(04).
       01  WS-START-X                   PIC S999.
       01  WS-START-Y                   PIC S999.
       01  WS-TARGET-X                  PIC S999.
       01  WS-TARGET-Y                  PIC S999.
       01  WS-CUR-X                     PIC S999.
       01  WS-CUR-Y                     PIC S999.
       01  WS-TRY-X                     PIC S999.
       01  WS-TRY-Y                     PIC S999.
       01  WS-CELL-SUB                  PIC 9(04).
       01  WS-FROM-CELL-SUB             PIC 9(04).
       01  WS-DIR-SUB                   PIC 9.
       01  WS-CELL-BLOCKED-SW           PIC X.
           88  WS-CELL-BLOCKED          VALUE "Y".

      *    THE TWO LEGS OF ONE PUTAWAY -- ROBOT TO DOOR, DOOR TO
      *    CELL -- EACH STACKED TARGET-FIRST AS PICKPLAN STACKS A
      *    ROUTE, HELD UNTIL BOTH ARE KNOWN GOOD.
       01  WS-ROUTE-MAX                 PIC 9(04) VALUE 2500.
       01  WS-ROUTE-LENGTH              PIC 9(04).
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-MOVE            PIC 9 OCCURS 2500 TIMES.
       01  WS-DOOR-LEG-LENGTH           PIC 9(04).
       01  WS-DOOR-LEG-TABLE            PIC X(2500).
       01  WS-CELL-LEG-LENGTH           PIC 9(04).
       01  WS-CELL-LEG-TABLE            PIC X(2500).
       01  WS-ROUTE-SUB                 PIC 9(04).
       01  WS-BACK-X                    PIC S999.
       01  WS-BACK-Y                    PIC S999.
       01  WS-HEADING                   PIC 9.
       01  WS-TURN-DIFF                 PIC 9.

      *    THE INSTRUCTION STREAM UNDER CONSTRUCTION FOR ONE LEG,
      *    FLUSHED TO ROBOTCMD RECORDS 60 CHARACTERS AT A TIME.
       01  WS-INSTR-BUFFER              PIC X(60).
       01  WS-INSTR-TABLE REDEFINES WS-INSTR-BUFFER.
           05  WS-INSTR-CHAR            PIC X OCCURS 60 TIMES.
       01  WS-INSTR-LEN                 PIC 9(02).

       01  WS-ASSIGNED-SUB              PIC 9(03).
       01  WS-BEST-DISTANCE             PIC 9(05).
       01  WS-TRY-DISTANCE              PIC 9(05).
       01  WS-DIFF-WORK                 PIC S9(04).
       01  WS-FREE-CAPACITY             PIC 9(05).
       01  WS-PUT-QUANTITY              PIC 9(05).
       01  WS-EXCEPT-QUANTITY           PIC 9(05).
       01  WS-REASON                    PIC X(40).

       01  WS-RECEIPT-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-RECEIVED            PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-PUT-AWAY            PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-EXCEPTED            PIC 9(09) VALUE ZERO.
       01  WS-TIE-OUT                   PIC 9(09).

      *    COMPASS DIRECTION NUMBERS: 1 NORTH, 2 EAST, 3 SOUTH,
      *    4 WEST, MATCHING THE SIMULATOR'S LOWER-CASE NAMES.
       01  WS-DIR-NAME-DATA.
           05  FILLER                   PIC X(20) VALUE "north".
           05  FILLER                   PIC X(20) VALUE "east".
           05  FILLER                   PIC X(20) VALUE "south".
           05  FILLER                   PIC X(20) VALUE "west".
       01  WS-DIR-NAME-TABLE REDEFINES WS-DIR-NAME-DATA.
           05  WS-DIR-NAME              PIC X(20) OCCURS 4 TIMES.

       01  WS-TITLE-LINE                PIC X(80) VALUE
           "INBOUND RECEIVING AND PUTAWAY REPORT".
       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(36) VALUE
               "RECEIPT   ITEM        DR  RECEIVED  ".
           05  FILLER                   PIC X(36) VALUE
               "PUT AWAY  CELL         ROBOT".

       01  WS-DETAIL-LINE.
           05  WS-L-RECEIPT-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-L-ITEM-NO             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-L-DOCK-DOOR           PIC X(02).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-L-RECEIVED            PIC ZZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-L-PUT-AWAY            PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-L-CELL.
               10  FILLER               PIC X(01) VALUE "(".
               10  WS-L-X               PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ",".
               10  WS-L-Y               PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ")".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-L-ROBOT-ID            PIC X(06).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(20) VALUE
               "RECEIPT LINES       ".
           05  WS-T-RECEIPTS            PIC ZZZZ9.
           05  FILLER                   PIC X(20) VALUE
               "   WITH EXCEPTIONS  ".
           05  WS-T-EXCEPTIONS          PIC ZZZZ9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(20) VALUE
               "QUANTITY RECEIVED   ".
           05  WS-T-RECEIVED            PIC ZZZZZZZZ9.
       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(20) VALUE
               "QUANTITY PUT AWAY   ".
           05  WS-T-PUT-AWAY            PIC ZZZZZZZZ9.
       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(20) VALUE
               "QUANTITY EXCEPTED   ".
           05  WS-T-EXCEPTED            PIC ZZZZZZZZ9.
       01  WS-TIE-OUT-LINE.
           05  FILLER                   PIC X(34) VALUE
               "RECEIVED = PUT AWAY + EXCEPTED -- ".
           05  WS-T-BALANCE             PIC X(14).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PUT-AWAY-ONE-RECEIPT
               UNTIL WS-EOF
           PERFORM 8000-WRITE-ITEM-MASTER
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - LOAD THE FLEET, THE MAP, THE ZONE
      *    AUTHORIZATIONS, THE DOCK DOORS AND THE ITEM LOCATION
      *    MASTER, SIZE THE SEARCH GRID, AND PRIME THE INBOUND READ.
      *    NO INBOUND FILE, NO DOOR FILE, NO ITEM MASTER, OR AN ITEM
      *    MASTER PAST THE TABLE (WHICH WOULD BE WRITTEN BACK SHORT)
      *    REFUSES THE RUN.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ROBOT-MASTER-FILE
           IF WS-RM-FILE-STATUS = "00"
               PERFORM 1100-READ-ROBOT
               PERFORM 1200-STORE-ROBOT
                   UNTIL WS-RM-FILE-STATUS NOT = "00"
               CLOSE ROBOT-MASTER-FILE
           END-IF
           OPEN INPUT WAREHOUSE-MAP-FILE
           IF WS-WM-FILE-STATUS = "00"
               PERFORM 1300-READ-MAP-RECORD
               PERFORM 1400-APPLY-MAP-RECORD
                   UNTIL WS-WM-FILE-STATUS NOT = "00"
               CLOSE WAREHOUSE-MAP-FILE
           END-IF
           OPEN INPUT ZONE-AUTH-FILE
           IF WS-ZA-FILE-STATUS = "00"
               PERFORM 1500-READ-ZONE-AUTH
               PERFORM 1510-STORE-ZONE-AUTH
                   UNTIL WS-ZA-FILE-STATUS NOT = "00"
               CLOSE ZONE-AUTH-FILE
           END-IF
           OPEN INPUT DOCK-DOOR-FILE
           IF WS-DR-FILE-STATUS NOT = "00"
               DISPLAY "PUTAWAY REFUSED -- NO DOCK DOOR FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1600-READ-DOCK-DOOR
           PERFORM 1610-STORE-DOCK-DOOR
               UNTIL WS-DR-FILE-STATUS NOT = "00"
           CLOSE DOCK-DOOR-FILE
           OPEN INPUT ITEM-LOCATION-FILE
           IF WS-IL-FILE-STATUS NOT = "00"
               DISPLAY "PUTAWAY REFUSED -- NO ITEM LOCATION MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1700-READ-ITEM-LOCATION
           PERFORM 1710-STORE-ITEM-LOCATION
               UNTIL WS-IL-FILE-STATUS NOT = "00"
           CLOSE ITEM-LOCATION-FILE
           COMPUTE WS-GRID-WIDTH =
               WS-GRID-MAX-X - WS-GRID-MIN-X + 1
           COMPUTE WS-GRID-HEIGHT =
               WS-GRID-MAX-Y - WS-GRID-MIN-Y + 1
           COMPUTE WS-CELLS-NEEDED = WS-GRID-WIDTH * WS-GRID-HEIGHT
           IF WS-CELLS-NEEDED > 2500
               DISPLAY "PUTAWAY REFUSED -- FLOOR OF " WS-CELLS-NEEDED
                   " CELLS EXCEEDS THE 2500-CELL SEARCH TABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CELLS-NEEDED TO WS-CELL-LIMIT
           OPEN INPUT INBOUND-FILE
           IF WS-IB-FILE-STATUS NOT = "00"
               DISPLAY "PUTAWAY REFUSED -- NO INBOUND SHIPMENT FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ROBOT-COMMANDS-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT RECEIVING-REPORT-FILE
           MOVE WS-TITLE-LINE TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           MOVE SPACES TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           MOVE WS-COLUMN-LINE TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           PERFORM 1800-READ-INBOUND.

       1100-READ-ROBOT.
           READ ROBOT-MASTER-FILE
               AT END
                   MOVE "10" TO WS-RM-FILE-STATUS
           END-READ.

       1200-STORE-ROBOT.
           IF RM-IN-SERVICE AND WS-FLEET-COUNT < WS-FLEET-MAX
               ADD 1 TO WS-FLEET-COUNT
               SET WS-FX TO WS-FLEET-COUNT
               MOVE RM-ROBOT-ID TO WS-F-ROBOT-ID(WS-FX)
               MOVE RM-X TO WS-F-X(WS-FX)
               MOVE RM-Y TO WS-F-Y(WS-FX)
               EVALUATE RM-DIRECTION
                   WHEN "east"
                       MOVE 2 TO WS-F-DIR-NO(WS-FX)
                   WHEN "south"
                       MOVE 3 TO WS-F-DIR-NO(WS-FX)
                   WHEN "west"
                       MOVE 4 TO WS-F-DIR-NO(WS-FX)
                   WHEN OTHER
                       MOVE 1 TO WS-F-DIR-NO(WS-FX)
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-ROBOT.

       1300-READ-MAP-RECORD.
           READ WAREHOUSE-MAP-FILE
               AT END
                   MOVE "10" TO WS-WM-FILE-STATUS
           END-READ.

       1400-APPLY-MAP-RECORD.
           EVALUATE WM-RECORD-TYPE
               WHEN "GMIN"
                   MOVE WM-X TO WS-GRID-MIN-X
                   MOVE WM-Y TO WS-GRID-MIN-Y
               WHEN "GMAX"
                   MOVE WM-X TO WS-GRID-MAX-X
                   MOVE WM-Y TO WS-GRID-MAX-Y
               WHEN "OBST"
                   IF WS-OBST-COUNT < WS-OBST-MAX
                       ADD 1 TO WS-OBST-COUNT
                       SET WS-OX TO WS-OBST-COUNT
                       MOVE WM-X TO WS-OBST-X(WS-OX)
                       MOVE WM-Y TO WS-OBST-Y(WS-OX)
                   END-IF
               WHEN "ONEW"
                   IF WS-ONEW-COUNT < WS-ONEW-MAX
                       ADD 1 TO WS-ONEW-COUNT
                       SET WS-OWX TO WS-ONEW-COUNT
                       MOVE WM-X TO WS-ONEW-X(WS-OWX)
                       MOVE WM-Y TO WS-ONEW-Y(WS-OWX)
                       EVALUATE WM-ZONE-CODE(1:1)
                           WHEN "E"
                               MOVE 2 TO WS-ONEW-DIR-NO(WS-OWX)
                           WHEN "S"
                               MOVE 3 TO WS-ONEW-DIR-NO(WS-OWX)
                           WHEN "W"
                               MOVE 4 TO WS-ONEW-DIR-NO(WS-OWX)
                           WHEN OTHER
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

       1500-READ-ZONE-AUTH.
           READ ZONE-AUTH-FILE
               AT END
                   MOVE "10" TO WS-ZA-FILE-STATUS
           END-READ.

       1510-STORE-ZONE-AUTH.
           IF WS-AUTH-COUNT < WS-AUTH-MAX
               ADD 1 TO WS-AUTH-COUNT
               MOVE ZA-ROBOT-ID TO WS-AU-ROBOT-ID(WS-AUTH-COUNT)
               MOVE ZA-ZONE-CODE TO WS-AU-ZONE-CODE(WS-AUTH-COUNT)
           END-IF
           PERFORM 1500-READ-ZONE-AUTH.

       1600-READ-DOCK-DOOR.
           READ DOCK-DOOR-FILE
               AT END
                   MOVE "10" TO WS-DR-FILE-STATUS
           END-READ.

       1610-STORE-DOCK-DOOR.
           IF WS-DOOR-COUNT < WS-DOOR-MAX
               ADD 1 TO WS-DOOR-COUNT
               MOVE DR-DOOR-ID TO WS-D-DOOR-ID(WS-DOOR-COUNT)
               MOVE DR-X TO WS-D-X(WS-DOOR-COUNT)
               MOVE DR-Y TO WS-D-Y(WS-DOOR-COUNT)
           END-IF
           PERFORM 1600-READ-DOCK-DOOR.

       1700-READ-ITEM-LOCATION.
           READ ITEM-LOCATION-FILE
               AT END
                   MOVE "10" TO WS-IL-FILE-STATUS
           END-READ.

       1710-STORE-ITEM-LOCATION.
           IF WS-SLOT-COUNT < WS-SLOT-MAX
               ADD 1 TO WS-SLOT-COUNT
               MOVE IL-ITEM-NO TO WS-S-ITEM-NO(WS-SLOT-COUNT)
               MOVE IL-X TO WS-S-X(WS-SLOT-COUNT)
               MOVE IL-Y TO WS-S-Y(WS-SLOT-COUNT)
               MOVE IL-CAPACITY TO WS-S-CAPACITY(WS-SLOT-COUNT)
               MOVE IL-ON-HAND TO WS-S-ON-HAND(WS-SLOT-COUNT)
           ELSE
               DISPLAY "PUTAWAY REFUSED -- ITEM MASTER PAST THE "
                   "1000-CELL TABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1700-READ-ITEM-LOCATION.

       1800-READ-INBOUND.
           READ INBOUND-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-PUT-AWAY-ONE-RECEIPT - ASSIGN THE ROBOT NEAREST THE
      *    DOOR, ROUTE IT TO THE DOOR, CHOOSE AND ROUTE TO THE CELL,
      *    THEN EMIT BOTH LEGS AND BOOK THE QUANTITY INTO THE CELL.
      *    ANY QUANTITY NOT PLACED GOES TO THE EXCEPTION LIST.
      ******************************************************************
       2000-PUT-AWAY-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT
           MOVE ZERO TO WS-PUT-QUANTITY
           MOVE ZERO TO WS-SLOT-FOUND-SUB
           MOVE ZERO TO WS-ASSIGNED-SUB
           MOVE SPACES TO WS-REASON
           IF IB-QUANTITY NUMERIC
               ADD IB-QUANTITY TO WS-TOTAL-RECEIVED
           END-IF
           PERFORM 2050-FIND-DOCK-DOOR
           EVALUATE TRUE
               WHEN IB-QUANTITY NOT NUMERIC OR IB-QUANTITY = ZERO
                   MOVE "QUANTITY MISSING OR NOT NUMERIC"
                       TO WS-REASON
               WHEN IB-ITEM-NO = SPACES
                   MOVE "NO ITEM NUMBER" TO WS-REASON
               WHEN WS-FLEET-COUNT = ZERO
                   MOVE "NO IN-SERVICE ROBOTS" TO WS-REASON
               WHEN WS-DOOR-FOUND-SUB = ZERO
                   MOVE "DOCK DOOR NOT ON THE DOOR FILE" TO WS-REASON
               WHEN OTHER
                   PERFORM 2100-ASSIGN-NEAREST-ROBOT
                   PERFORM 2200-ROUTE-TO-DOOR
                   IF WS-REASON = SPACES
                       PERFORM 2300-CHOOSE-CELL
                   END-IF
           END-EVALUATE
           IF WS-PUT-QUANTITY > ZERO
               PERFORM 2400-COMMIT-PUTAWAY
           END-IF
           IF IB-QUANTITY NUMERIC
               IF IB-QUANTITY > WS-PUT-QUANTITY
                   COMPUTE WS-EXCEPT-QUANTITY =
                       IB-QUANTITY - WS-PUT-QUANTITY
                   PERFORM 6000-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE ZERO TO WS-EXCEPT-QUANTITY
               PERFORM 6000-WRITE-EXCEPTION
           END-IF
           PERFORM 7000-WRITE-DETAIL-LINE
           PERFORM 1800-READ-INBOUND.

       2050-FIND-DOCK-DOOR.
           MOVE ZERO TO WS-DOOR-FOUND-SUB
           PERFORM 2060-CHECK-ONE-DOOR
               VARYING WS-DOOR-SUB FROM 1 BY 1
               UNTIL WS-DOOR-SUB > WS-DOOR-COUNT
                   OR WS-DOOR-FOUND-SUB > ZERO.

       2060-CHECK-ONE-DOOR.
           IF WS-D-DOOR-ID(WS-DOOR-SUB) = IB-DOCK-DOOR
               MOVE WS-DOOR-SUB TO WS-DOOR-FOUND-SUB
           END-IF.

      ******************************************************************
      *    2100-ASSIGN-NEAREST-ROBOT - STRAIGHT-LINE (MANHATTAN)
      *    DISTANCE TO THE DOOR PICKS THE ROBOT, AS PICKPLAN PICKS
      *    ONE FOR A PICK.  TIES GO TO THE LOWEST FLEET SLOT.
      ******************************************************************
       2100-ASSIGN-NEAREST-ROBOT.
           MOVE ZERO TO WS-ASSIGNED-SUB
           MOVE 99999 TO WS-BEST-DISTANCE
           PERFORM 2110-JUDGE-ONE-ROBOT
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FLEET-COUNT.

       2110-JUDGE-ONE-ROBOT.
           COMPUTE WS-DIFF-WORK =
               WS-F-X(WS-FX) - WS-D-X(WS-DOOR-FOUND-SUB)
           IF WS-DIFF-WORK < 0
               COMPUTE WS-DIFF-WORK = 0 - WS-DIFF-WORK
           END-IF
           MOVE WS-DIFF-WORK TO WS-TRY-DISTANCE
           COMPUTE WS-DIFF-WORK =
               WS-F-Y(WS-FX) - WS-D-Y(WS-DOOR-FOUND-SUB)
           IF WS-DIFF-WORK < 0
               COMPUTE WS-DIFF-WORK = 0 - WS-DIFF-WORK
           END-IF
           ADD WS-DIFF-WORK TO WS-TRY-DISTANCE
           IF WS-TRY-DISTANCE < WS-BEST-DISTANCE
               MOVE WS-TRY-DISTANCE TO WS-BEST-DISTANCE
               SET WS-ASSIGNED-SUB TO WS-FX
           END-IF.

      ******************************************************************
      *    2200-ROUTE-TO-DOOR - FIRST LEG, FROM THE ROBOT'S PLANNED
      *    POSITION TO THE DOOR CELL.
      ******************************************************************
       2200-ROUTE-TO-DOOR.
           SET WS-FX TO WS-ASSIGNED-SUB
           MOVE WS-F-X(WS-FX) TO WS-START-X
           MOVE WS-F-Y(WS-FX) TO WS-START-Y
           PERFORM 3000-SWEEP-FROM-START
           MOVE WS-D-X(WS-DOOR-FOUND-SUB) TO WS-TARGET-X
           MOVE WS-D-Y(WS-DOOR-FOUND-SUB) TO WS-TARGET-Y
           PERFORM 3600-CHECK-TARGET-REACHED
           IF WS-CELL-DIST(WS-CELL-SUB) = 9999
               MOVE "NO ROUTE FROM ROBOT TO DOCK DOOR" TO WS-REASON
           ELSE
               PERFORM 3500-WALK-ROUTE-BACKWARD
               MOVE WS-ROUTE-LENGTH TO WS-DOOR-LEG-LENGTH
               MOVE WS-ROUTE-TABLE TO WS-DOOR-LEG-TABLE
           END-IF.

      ******************************************************************
      *    2300-CHOOSE-CELL - SECOND LEG, SWEPT FROM THE DOOR.  AN
      *    ITEM ALREADY SLOTTED GOES TO ITS OWN CELL OR NOWHERE; AN
      *    ITEM NOT YET SLOTTED TAKES THE NEAREST REACHABLE VACANT
      *    CELL OFF THE ONE-WAY AISLES.  THE QUANTITY PUT AWAY IS
      *    WHAT THE CELL'S FREE CAPACITY TAKES.
      ******************************************************************
       2300-CHOOSE-CELL.
           MOVE WS-D-X(WS-DOOR-FOUND-SUB) TO WS-START-X
           MOVE WS-D-Y(WS-DOOR-FOUND-SUB) TO WS-START-Y
           PERFORM 3000-SWEEP-FROM-START
           PERFORM 2310-FIND-ITEM-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                   OR WS-SLOT-FOUND-SUB > ZERO
           IF WS-SLOT-FOUND-SUB > ZERO
               PERFORM 2320-CHECK-ITEM-SLOT
           ELSE
               MOVE 9999 TO WS-BEST-SLOT-DIST
               PERFORM 2330-JUDGE-ONE-VACANT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
               IF WS-SLOT-FOUND-SUB = ZERO
                   MOVE "NO VACANT CELL THE ROBOT CAN REACH"
                       TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               COMPUTE WS-FREE-CAPACITY =
                   WS-S-CAPACITY(WS-SLOT-FOUND-SUB)
                   - WS-S-ON-HAND(WS-SLOT-FOUND-SUB)
               IF WS-FREE-CAPACITY < IB-QUANTITY
                   MOVE WS-FREE-CAPACITY TO WS-PUT-QUANTITY
                   MOVE "QUANTITY OVER THE CELL'S FREE CAPACITY"
                       TO WS-REASON
               ELSE
                   MOVE IB-QUANTITY TO WS-PUT-QUANTITY
               END-IF
               MOVE WS-S-X(WS-SLOT-FOUND-SUB) TO WS-TARGET-X
               MOVE WS-S-Y(WS-SLOT-FOUND-SUB) TO WS-TARGET-Y
               PERFORM 3600-CHECK-TARGET-REACHED
               PERFORM 3500-WALK-ROUTE-BACKWARD
               MOVE WS-ROUTE-LENGTH TO WS-CELL-LEG-LENGTH
               MOVE WS-ROUTE-TABLE TO WS-CELL-LEG-TABLE
           END-IF.

       2310-FIND-ITEM-SLOT.
           IF WS-S-ITEM-NO(WS-SLOT-SUB) = IB-ITEM-NO
               MOVE WS-SLOT-SUB TO WS-SLOT-FOUND-SUB
           END-IF.

      ******************************************************************
      *    2320-CHECK-ITEM-SLOT - THE ITEM'S OWN CELL MUST BE ON THE
      *    GRID, INSIDE THE ROBOT'S AUTHORIZATION, REACHABLE, AND
      *    NOT ALREADY FULL.
      ******************************************************************
       2320-CHECK-ITEM-SLOT.
           MOVE WS-S-X(WS-SLOT-FOUND-SUB) TO WS-TRY-X
           MOVE WS-S-Y(WS-SLOT-FOUND-SUB) TO WS-TRY-Y
           MOVE "N" TO WS-CELL-BLOCKED-SW
           PERFORM 3440-CHECK-ONE-ZONE
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                   OR WS-CELL-BLOCKED
           EVALUATE TRUE
               WHEN WS-TRY-X < WS-GRID-MIN-X
                   OR WS-TRY-X > WS-GRID-MAX-X
                   OR WS-TRY-Y < WS-GRID-MIN-Y
                   OR WS-TRY-Y > WS-GRID-MAX-Y
                   MOVE "ITEM'S CELL IS OFF THE GRID" TO WS-REASON
               WHEN WS-CELL-BLOCKED
                   MOVE "ITEM'S CELL IN A ZONE ROBOT CANNOT ENTER"
                       TO WS-REASON
               WHEN WS-S-ON-HAND(WS-SLOT-FOUND-SUB)
                   NOT < WS-S-CAPACITY(WS-SLOT-FOUND-SUB)
                   MOVE "ITEM'S CELL IS FULL" TO WS-REASON
               WHEN OTHER
                   MOVE WS-TRY-X TO WS-CUR-X
                   MOVE WS-TRY-Y TO WS-CUR-Y
                   PERFORM 3100-NUMBER-THE-CELL
                   IF WS-CELL-DIST(WS-CELL-SUB) = 9999
                       MOVE "NO ROUTE FROM DOOR TO ITEM'S CELL"
                           TO WS-REASON
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *    2330-JUDGE-ONE-VACANT - A VACANT CELL WITH ROOM, ON THE
      *    GRID, OFF THE ONE-WAY AISLES, AND REACHED BY THE SWEEP
      *    (WHICH ALREADY KEEPS OUT OF ZONES THE ROBOT MAY NOT
      *    ENTER).  THE NEAREST WINS; TIES GO TO FILE ORDER.
      ******************************************************************
       2330-JUDGE-ONE-VACANT.
           IF WS-S-ITEM-NO(WS-SLOT-SUB) = SPACES
               AND WS-S-CAPACITY(WS-SLOT-SUB) > ZERO
               AND WS-S-X(WS-SLOT-SUB) >= WS-GRID-MIN-X
               AND WS-S-X(WS-SLOT-SUB) <= WS-GRID-MAX-X
               AND WS-S-Y(WS-SLOT-SUB) >= WS-GRID-MIN-Y
               AND WS-S-Y(WS-SLOT-SUB) <= WS-GRID-MAX-Y
               MOVE WS-S-X(WS-SLOT-SUB) TO WS-TRY-X
               MOVE WS-S-Y(WS-SLOT-SUB) TO WS-TRY-Y
               MOVE "N" TO WS-CELL-BLOCKED-SW
               PERFORM 2340-CHECK-ONE-AISLE-CELL
                   VARYING WS-OWX FROM 1 BY 1
                   UNTIL WS-OWX > WS-ONEW-COUNT
               MOVE WS-TRY-X TO WS-CUR-X
               MOVE WS-TRY-Y TO WS-CUR-Y
               PERFORM 3100-NUMBER-THE-CELL
               IF NOT WS-CELL-BLOCKED
                   AND WS-CELL-DIST(WS-CELL-SUB) < WS-BEST-SLOT-DIST
                   MOVE WS-CELL-DIST(WS-CELL-SUB)
                       TO WS-BEST-SLOT-DIST
                   MOVE WS-SLOT-SUB TO WS-SLOT-FOUND-SUB
               END-IF
           END-IF.

       2340-CHECK-ONE-AISLE-CELL.
           IF WS-ONEW-X(WS-OWX) = WS-TRY-X
               AND WS-ONEW-Y(WS-OWX) = WS-TRY-Y
               SET WS-CELL-BLOCKED TO TRUE
           END-IF.

      ******************************************************************
      *    2400-COMMIT-PUTAWAY - EMIT BOTH LEGS FOR THE ASSIGNED
      *    ROBOT, BOOK THE QUANTITY INTO THE CELL, AND SLOT THE ITEM
      *    THERE IF THE CELL WAS VACANT.
      ******************************************************************
       2400-COMMIT-PUTAWAY.
           MOVE WS-DOOR-LEG-LENGTH TO WS-ROUTE-LENGTH
           MOVE WS-DOOR-LEG-TABLE TO WS-ROUTE-TABLE
           MOVE WS-D-X(WS-DOOR-FOUND-SUB) TO WS-TARGET-X
           MOVE WS-D-Y(WS-DOOR-FOUND-SUB) TO WS-TARGET-Y
           PERFORM 4000-EMIT-INSTRUCTIONS
           MOVE WS-CELL-LEG-LENGTH TO WS-ROUTE-LENGTH
           MOVE WS-CELL-LEG-TABLE TO WS-ROUTE-TABLE
           MOVE WS-S-X(WS-SLOT-FOUND-SUB) TO WS-TARGET-X
           MOVE WS-S-Y(WS-SLOT-FOUND-SUB) TO WS-TARGET-Y
           PERFORM 4000-EMIT-INSTRUCTIONS
           MOVE IB-ITEM-NO TO WS-S-ITEM-NO(WS-SLOT-FOUND-SUB)
           ADD WS-PUT-QUANTITY TO WS-S-ON-HAND(WS-SLOT-FOUND-SUB)
           ADD WS-PUT-QUANTITY TO WS-TOTAL-PUT-AWAY.

      ******************************************************************
      *    3000-SWEEP-FROM-START - BREADTH-FIRST FLOOD FROM THE START
      *    CELL OVER EVERY CELL THE ASSIGNED ROBOT MAY ENTER.  EACH
      *    REACHED CELL KEEPS ITS DISTANCE AND THE COMPASS MOVE THAT
      *    REACHED IT; A CELL NEVER REACHED KEEPS 9999.
      ******************************************************************
       3000-SWEEP-FROM-START.
           PERFORM 3050-CLEAR-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-LIMIT
           MOVE 1 TO WS-QUEUE-HEAD
           MOVE 1 TO WS-QUEUE-TAIL
           MOVE WS-START-X TO WS-Q-X(1)
           MOVE WS-START-Y TO WS-Q-Y(1)
           MOVE WS-START-X TO WS-CUR-X
           MOVE WS-START-Y TO WS-CUR-Y
           PERFORM 3100-NUMBER-THE-CELL
           MOVE "Y" TO WS-VISITED(WS-CELL-SUB)
           MOVE ZERO TO WS-CELL-DIST(WS-CELL-SUB)
           PERFORM 3200-SWEEP-ONE-CELL
               UNTIL WS-QUEUE-HEAD > WS-QUEUE-TAIL.

       3050-CLEAR-ONE-CELL.
           MOVE "N" TO WS-VISITED(WS-CELL-SUB)
           MOVE ZERO TO WS-PARENT-DIR(WS-CELL-SUB)
           MOVE 9999 TO WS-CELL-DIST(WS-CELL-SUB).

       3100-NUMBER-THE-CELL.
           COMPUTE WS-CELL-SUB =
               (WS-CUR-Y - WS-GRID-MIN-Y) * WS-GRID-WIDTH
               + (WS-CUR-X - WS-GRID-MIN-X) + 1.

       3200-SWEEP-ONE-CELL.
           MOVE WS-Q-X(WS-QUEUE-HEAD) TO WS-CUR-X
           MOVE WS-Q-Y(WS-QUEUE-HEAD) TO WS-CUR-Y
           ADD 1 TO WS-QUEUE-HEAD
           PERFORM 3100-NUMBER-THE-CELL
           MOVE WS-CELL-SUB TO WS-FROM-CELL-SUB
           PERFORM 3300-TRY-ONE-NEIGHBOR
               VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > 4.

       3300-TRY-ONE-NEIGHBOR.
           MOVE WS-Q-X(WS-QUEUE-HEAD - 1) TO WS-TRY-X
           MOVE WS-Q-Y(WS-QUEUE-HEAD - 1) TO WS-TRY-Y
           EVALUATE WS-DIR-SUB
               WHEN 1
                   ADD 1 TO WS-TRY-Y
               WHEN 2
                   ADD 1 TO WS-TRY-X
               WHEN 3
                   SUBTRACT 1 FROM WS-TRY-Y
               WHEN 4
                   SUBTRACT 1 FROM WS-TRY-X
           END-EVALUATE
           IF WS-TRY-X >= WS-GRID-MIN-X AND WS-TRY-X <= WS-GRID-MAX-X
               AND WS-TRY-Y >= WS-GRID-MIN-Y
               AND WS-TRY-Y <= WS-GRID-MAX-Y
               PERFORM 3400-CHECK-CELL-BLOCKED
               IF NOT WS-CELL-BLOCKED
                   MOVE WS-TRY-X TO WS-CUR-X
                   MOVE WS-TRY-Y TO WS-CUR-Y
                   PERFORM 3100-NUMBER-THE-CELL
                   IF WS-VISITED(WS-CELL-SUB) = "N"
                       MOVE "Y" TO WS-VISITED(WS-CELL-SUB)
                       MOVE WS-DIR-SUB TO WS-PARENT-DIR(WS-CELL-SUB)
                       COMPUTE WS-CELL-DIST(WS-CELL-SUB) =
                           WS-CELL-DIST(WS-FROM-CELL-SUB) + 1
                       IF WS-QUEUE-TAIL < 2500
                           ADD 1 TO WS-QUEUE-TAIL
                           MOVE WS-TRY-X TO WS-Q-X(WS-QUEUE-TAIL)
                           MOVE WS-TRY-Y TO WS-Q-Y(WS-QUEUE-TAIL)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    3400-CHECK-CELL-BLOCKED - AN OBSTACLE, A ONE-WAY CELL
      *    ENTERED AGAINST ITS FLOW, OR A ZONE THE ASSIGNED ROBOT IS
      *    NOT AUTHORIZED FOR.
      ******************************************************************
       3400-CHECK-CELL-BLOCKED.
           MOVE "N" TO WS-CELL-BLOCKED-SW
           PERFORM 3410-CHECK-ONE-OBSTACLE
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OBST-COUNT
           PERFORM 3420-CHECK-ONE-AISLE
               VARYING WS-OWX FROM 1 BY 1
               UNTIL WS-OWX > WS-ONEW-COUNT
           PERFORM 3440-CHECK-ONE-ZONE
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                   OR WS-CELL-BLOCKED.

       3410-CHECK-ONE-OBSTACLE.
           IF WS-OBST-X(WS-OX) = WS-TRY-X
               AND WS-OBST-Y(WS-OX) = WS-TRY-Y
               SET WS-CELL-BLOCKED TO TRUE
           END-IF.

       3420-CHECK-ONE-AISLE.
           IF WS-ONEW-X(WS-OWX) = WS-TRY-X
               AND WS-ONEW-Y(WS-OWX) = WS-TRY-Y
               AND WS-ONEW-DIR-NO(WS-OWX) NOT = WS-DIR-SUB
               SET WS-CELL-BLOCKED TO TRUE
           END-IF.

       3440-CHECK-ONE-ZONE.
           IF WS-TRY-X >= WS-ZN-MIN-X(WS-ZONE-SUB)
               AND WS-TRY-X <= WS-ZN-MAX-X(WS-ZONE-SUB)
               AND WS-TRY-Y >= WS-ZN-MIN-Y(WS-ZONE-SUB)
               AND WS-TRY-Y <= WS-ZN-MAX-Y(WS-ZONE-SUB)
               MOVE "N" TO WS-AUTHORIZED-SW
               PERFORM 3450-CHECK-ONE-AUTH
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                       OR WS-AUTHORIZED
               IF NOT WS-AUTHORIZED
                   SET WS-CELL-BLOCKED TO TRUE
               END-IF
           END-IF.

       3450-CHECK-ONE-AUTH.
           IF WS-AU-ROBOT-ID(WS-AUTH-SUB)
               = WS-F-ROBOT-ID(WS-ASSIGNED-SUB)
               AND WS-AU-ZONE-CODE(WS-AUTH-SUB)
                   = WS-ZN-CODE(WS-ZONE-SUB)
               SET WS-AUTHORIZED TO TRUE
           END-IF.

      ******************************************************************
      *    3500-WALK-ROUTE-BACKWARD - FOLLOW THE PARENT MOVES FROM
      *    THE TARGET BACK TO THE START, STACKING EACH COMPASS MOVE;
      *    THE STACK READS FORWARD AS THE TRAVEL ROUTE.
      ******************************************************************
       3500-WALK-ROUTE-BACKWARD.
           MOVE ZERO TO WS-ROUTE-LENGTH
           MOVE WS-TARGET-X TO WS-BACK-X
           MOVE WS-TARGET-Y TO WS-BACK-Y
           PERFORM 3510-STACK-ONE-MOVE
               UNTIL (WS-BACK-X = WS-START-X
                   AND WS-BACK-Y = WS-START-Y)
                   OR WS-ROUTE-LENGTH >= WS-ROUTE-MAX.

       3510-STACK-ONE-MOVE.
           MOVE WS-BACK-X TO WS-CUR-X
           MOVE WS-BACK-Y TO WS-CUR-Y
           PERFORM 3100-NUMBER-THE-CELL
           ADD 1 TO WS-ROUTE-LENGTH
           MOVE WS-PARENT-DIR(WS-CELL-SUB)
               TO WS-ROUTE-MOVE(WS-ROUTE-LENGTH)
           EVALUATE WS-PARENT-DIR(WS-CELL-SUB)
               WHEN 1
                   SUBTRACT 1 FROM WS-BACK-Y
               WHEN 2
                   SUBTRACT 1 FROM WS-BACK-X
               WHEN 3
                   ADD 1 TO WS-BACK-Y
               WHEN 4
                   ADD 1 TO WS-BACK-X
           END-EVALUATE.

      ******************************************************************
      *    3600-CHECK-TARGET-REACHED - NUMBER THE TARGET CELL SO ITS
      *    SWEEP DISTANCE CAN BE READ.  A TARGET OFF THE GRID IS
      *    TREATED AS NEVER REACHED.
      ******************************************************************
       3600-CHECK-TARGET-REACHED.
           IF WS-TARGET-X < WS-GRID-MIN-X
               OR WS-TARGET-X > WS-GRID-MAX-X
               OR WS-TARGET-Y < WS-GRID-MIN-Y
               OR WS-TARGET-Y > WS-GRID-MAX-Y
               MOVE WS-START-X TO WS-CUR-X
               MOVE WS-START-Y TO WS-CUR-Y
               PERFORM 3100-NUMBER-THE-CELL
               MOVE 9999 TO WS-CELL-DIST(WS-CELL-SUB)
           ELSE
               MOVE WS-TARGET-X TO WS-CUR-X
               MOVE WS-TARGET-Y TO WS-CUR-Y
               PERFORM 3100-NUMBER-THE-CELL
           END-IF.

      ******************************************************************
      *    4000-EMIT-INSTRUCTIONS - TURN ONE LEG (STACKED TARGET-
      *    FIRST) INTO A/R/L INSTRUCTIONS AGAINST THE ROBOT'S
      *    CURRENT FACING, FLUSHING A ROBOTCMD RECORD WHENEVER THE
      *    60-CHARACTER FIELD FILLS AND AT THE END OF THE LEG, AND
      *    LEAVE THE ROBOT'S PLANNED POSITION AT THE LEG'S TARGET.
      ******************************************************************
       4000-EMIT-INSTRUCTIONS.
           SET WS-FX TO WS-ASSIGNED-SUB
           MOVE WS-F-DIR-NO(WS-FX) TO WS-HEADING
           MOVE SPACES TO WS-INSTR-BUFFER
           MOVE ZERO TO WS-INSTR-LEN
           PERFORM 4100-EMIT-ONE-MOVE
               VARYING WS-ROUTE-SUB FROM WS-ROUTE-LENGTH BY -1
               UNTIL WS-ROUTE-SUB < 1
           IF WS-INSTR-LEN > ZERO
               PERFORM 4300-FLUSH-COMMAND-RECORD
           END-IF
           MOVE WS-TARGET-X TO WS-F-X(WS-FX)
           MOVE WS-TARGET-Y TO WS-F-Y(WS-FX)
           MOVE WS-HEADING TO WS-F-DIR-NO(WS-FX).

       4100-EMIT-ONE-MOVE.
           COMPUTE WS-TURN-DIFF =
               FUNCTION MOD(WS-ROUTE-MOVE(WS-ROUTE-SUB)
                   - WS-HEADING + 4, 4)
           EVALUATE WS-TURN-DIFF
               WHEN 1
                   MOVE "R" TO WS-INSTR-CHAR(WS-INSTR-LEN + 1)
                   ADD 1 TO WS-INSTR-LEN
                   PERFORM 4200-CHECK-BUFFER-FULL
               WHEN 3
                   MOVE "L" TO WS-INSTR-CHAR(WS-INSTR-LEN + 1)
                   ADD 1 TO WS-INSTR-LEN
                   PERFORM 4200-CHECK-BUFFER-FULL
               WHEN 2
                   MOVE "R" TO WS-INSTR-CHAR(WS-INSTR-LEN + 1)
                   ADD 1 TO WS-INSTR-LEN
                   PERFORM 4200-CHECK-BUFFER-FULL
                   MOVE "R" TO WS-INSTR-CHAR(WS-INSTR-LEN + 1)
                   ADD 1 TO WS-INSTR-LEN
                   PERFORM 4200-CHECK-BUFFER-FULL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-ROUTE-MOVE(WS-ROUTE-SUB) TO WS-HEADING
           MOVE "A" TO WS-INSTR-CHAR(WS-INSTR-LEN + 1)
           ADD 1 TO WS-INSTR-LEN
           PERFORM 4200-CHECK-BUFFER-FULL.

       4200-CHECK-BUFFER-FULL.
           IF WS-INSTR-LEN >= 60
               PERFORM 4300-FLUSH-COMMAND-RECORD
           END-IF.

       4300-FLUSH-COMMAND-RECORD.
           SET WS-FX TO WS-ASSIGNED-SUB
           MOVE SPACES TO ROBOT-COMMAND-RECORD
           MOVE WS-F-ROBOT-ID(WS-FX) TO RC-ROBOT-ID
           MOVE WS-F-X(WS-FX) TO RC-START-X
           MOVE WS-F-Y(WS-FX) TO RC-START-Y
           MOVE WS-DIR-NAME(WS-F-DIR-NO(WS-FX)) TO RC-START-DIRECTION
           MOVE WS-INSTR-BUFFER TO RC-INSTRUCTIONS
           WRITE ROBOT-COMMAND-RECORD
           MOVE SPACES TO WS-INSTR-BUFFER
           MOVE ZERO TO WS-INSTR-LEN.

      ******************************************************************
      *    6000-WRITE-EXCEPTION - THE RECEIPT LINE, THE QUANTITY
      *    LEFT UNPLACED, AND WHY.
      ******************************************************************
       6000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-EXCEPT-QUANTITY TO WS-TOTAL-EXCEPTED
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE IB-RECEIPT-ID TO EX-RECEIPT-ID
           MOVE IB-ITEM-NO TO EX-ITEM-NO
           MOVE IB-DOCK-DOOR TO EX-DOCK-DOOR
           IF IB-QUANTITY NUMERIC
               MOVE IB-QUANTITY TO EX-RECEIVED
           ELSE
               MOVE ZERO TO EX-RECEIVED
           END-IF
           MOVE WS-EXCEPT-QUANTITY TO EX-NOT-PLACED
           MOVE WS-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD.

       7000-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-L-CELL
           MOVE IB-RECEIPT-ID TO WS-L-RECEIPT-ID
           MOVE IB-ITEM-NO TO WS-L-ITEM-NO
           MOVE IB-DOCK-DOOR TO WS-L-DOCK-DOOR
           IF IB-QUANTITY NUMERIC
               MOVE IB-QUANTITY TO WS-L-RECEIVED
           ELSE
               MOVE ZERO TO WS-L-RECEIVED
           END-IF
           MOVE WS-PUT-QUANTITY TO WS-L-PUT-AWAY
           MOVE SPACES TO WS-L-ROBOT-ID
           IF WS-PUT-QUANTITY > ZERO
               MOVE "(" TO WS-L-CELL(1:1)
               MOVE WS-S-X(WS-SLOT-FOUND-SUB) TO WS-L-X
               MOVE "," TO WS-L-CELL(6:1)
               MOVE WS-S-Y(WS-SLOT-FOUND-SUB) TO WS-L-Y
               MOVE ")" TO WS-L-CELL(11:1)
               MOVE WS-F-ROBOT-ID(WS-ASSIGNED-SUB) TO WS-L-ROBOT-ID
           END-IF
           MOVE WS-DETAIL-LINE TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE.

      ******************************************************************
      *    8000-WRITE-ITEM-MASTER - THE UPDATED ITEM LOCATION MASTER:
      *    EVERY CELL IN ITS ORIGINAL ORDER WITH ITS NEW ITEM AND
      *    ON-HAND.
      ******************************************************************
       8000-WRITE-ITEM-MASTER.
           OPEN OUTPUT ITEM-LOCATION-OUT
           PERFORM 8100-WRITE-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
           CLOSE ITEM-LOCATION-OUT.

       8100-WRITE-ONE-SLOT.
           MOVE WS-S-ITEM-NO(WS-SLOT-SUB) TO IO-ITEM-NO
           MOVE WS-S-X(WS-SLOT-SUB) TO IO-X
           MOVE WS-S-Y(WS-SLOT-SUB) TO IO-Y
           MOVE WS-S-CAPACITY(WS-SLOT-SUB) TO IO-CAPACITY
           MOVE WS-S-ON-HAND(WS-SLOT-SUB) TO IO-ON-HAND
           WRITE ITEM-OUT-RECORD.

      ******************************************************************
      *    9999-TERMINATE - THE TIE-OUT: EVERY UNIT RECEIVED WAS
      *    EITHER PUT AWAY OR EXCEPTED.
      ******************************************************************
       9999-TERMINATE.
           MOVE SPACES TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           MOVE WS-RECEIPT-COUNT TO WS-T-RECEIPTS
           MOVE WS-EXCEPTION-COUNT TO WS-T-EXCEPTIONS
           MOVE WS-TOTAL-LINE-1 TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           MOVE WS-TOTAL-RECEIVED TO WS-T-RECEIVED
           MOVE WS-TOTAL-LINE-2 TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           MOVE WS-TOTAL-PUT-AWAY TO WS-T-PUT-AWAY
           MOVE WS-TOTAL-LINE-3 TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           MOVE WS-TOTAL-EXCEPTED TO WS-T-EXCEPTED
           MOVE WS-TOTAL-LINE-4 TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           COMPUTE WS-TIE-OUT = WS-TOTAL-PUT-AWAY + WS-TOTAL-EXCEPTED
           IF WS-TIE-OUT = WS-TOTAL-RECEIVED
               MOVE "IN BALANCE" TO WS-T-BALANCE
           ELSE
               MOVE "OUT OF BALANCE" TO WS-T-BALANCE
           END-IF
           MOVE WS-TIE-OUT-LINE TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           CLOSE INBOUND-FILE
           CLOSE ROBOT-COMMANDS-FILE
           CLOSE EXCEPTION-FILE
           CLOSE RECEIVING-REPORT-FILE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "PUTAWAY RECEIPTS " WS-RECEIPT-COUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT
               " PUT AWAY " WS-TOTAL-PUT-AWAY.
