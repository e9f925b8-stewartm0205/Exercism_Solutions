       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOTRPT.
       AUTHOR. WAREHOUSE-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    SLOTRPT IS THE PICK-VELOCITY SLOTTING REPORT.  IT SHOWS
      *    WHETHER THE FASTEST-MOVING ITEMS SIT NEAR THE DOCKS OR AT
      *    THE FAR END OF THE GRID, AND WHICH SWAPS WOULD CUT ROBOT
      *    TRAVEL.
      *        PICK FREQUENCY -- THE ROBOTCMD COMMAND HISTORY IS
      *            REPLAYED ROBOT BY ROBOT THE WAY PICKRCN REPLAYS
      *            IT.  PICKPLAN ONLY FILLS ALL 60 INSTRUCTION
      *            POSITIONS WHEN A ROUTE RUNS ON INTO THE NEXT
      *            RECORD, SO A RECORD THAT ENDS SHORT ENDS A PICK
      *            AND THE CELL THE ROBOT STANDS ON IS ONE PICK OF
      *            THE ITEM SLOTTED THERE (ITEMLOC).  CONCATENATE AS
      *            MANY DAYS OF COMMAND DATASETS AS THE ANALYSIS
      *            SHOULD COVER.
      *        TRAVEL DISTANCE -- A BREADTH-FIRST SWEEP OUT FROM
      *            EVERY DOCK CELL ON THE WAREHOUSE MAP, ROUTING
      *            AROUND OBSTACLES AND WITH THE ONE-WAY AISLES, AS
      *            PICKPLAN ROUTES, GIVES EACH CELL ITS STEPS FROM
      *            THE NEAREST DOCK.
      *    THE REPORT RANKS EVERY ITEM BY PICKS (TIES NEAREST
      *    FIRST), THEN RECOMMENDS SWAPS THAT MOVE THE FASTEST ITEMS
      *    INTO THE NEAREST CELLS: THE ITEM OF THE K-TH MOST PICKS IS
      *    OFFERED THE K-TH NEAREST CELL, AND THE SWAP WITH THAT
      *    CELL'S ITEM IS RECOMMENDED WHEN IT SAVES STEPS AND BOTH
      *    ITEMS' ON-HAND FIT THE OTHER CELL'S CAPACITY.  THE SLOTCTL
      *    CARD (COLS 1-3) LIMITS THE SWAPS LISTED, DEFAULT 20.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLOT-CONTROL-FILE ASSIGN TO "SLOTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT ITEM-LOCATION-FILE ASSIGN TO "ITEMLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IL-FILE-STATUS.

           SELECT WAREHOUSE-MAP-FILE ASSIGN TO "WHMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WM-FILE-STATUS.

           SELECT ROBOT-COMMANDS-FILE ASSIGN TO "ROBOTCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT SLOTTING-REPORT-FILE ASSIGN TO "SLOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLOT-CONTROL-FILE.
       01  SLOT-CONTROL-RECORD.
           05  SC-MAX-SWAPS             PIC 9(03).

       FD  ITEM-LOCATION-FILE.
       COPY ITEMLOC.

       FD  WAREHOUSE-MAP-FILE.
       COPY WHMAP.

       FD  ROBOT-COMMANDS-FILE.
       01  ROBOT-COMMAND-RECORD.
           05  RC-ROBOT-ID              PIC X(06).
           05  RC-START-X               PIC S999.
           05  RC-START-Y               PIC S999.
           05  RC-START-DIRECTION       PIC X(20).
           05  RC-INSTRUCTIONS          PIC X(60).

       FD  SLOTTING-REPORT-FILE.
       01  SLOTTING-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SC-FILE-STATUS            PIC XX.
       01  WS-IL-FILE-STATUS            PIC XX.
       01  WS-WM-FILE-STATUS            PIC XX.
       01  WS-RC-FILE-STATUS            PIC XX.
       01  WS-SR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

       COPY GRIDCFG.

       01  WS-MAX-SWAPS                 PIC 9(03) VALUE 20.

      *    ONE SLOT PER ITEM LOCATION RECORD.  THE CELL, ITS
      *    CAPACITY AND ITS DISTANCE STAY WITH THE SLOT; THE ITEM,
      *    ITS ON-HAND AND ITS PICKS MOVE WHEN A SWAP IS TRIED.
       01  WS-SLOT-MAX                  PIC 9(04) VALUE 1000.
       01  WS-SLOT-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 1000 TIMES.
               10  WS-S-X               PIC S999.
               10  WS-S-Y               PIC S999.
               10  WS-S-CAPACITY        PIC 9(05).
               10  WS-S-DISTANCE        PIC 9(04).
               10  WS-S-OCCUPANT.
                   15  WS-S-ITEM-NO     PIC X(10).
                   15  WS-S-ON-HAND     PIC 9(05).
                   15  WS-S-PICKS       PIC 9(07).
       01  WS-SLOT-SUB                  PIC 9(04).
       01  WS-FOUND-SLOT-SUB            PIC 9(04).
       01  WS-HOLD-OCCUPANT             PIC X(22).

      *    SLOT NUMBERS IN RANK ORDER (MOST PICKS FIRST) AND IN
      *    DISTANCE ORDER (NEAREST FIRST).  THE RANKED ITEM NUMBERS
      *    ARE KEPT TOO, SINCE A SWAP MOVES AN ITEM OUT OF ITS SLOT.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY OCCURS 1000 TIMES.
               10  WS-RANK-SLOT         PIC 9(04).
               10  WS-RANK-ITEM-NO      PIC X(10).
               10  WS-NEAR-SLOT         PIC 9(04).
       01  WS-ORD-SUB                   PIC 9(04).
       01  WS-SCAN-SUB                  PIC 9(04).
       01  WS-BEST-SUB                  PIC 9(04).
       01  WS-HOLD-SUB                  PIC 9(04).
       01  WS-A-SUB                     PIC 9(04).
       01  WS-B-SUB                     PIC 9(04).

      *    THE MAP: DOCKS AS SWEEP SOURCES, OBSTACLES AS WALLS, AND
      *    ONE-WAY CELLS WITH THEIR ONLY ENTRY DIRECTION (1 N, 2 E,
      *    3 S, 4 W), FLATTENED ONTO ONE SUBSCRIPT AS PICKPLAN DOES.
       01  WS-DOCK-MAX                  PIC 9(03) VALUE 50.
       01  WS-DOCK-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-DOCK-TABLE.
           05  WS-DOCK-ENTRY OCCURS 50 TIMES.
               10  WS-DK-X              PIC S999.
               10  WS-DK-Y              PIC S999.
       01  WS-DOCK-SUB                  PIC 9(03).
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK                 PIC X OCCURS 2500 TIMES.
       01  WS-DIST-TABLE.
           05  WS-CELL-DIST             PIC 9(04) OCCURS 2500 TIMES.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-CELL OCCURS 2500 TIMES.
               10  WS-Q-X               PIC S999.
               10  WS-Q-Y               PIC S999.
       01  WS-QUEUE-HEAD                PIC 9(04).
       01  WS-QUEUE-TAIL                PIC 9(04).
       01  WS-GRID-WIDTH                PIC 9(03).
       01  WS-GRID-HEIGHT               PIC 9(03).
       01  WS-CELLS-NEEDED              PIC 9(07).
       01  WS-CELL-LIMIT                PIC 9(04).
       01  WS-CELL-SUB                  PIC 9(04).
       01  WS-FROM-CELL-SUB             PIC 9(04).
       01  WS-CUR-X                     PIC S999.
       01  WS-CUR-Y                     PIC S999.
       01  WS-TRY-X                     PIC S999.
       01  WS-TRY-Y                     PIC S999.
       01  WS-DIR-SUB                   PIC 9.
       01  WS-ON-GRID-SW                PIC X.
           88  WS-ON-GRID               VALUE "Y".
       01  WS-NO-PATH                   PIC 9(04) VALUE 9999.

      *    COMMAND REPLAY STATE, ONE SLOT PER ROBOT.  A ROBOT IS
      *    MID-ROUTE AFTER A FULL RECORD; ITS NEXT RECORD CARRIES
      *    ON FROM WHERE THE REPLAY LEFT IT.
       01  WS-RB-MAX                    PIC 9(02) VALUE 50.
       01  WS-RB-COUNT                  PIC 9(02) VALUE ZERO.
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 50 TIMES.
               10  WS-B-ROBOT-ID        PIC X(06).
               10  WS-B-X               PIC S999.
               10  WS-B-Y               PIC S999.
               10  WS-B-DIR             PIC 9.
               10  WS-B-MID-ROUTE-SW    PIC X.
                   88  WS-B-MID-ROUTE   VALUE "Y".
       01  WS-ROBOT-SUB                 PIC 9(02).
       01  WS-INS-SUB                   PIC 9(02).
       01  WS-INS-LENGTH                PIC 9(02).

       01  WS-PICK-TOTAL                PIC 9(07) VALUE ZERO.
       01  WS-UNSLOTTED-PICKS           PIC 9(07) VALUE ZERO.
       01  WS-TRAVEL-NOW                PIC 9(11) VALUE ZERO.
       01  WS-STEPS-SAVED               PIC S9(11).
       01  WS-TOTAL-SAVED               PIC 9(11) VALUE ZERO.
       01  WS-SWAP-COUNT                PIC 9(03) VALUE ZERO.

       01  WS-TITLE-LINE                PIC X(80) VALUE
           "PICK-VELOCITY SLOTTING REPORT".

       01  WS-RANK-HEADING              PIC X(80) VALUE
           "ITEMS BY PICK FREQUENCY".
       01  WS-RANK-COLUMNS.
           05  FILLER                   PIC X(20) VALUE
               "  RANK  ITEM        ".
           05  FILLER                   PIC X(20) VALUE
               "CELL           PICKS".
           05  FILLER                   PIC X(11) VALUE
               " DOCK STEPS".

       01  WS-RANK-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-R-RANK                PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-R-ITEM-NO             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-R-CELL.
               10  FILLER               PIC X(01) VALUE "(".
               10  WS-R-X               PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ",".
               10  WS-R-Y               PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ")".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-R-PICKS               PIC ZZZZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-R-DISTANCE            PIC X(07).

       01  WS-DIST-EDIT                 PIC ZZZZZZ9.

       01  WS-PICK-TOTAL-LINE.
           05  FILLER                   PIC X(15) VALUE
               "  TOTAL PICKS: ".
           05  WS-PT-PICKS              PIC ZZZZZZ9.
           05  FILLER                   PIC X(25) VALUE
               "   AT CELLS WITH NO ITEM:".
           05  WS-PT-UNSLOTTED          PIC ZZZZZZ9.

       01  WS-TRAVEL-LINE.
           05  FILLER                   PIC X(33) VALUE
               "  STEPS FROM DOCK, ALL PICKS NOW:".
           05  WS-TL-TRAVEL             PIC ZZZZZZZZZZ9.

       01  WS-SWAP-HEADING              PIC X(80) VALUE
           "RECOMMENDED SWAPS".
       01  WS-SWAP-COLUMNS.
           05  FILLER                   PIC X(19) VALUE
               "  SEQ  MOVE ITEM   ".
           05  FILLER                   PIC X(25) VALUE
               "FROM CELL   TO CELL      ".
           05  FILLER                   PIC X(22) VALUE
               "SWAPS WITH STEPS SAVED".

       01  WS-SWAP-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-W-SEQ                 PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-W-FAST-ITEM           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-W-FROM-CELL.
               10  FILLER               PIC X(01) VALUE "(".
               10  WS-W-FROM-X          PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ",".
               10  WS-W-FROM-Y          PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ")".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-W-TO-CELL.
               10  FILLER               PIC X(01) VALUE "(".
               10  WS-W-TO-X            PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ",".
               10  WS-W-TO-Y            PIC -ZZ9.
               10  FILLER               PIC X(01) VALUE ")".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-W-SLOW-ITEM           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-W-SAVED               PIC ZZZZZZZZZ9.

       01  WS-NO-SWAP-LINE              PIC X(80) VALUE
           "  NONE -- NO SWAP WOULD CUT TRAVEL".

       01  WS-SAVED-LINE.
           05  FILLER                   PIC X(33) VALUE
               "  STEPS SAVED BY THESE SWAPS:    ".
           05  WS-SL-SAVED              PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MEASURE-DISTANCES
           PERFORM 3000-COUNT-PICKS
           PERFORM 4000-WRITE-RANKING
           PERFORM 5000-RECOMMEND-SWAPS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE SWAP LIMIT, THE ITEM LOCATIONS, AND
      *    THE MAP.  NO ITEM MASTER OR NO DOCK LEAVES NOTHING TO
      *    MEASURE, AND THE RUN IS REFUSED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT SLOT-CONTROL-FILE
           IF WS-SC-FILE-STATUS = "00"
               READ SLOT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-MAX-SWAPS NUMERIC
                           MOVE SC-MAX-SWAPS TO WS-MAX-SWAPS
                       END-IF
               END-READ
               CLOSE SLOT-CONTROL-FILE
           END-IF
           OPEN INPUT ITEM-LOCATION-FILE
           IF WS-IL-FILE-STATUS NOT = "00"
               DISPLAY "SLOTRPT REFUSED -- NO ITEM LOCATION MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-ITEM-LOCATION
           PERFORM 1200-STORE-ITEM-LOCATION
               UNTIL WS-IL-FILE-STATUS NOT = "00"
           CLOSE ITEM-LOCATION-FILE
           MOVE SPACES TO WS-BLOCK-TABLE
           OPEN INPUT WAREHOUSE-MAP-FILE
           IF WS-WM-FILE-STATUS = "00"
               PERFORM 1300-READ-MAP-RECORD
               PERFORM 1400-SIZE-THE-GRID
                   UNTIL WS-WM-FILE-STATUS NOT = "00"
               CLOSE WAREHOUSE-MAP-FILE
           END-IF
           COMPUTE WS-GRID-WIDTH =
               WS-GRID-MAX-X - WS-GRID-MIN-X + 1
           COMPUTE WS-GRID-HEIGHT =
               WS-GRID-MAX-Y - WS-GRID-MIN-Y + 1
           COMPUTE WS-CELLS-NEEDED = WS-GRID-WIDTH * WS-GRID-HEIGHT
           IF WS-CELLS-NEEDED > 2500
               DISPLAY "SLOTRPT REFUSED -- FLOOR OF " WS-CELLS-NEEDED
                   " CELLS EXCEEDS THE 2500-CELL SWEEP TABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CELLS-NEEDED TO WS-CELL-LIMIT
           OPEN INPUT WAREHOUSE-MAP-FILE
           IF WS-WM-FILE-STATUS = "00"
               PERFORM 1300-READ-MAP-RECORD
               PERFORM 1500-APPLY-MAP-RECORD
                   UNTIL WS-WM-FILE-STATUS NOT = "00"
               CLOSE WAREHOUSE-MAP-FILE
           END-IF
           IF WS-DOCK-COUNT = ZERO
               DISPLAY "SLOTRPT REFUSED -- NO DOCK CELL ON THE "
                   "WAREHOUSE MAP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-ITEM-LOCATION.
           READ ITEM-LOCATION-FILE
               AT END
                   MOVE "10" TO WS-IL-FILE-STATUS
           END-READ.

       1200-STORE-ITEM-LOCATION.
           IF WS-SLOT-COUNT < WS-SLOT-MAX
               ADD 1 TO WS-SLOT-COUNT
               MOVE WS-SLOT-COUNT TO WS-SLOT-SUB
               MOVE IL-X TO WS-S-X(WS-SLOT-SUB)
               MOVE IL-Y TO WS-S-Y(WS-SLOT-SUB)
               MOVE IL-CAPACITY TO WS-S-CAPACITY(WS-SLOT-SUB)
               MOVE WS-NO-PATH TO WS-S-DISTANCE(WS-SLOT-SUB)
               MOVE IL-ITEM-NO TO WS-S-ITEM-NO(WS-SLOT-SUB)
               MOVE IL-ON-HAND TO WS-S-ON-HAND(WS-SLOT-SUB)
               MOVE ZERO TO WS-S-PICKS(WS-SLOT-SUB)
           ELSE
               DISPLAY "SLOTRPT: ITEM MASTER PAST THE 1000-ITEM "
                   "TABLE -- " IL-ITEM-NO " NOT RANKED"
           END-IF
           PERFORM 1100-READ-ITEM-LOCATION.

       1300-READ-MAP-RECORD.
           READ WAREHOUSE-MAP-FILE
               AT END
                   MOVE "10" TO WS-WM-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1400-SIZE-THE-GRID - THE BOUNDARIES COME FIRST, SINCE THE
      *    CELL NUMBERING FOR THE OTHER MAP FACTS DEPENDS ON THEM.
      ******************************************************************
       1400-SIZE-THE-GRID.
           EVALUATE WM-RECORD-TYPE
               WHEN "GMIN"
                   MOVE WM-X TO WS-GRID-MIN-X
                   MOVE WM-Y TO WS-GRID-MIN-Y
               WHEN "GMAX"
                   MOVE WM-X TO WS-GRID-MAX-X
                   MOVE WM-Y TO WS-GRID-MAX-Y
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1300-READ-MAP-RECORD.

       1500-APPLY-MAP-RECORD.
           MOVE WM-X TO WS-CUR-X
           MOVE WM-Y TO WS-CUR-Y
           PERFORM 2300-NUMBER-THE-CELL
           IF WS-ON-GRID
               EVALUATE WM-RECORD-TYPE
                   WHEN "DOCK"
                       IF WS-DOCK-COUNT < WS-DOCK-MAX
                           ADD 1 TO WS-DOCK-COUNT
                           MOVE WM-X TO WS-DK-X(WS-DOCK-COUNT)
                           MOVE WM-Y TO WS-DK-Y(WS-DOCK-COUNT)
                       END-IF
                   WHEN "OBST"
                       MOVE "O" TO WS-BLOCK(WS-CELL-SUB)
                   WHEN "ONEW"
                       EVALUATE WM-ZONE-CODE(1:1)
                           WHEN "E"
                               MOVE "2" TO WS-BLOCK(WS-CELL-SUB)
                           WHEN "S"
                               MOVE "3" TO WS-BLOCK(WS-CELL-SUB)
                           WHEN "W"
                               MOVE "4" TO WS-BLOCK(WS-CELL-SUB)
                           WHEN OTHER
                               MOVE "1" TO WS-BLOCK(WS-CELL-SUB)
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 1300-READ-MAP-RECORD.

      ******************************************************************
      *    2000-MEASURE-DISTANCES - ONE SWEEP OUT FROM ALL THE DOCKS
      *    AT ONCE; THE FIRST TIME THE SWEEP REACHES A CELL IS ITS
      *    DISTANCE FROM THE NEAREST DOCK.  A CELL NEVER REACHED
      *    KEEPS 9999 AND IS LEFT OUT OF THE SWAPS.
      ******************************************************************
       2000-MEASURE-DISTANCES.
           PERFORM 2050-CLEAR-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-LIMIT
           MOVE 1 TO WS-QUEUE-HEAD
           MOVE ZERO TO WS-QUEUE-TAIL
           PERFORM 2100-SEED-ONE-DOCK
               VARYING WS-DOCK-SUB FROM 1 BY 1
               UNTIL WS-DOCK-SUB > WS-DOCK-COUNT
           PERFORM 2200-SWEEP-ONE-CELL
               UNTIL WS-QUEUE-HEAD > WS-QUEUE-TAIL
           PERFORM 2500-DISTANCE-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.

       2050-CLEAR-ONE-CELL.
           MOVE WS-NO-PATH TO WS-CELL-DIST(WS-CELL-SUB).

       2100-SEED-ONE-DOCK.
           MOVE WS-DK-X(WS-DOCK-SUB) TO WS-CUR-X
           MOVE WS-DK-Y(WS-DOCK-SUB) TO WS-CUR-Y
           PERFORM 2300-NUMBER-THE-CELL
           IF WS-CELL-DIST(WS-CELL-SUB) = WS-NO-PATH
               MOVE ZERO TO WS-CELL-DIST(WS-CELL-SUB)
               ADD 1 TO WS-QUEUE-TAIL
               MOVE WS-CUR-X TO WS-Q-X(WS-QUEUE-TAIL)
               MOVE WS-CUR-Y TO WS-Q-Y(WS-QUEUE-TAIL)
           END-IF.

       2200-SWEEP-ONE-CELL.
           MOVE WS-Q-X(WS-QUEUE-HEAD) TO WS-CUR-X
           MOVE WS-Q-Y(WS-QUEUE-HEAD) TO WS-CUR-Y
           ADD 1 TO WS-QUEUE-HEAD
           PERFORM 2300-NUMBER-THE-CELL
           MOVE WS-CELL-SUB TO WS-FROM-CELL-SUB
           PERFORM 2400-TRY-ONE-NEIGHBOR
               VARYING WS-DIR-SUB FROM 1 BY 1
               UNTIL WS-DIR-SUB > 4.

       2300-NUMBER-THE-CELL.
           MOVE "N" TO WS-ON-GRID-SW
           IF WS-CUR-X >= WS-GRID-MIN-X AND WS-CUR-X <= WS-GRID-MAX-X
               AND WS-CUR-Y >= WS-GRID-MIN-Y
               AND WS-CUR-Y <= WS-GRID-MAX-Y
               SET WS-ON-GRID TO TRUE
               COMPUTE WS-CELL-SUB =
                   (WS-CUR-Y - WS-GRID-MIN-Y) * WS-GRID-WIDTH
                   + (WS-CUR-X - WS-GRID-MIN-X) + 1
           END-IF.

      ******************************************************************
      *    2400-TRY-ONE-NEIGHBOR - A STEP IS OPEN WHEN IT STAYS ON
      *    THE GRID, AVOIDS AN OBSTACLE, AND ENTERS A ONE-WAY CELL
      *    ONLY IN ITS FLOW DIRECTION.
      ******************************************************************
       2400-TRY-ONE-NEIGHBOR.
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
           MOVE WS-TRY-X TO WS-CUR-X
           MOVE WS-TRY-Y TO WS-CUR-Y
           PERFORM 2300-NUMBER-THE-CELL
           IF WS-ON-GRID
               IF WS-CELL-DIST(WS-CELL-SUB) = WS-NO-PATH
                   AND WS-BLOCK(WS-CELL-SUB) NOT = "O"
                   AND (WS-BLOCK(WS-CELL-SUB) = SPACE
                       OR WS-BLOCK(WS-CELL-SUB) = WS-DIR-SUB)
                   COMPUTE WS-CELL-DIST(WS-CELL-SUB) =
                       WS-CELL-DIST(WS-FROM-CELL-SUB) + 1
                   IF WS-QUEUE-TAIL < 2500
                       ADD 1 TO WS-QUEUE-TAIL
                       MOVE WS-TRY-X TO WS-Q-X(WS-QUEUE-TAIL)
                       MOVE WS-TRY-Y TO WS-Q-Y(WS-QUEUE-TAIL)
                   END-IF
               END-IF
           END-IF.

       2500-DISTANCE-ONE-SLOT.
           MOVE WS-S-X(WS-SLOT-SUB) TO WS-CUR-X
           MOVE WS-S-Y(WS-SLOT-SUB) TO WS-CUR-Y
           PERFORM 2300-NUMBER-THE-CELL
           IF WS-ON-GRID
               MOVE WS-CELL-DIST(WS-CELL-SUB)
                   TO WS-S-DISTANCE(WS-SLOT-SUB)
           END-IF.

      ******************************************************************
      *    3000-COUNT-PICKS - REPLAY THE COMMAND HISTORY.  A RECORD
      *    THAT DOES NOT CONTINUE A ROUTE STARTS FROM ITS OWN START
      *    CELL AND FACING; A RECORD THAT ENDS SHORT OF 60
      *    INSTRUCTIONS ENDS A PICK AT THE CELL REACHED.
      ******************************************************************
       3000-COUNT-PICKS.
           OPEN INPUT ROBOT-COMMANDS-FILE
           IF WS-RC-FILE-STATUS NOT = "00"
               DISPLAY "SLOTRPT REFUSED -- NO COMMAND HISTORY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-READ-COMMAND
           PERFORM 3200-REPLAY-ONE-COMMAND
               UNTIL WS-EOF
           CLOSE ROBOT-COMMANDS-FILE.

       3100-READ-COMMAND.
           READ ROBOT-COMMANDS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-REPLAY-ONE-COMMAND.
           PERFORM 3300-FIND-OR-ADD-ROBOT
           IF WS-ROBOT-SUB > ZERO
               IF NOT WS-B-MID-ROUTE(WS-ROBOT-SUB)
                   MOVE RC-START-X TO WS-B-X(WS-ROBOT-SUB)
                   MOVE RC-START-Y TO WS-B-Y(WS-ROBOT-SUB)
                   EVALUATE RC-START-DIRECTION
                       WHEN "east"
                           MOVE 2 TO WS-B-DIR(WS-ROBOT-SUB)
                       WHEN "south"
                           MOVE 3 TO WS-B-DIR(WS-ROBOT-SUB)
                       WHEN "west"
                           MOVE 4 TO WS-B-DIR(WS-ROBOT-SUB)
                       WHEN OTHER
                           MOVE 1 TO WS-B-DIR(WS-ROBOT-SUB)
                   END-EVALUATE
               END-IF
               MOVE ZERO TO WS-INS-LENGTH
               PERFORM 3400-WALK-ONE-INSTRUCTION
                   VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > 60
                       OR RC-INSTRUCTIONS(WS-INS-SUB:1) = SPACE
               IF WS-INS-LENGTH < 60
                   MOVE "N" TO WS-B-MID-ROUTE-SW(WS-ROBOT-SUB)
                   PERFORM 3500-CREDIT-THE-PICK
               ELSE
                   MOVE "Y" TO WS-B-MID-ROUTE-SW(WS-ROBOT-SUB)
               END-IF
           END-IF
           PERFORM 3100-READ-COMMAND.

       3300-FIND-OR-ADD-ROBOT.
           MOVE ZERO TO WS-ROBOT-SUB
           PERFORM 3310-CHECK-ONE-ROBOT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-RB-COUNT
                   OR WS-ROBOT-SUB > ZERO
           IF WS-ROBOT-SUB = ZERO AND WS-RB-COUNT < WS-RB-MAX
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-ROBOT-SUB
               MOVE RC-ROBOT-ID TO WS-B-ROBOT-ID(WS-ROBOT-SUB)
               MOVE "N" TO WS-B-MID-ROUTE-SW(WS-ROBOT-SUB)
           END-IF.

       3310-CHECK-ONE-ROBOT.
           IF WS-B-ROBOT-ID(WS-SCAN-SUB) = RC-ROBOT-ID
               MOVE WS-SCAN-SUB TO WS-ROBOT-SUB
           END-IF.

       3400-WALK-ONE-INSTRUCTION.
           ADD 1 TO WS-INS-LENGTH
           EVALUATE RC-INSTRUCTIONS(WS-INS-SUB:1)
               WHEN "L"
                   COMPUTE WS-B-DIR(WS-ROBOT-SUB) =
                       FUNCTION MOD(WS-B-DIR(WS-ROBOT-SUB) + 2, 4)
                           + 1
               WHEN "R"
                   COMPUTE WS-B-DIR(WS-ROBOT-SUB) =
                       FUNCTION MOD(WS-B-DIR(WS-ROBOT-SUB), 4) + 1
               WHEN "A"
                   EVALUATE WS-B-DIR(WS-ROBOT-SUB)
                       WHEN 1
                           ADD 1 TO WS-B-Y(WS-ROBOT-SUB)
                       WHEN 2
                           ADD 1 TO WS-B-X(WS-ROBOT-SUB)
                       WHEN 3
                           SUBTRACT 1 FROM WS-B-Y(WS-ROBOT-SUB)
                       WHEN 4
                           SUBTRACT 1 FROM WS-B-X(WS-ROBOT-SUB)
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3500-CREDIT-THE-PICK.
           ADD 1 TO WS-PICK-TOTAL
           MOVE ZERO TO WS-FOUND-SLOT-SUB
           PERFORM 3510-CHECK-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                   OR WS-FOUND-SLOT-SUB > ZERO
           IF WS-FOUND-SLOT-SUB > ZERO
               ADD 1 TO WS-S-PICKS(WS-FOUND-SLOT-SUB)
           ELSE
               ADD 1 TO WS-UNSLOTTED-PICKS
           END-IF.

       3510-CHECK-ONE-SLOT.
           IF WS-S-X(WS-SLOT-SUB) = WS-B-X(WS-ROBOT-SUB)
               AND WS-S-Y(WS-SLOT-SUB) = WS-B-Y(WS-ROBOT-SUB)
               MOVE WS-SLOT-SUB TO WS-FOUND-SLOT-SUB
           END-IF.

      ******************************************************************
      *    4000-WRITE-RANKING - ORDER THE SLOTS BY PICKS (TIES
      *    NEAREST FIRST) AND BY DISTANCE, THEN PRINT THE RANKING.
      ******************************************************************
       4000-WRITE-RANKING.
           PERFORM 4050-SEED-ONE-ORDER
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-SLOT-COUNT
           PERFORM 4100-RANK-ONE-POSITION
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-SLOT-COUNT
           PERFORM 4200-NEAR-ONE-POSITION
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-SLOT-COUNT
           OPEN OUTPUT SLOTTING-REPORT-FILE
           MOVE WS-TITLE-LINE TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           MOVE SPACES TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           MOVE WS-RANK-HEADING TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           MOVE WS-RANK-COLUMNS TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           PERFORM 4300-PRINT-ONE-RANK
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-SLOT-COUNT
           MOVE WS-PICK-TOTAL TO WS-PT-PICKS
           MOVE WS-UNSLOTTED-PICKS TO WS-PT-UNSLOTTED
           MOVE WS-PICK-TOTAL-LINE TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           MOVE WS-TRAVEL-NOW TO WS-TL-TRAVEL
           MOVE WS-TRAVEL-LINE TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE.

       4050-SEED-ONE-ORDER.
           MOVE WS-ORD-SUB TO WS-RANK-SLOT(WS-ORD-SUB)
           MOVE WS-ORD-SUB TO WS-NEAR-SLOT(WS-ORD-SUB).

      ******************************************************************
      *    4100-RANK-ONE-POSITION - SELECTION ORDER: THE BEST OF THE
      *    SLOTS NOT YET PLACED TAKES THIS POSITION.
      ******************************************************************
       4100-RANK-ONE-POSITION.
           MOVE WS-ORD-SUB TO WS-BEST-SUB
           PERFORM 4110-JUDGE-ONE-RANK
               VARYING WS-SCAN-SUB FROM WS-ORD-SUB BY 1
               UNTIL WS-SCAN-SUB > WS-SLOT-COUNT
           MOVE WS-RANK-SLOT(WS-ORD-SUB) TO WS-HOLD-SUB
           MOVE WS-RANK-SLOT(WS-BEST-SUB) TO WS-RANK-SLOT(WS-ORD-SUB)
           MOVE WS-HOLD-SUB TO WS-RANK-SLOT(WS-BEST-SUB)
           MOVE WS-RANK-SLOT(WS-ORD-SUB) TO WS-A-SUB
           MOVE WS-S-ITEM-NO(WS-A-SUB) TO WS-RANK-ITEM-NO(WS-ORD-SUB).

       4110-JUDGE-ONE-RANK.
           MOVE WS-RANK-SLOT(WS-SCAN-SUB) TO WS-A-SUB
           MOVE WS-RANK-SLOT(WS-BEST-SUB) TO WS-B-SUB
           IF WS-S-PICKS(WS-A-SUB) > WS-S-PICKS(WS-B-SUB)
               OR (WS-S-PICKS(WS-A-SUB) = WS-S-PICKS(WS-B-SUB)
                   AND WS-S-DISTANCE(WS-A-SUB)
                       < WS-S-DISTANCE(WS-B-SUB))
               MOVE WS-SCAN-SUB TO WS-BEST-SUB
           END-IF.

       4200-NEAR-ONE-POSITION.
           MOVE WS-ORD-SUB TO WS-BEST-SUB
           PERFORM 4210-JUDGE-ONE-NEAR
               VARYING WS-SCAN-SUB FROM WS-ORD-SUB BY 1
               UNTIL WS-SCAN-SUB > WS-SLOT-COUNT
           MOVE WS-NEAR-SLOT(WS-ORD-SUB) TO WS-HOLD-SUB
           MOVE WS-NEAR-SLOT(WS-BEST-SUB) TO WS-NEAR-SLOT(WS-ORD-SUB)
           MOVE WS-HOLD-SUB TO WS-NEAR-SLOT(WS-BEST-SUB).

       4210-JUDGE-ONE-NEAR.
           MOVE WS-NEAR-SLOT(WS-SCAN-SUB) TO WS-A-SUB
           MOVE WS-NEAR-SLOT(WS-BEST-SUB) TO WS-B-SUB
           IF WS-S-DISTANCE(WS-A-SUB) < WS-S-DISTANCE(WS-B-SUB)
               MOVE WS-SCAN-SUB TO WS-BEST-SUB
           END-IF.

       4300-PRINT-ONE-RANK.
           MOVE WS-RANK-SLOT(WS-ORD-SUB) TO WS-A-SUB
           MOVE WS-ORD-SUB TO WS-R-RANK
           MOVE WS-S-ITEM-NO(WS-A-SUB) TO WS-R-ITEM-NO
           MOVE WS-S-X(WS-A-SUB) TO WS-R-X
           MOVE WS-S-Y(WS-A-SUB) TO WS-R-Y
           MOVE WS-S-PICKS(WS-A-SUB) TO WS-R-PICKS
           IF WS-S-DISTANCE(WS-A-SUB) = WS-NO-PATH
               MOVE "NO PATH" TO WS-R-DISTANCE
           ELSE
               MOVE WS-S-DISTANCE(WS-A-SUB) TO WS-DIST-EDIT
               MOVE WS-DIST-EDIT TO WS-R-DISTANCE
               COMPUTE WS-TRAVEL-NOW = WS-TRAVEL-NOW
                   + WS-S-PICKS(WS-A-SUB) * WS-S-DISTANCE(WS-A-SUB)
           END-IF
           MOVE WS-RANK-LINE TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE.

      ******************************************************************
      *    5000-RECOMMEND-SWAPS - THE K-TH FASTEST ITEM IS OFFERED THE
      *    K-TH NEAREST CELL.  THE SWAP IS TAKEN (AND THE ITEMS
      *    EXCHANGED IN THE TABLE, SO LATER OFFERS SEE IT) WHEN BOTH
      *    CELLS ARE REACHABLE, IT SAVES STEPS, AND EACH ITEM'S
      *    ON-HAND FITS THE OTHER CELL.  ITEMS NEVER PICKED ARE NOT
      *    WORTH MOVING.
      ******************************************************************
       5000-RECOMMEND-SWAPS.
           MOVE SPACES TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           MOVE WS-SWAP-HEADING TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           MOVE WS-SWAP-COLUMNS TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           PERFORM 5100-OFFER-ONE-CELL
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-SLOT-COUNT
                   OR WS-SWAP-COUNT NOT < WS-MAX-SWAPS
           IF WS-SWAP-COUNT = ZERO
               MOVE WS-NO-SWAP-LINE TO SLOTTING-REPORT-LINE
               WRITE SLOTTING-REPORT-LINE
           ELSE
               MOVE WS-TOTAL-SAVED TO WS-SL-SAVED
               MOVE WS-SAVED-LINE TO SLOTTING-REPORT-LINE
               WRITE SLOTTING-REPORT-LINE
           END-IF.

       5100-OFFER-ONE-CELL.
           MOVE ZERO TO WS-FOUND-SLOT-SUB
           PERFORM 5110-FIND-RANKED-ITEM
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                   OR WS-FOUND-SLOT-SUB > ZERO
           MOVE WS-FOUND-SLOT-SUB TO WS-A-SUB
           MOVE WS-NEAR-SLOT(WS-ORD-SUB) TO WS-B-SUB
           IF WS-A-SUB > ZERO
               IF WS-S-PICKS(WS-A-SUB) > ZERO
                   AND WS-A-SUB NOT = WS-B-SUB
                   AND WS-S-DISTANCE(WS-A-SUB) NOT = WS-NO-PATH
                   AND WS-S-DISTANCE(WS-B-SUB) NOT = WS-NO-PATH
                   AND WS-S-DISTANCE(WS-A-SUB)
                       > WS-S-DISTANCE(WS-B-SUB)
                   AND WS-S-ON-HAND(WS-A-SUB)
                       NOT > WS-S-CAPACITY(WS-B-SUB)
                   AND WS-S-ON-HAND(WS-B-SUB)
                       NOT > WS-S-CAPACITY(WS-A-SUB)
                   COMPUTE WS-STEPS-SAVED =
                       (WS-S-PICKS(WS-A-SUB) - WS-S-PICKS(WS-B-SUB))
                       * (WS-S-DISTANCE(WS-A-SUB)
                           - WS-S-DISTANCE(WS-B-SUB))
                   IF WS-STEPS-SAVED > ZERO
                       PERFORM 5200-PRINT-AND-SWAP
                   END-IF
               END-IF
           END-IF.

       5110-FIND-RANKED-ITEM.
           IF WS-S-ITEM-NO(WS-SLOT-SUB) = WS-RANK-ITEM-NO(WS-ORD-SUB)
               MOVE WS-SLOT-SUB TO WS-FOUND-SLOT-SUB
           END-IF.

       5200-PRINT-AND-SWAP.
           ADD 1 TO WS-SWAP-COUNT
           ADD WS-STEPS-SAVED TO WS-TOTAL-SAVED
           MOVE WS-SWAP-COUNT TO WS-W-SEQ
           MOVE WS-S-ITEM-NO(WS-A-SUB) TO WS-W-FAST-ITEM
           MOVE WS-S-X(WS-A-SUB) TO WS-W-FROM-X
           MOVE WS-S-Y(WS-A-SUB) TO WS-W-FROM-Y
           MOVE WS-S-X(WS-B-SUB) TO WS-W-TO-X
           MOVE WS-S-Y(WS-B-SUB) TO WS-W-TO-Y
           MOVE WS-S-ITEM-NO(WS-B-SUB) TO WS-W-SLOW-ITEM
           MOVE WS-STEPS-SAVED TO WS-W-SAVED
           MOVE WS-SWAP-LINE TO SLOTTING-REPORT-LINE
           WRITE SLOTTING-REPORT-LINE
           MOVE WS-S-OCCUPANT(WS-A-SUB) TO WS-HOLD-OCCUPANT
           MOVE WS-S-OCCUPANT(WS-B-SUB) TO WS-S-OCCUPANT(WS-A-SUB)
           MOVE WS-HOLD-OCCUPANT TO WS-S-OCCUPANT(WS-B-SUB).

       9999-TERMINATE.
           CLOSE SLOTTING-REPORT-FILE
           DISPLAY "SLOTRPT: " WS-SLOT-COUNT " ITEMS, " WS-PICK-TOTAL
               " PICKS, " WS-SWAP-COUNT " SWAPS RECOMMENDED".
