       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTDQS.
       AUTHOR. GAME-NIGHT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    YACHTDQS IS THE SEASON COACHING REPORT ON CATEGORY CHOICE.
      *    FOR THE SEASON ON THE CONTROL CARD IT TOTALS, PER PLAYER,
      *    THE POINTS ACTUALLY BANKED (FROM THE CATEGORY-HISTORY FILE
      *    YACHTCLS APPENDS AT EVERY CLOSE-OUT) AND THE POINTS LEFT ON
      *    THE TABLE BY THE CATEGORY CALLED (FROM THE DECISION-HISTORY
      *    FILE YACHTDQN APPENDS EVERY NIGHT).  EACH PLAYER GETS A
      *    LINE WITH NIGHTS PLAYED, ROLLS REVIEWED, POINTS BANKED,
      *    POINTS LEFT, POINTS LEFT PER NIGHT, AND THE CALLED
      *    CATEGORY THAT COST THE MOST OVER THE SEASON -- THE BOX TO
      *    TALK ABOUT FIRST.  A BLANK OR MISSING CONTROL CARD MEANS
      *    ALL HISTORY ON FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-CONTROL-FILE ASSIGN TO "DQSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT DECISION-HISTORY-FILE ASSIGN TO "DECHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-FILE-STATUS.

           SELECT CATEGORY-HISTORY-FILE ASSIGN TO "CATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT SEASON-REPORT-FILE ASSIGN TO "DECSEASN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-CONTROL-FILE.
       01  SEASON-CONTROL-RECORD.
           05  SN-SEASON-START            PIC 9(08).
           05  FILLER                     PIC X(01).
           05  SN-SEASON-END              PIC 9(08).

       FD  DECISION-HISTORY-FILE.
       COPY DECHIST.

       FD  CATEGORY-HISTORY-FILE.
       COPY CATHIST.

       FD  SEASON-REPORT-FILE.
       01  SEASON-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SC-FILE-STATUS              PIC XX.
       01  WS-DQ-FILE-STATUS              PIC XX.
       01  WS-CH-FILE-STATUS              PIC XX.
       01  WS-DS-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-SEASON-START                PIC 9(08) VALUE ZERO.
       01  WS-SEASON-END                  PIC 9(08) VALUE 99999999.

       01  WS-DEFAULT-CATEGORY-NAMES.
           05 FILLER PIC X(15) VALUE "ones".
           05 FILLER PIC X(15) VALUE "twos".
           05 FILLER PIC X(15) VALUE "threes".
           05 FILLER PIC X(15) VALUE "fours".
           05 FILLER PIC X(15) VALUE "fives".
           05 FILLER PIC X(15) VALUE "sixes".
           05 FILLER PIC X(15) VALUE "full house".
           05 FILLER PIC X(15) VALUE "four of a kind".
           05 FILLER PIC X(15) VALUE "little straight".
           05 FILLER PIC X(15) VALUE "big straight".
           05 FILLER PIC X(15) VALUE "choice".
           05 FILLER PIC X(15) VALUE "yacht".
           05 FILLER PIC X(15) VALUE "bonus".
       01 WS-DFLT-CAT-TBL REDEFINES WS-DEFAULT-CATEGORY-NAMES.
           05 WS-DFLT-CAT-NAME PIC X(15) OCCURS 13 TIMES.

      *    ONE ENTRY PER PLAYER.  NIGHTS ARE COUNTED FROM THE
      *    CATEGORY HISTORY (ONE CLOSE-OUT PER PLAYER PER NIGHT), SO
      *    THE LAST DATE SEEN IS KEPT TO COUNT EACH NIGHT ONCE.
       01  WS-SEA-MAX                     PIC 9(03) VALUE 100.
       01  WS-SEA-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-SEA-TABLE.
           05  WS-SEA-ENTRY OCCURS 100 TIMES INDEXED BY WS-PX.
               10  WS-S-PLAYER-ID         PIC X(06).
               10  WS-S-NIGHTS            PIC 9(03).
               10  WS-S-LAST-DATE         PIC 9(08).
               10  WS-S-BANKED            PIC 9(06).
               10  WS-S-ROLLS             PIC 9(05).
               10  WS-S-LOST              PIC 9(06).
               10  WS-S-CAT-LOST          PIC 9(05) OCCURS 13 TIMES.
       01  WS-PLAYER-ID                   PIC X(06).
       01  WS-PLAYER-SUB                  PIC 9(03).
       01  WS-CAT-SUB                     PIC 9(02).
       01  WS-WORST-SUB                   PIC 9(02).
       01  WS-WORST-LOST                  PIC 9(05).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".
       01  WS-PER-NIGHT                   PIC 9(04)V9.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(44) VALUE
               "YACHT SEASON COACHING -- POINTS LEFT ON THE ".
           05  FILLER                     PIC X(07) VALUE
               "TABLE  ".
           05  WS-H1-START                PIC 9(08).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  WS-H1-END                  PIC 9(08).
       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(29) VALUE
               "PLAYER  NIGHTS  ROLLS  BANKED".
           05  FILLER                     PIC X(08) VALUE "    LEFT".
           05  FILLER                     PIC X(10) VALUE " PER NIGHT".
           05  FILLER                     PIC X(16) VALUE
               "  COSTLIEST CALL".
           05  FILLER                     PIC X(17) VALUE SPACE.
       01  WS-PLAYER-LINE.
           05  WS-PL-PLAYER-ID            PIC X(06).
           05  FILLER                     PIC X(05) VALUE SPACE.
           05  WS-PL-NIGHTS               PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-PL-ROLLS                PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-PL-BANKED               PIC ZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-PL-LOST                 PIC ZZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACE.
           05  WS-PL-PER-NIGHT            PIC ZZZ9.9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-PL-WORST-CAT            PIC X(15).
           05  WS-PL-WORST-LOST           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-BANKED
           PERFORM 2500-ACCUMULATE-DECISIONS
           PERFORM 3000-PRINT-PLAYER
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-SEA-COUNT
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SEASON-CONTROL-FILE
           IF WS-SC-FILE-STATUS = "00"
               READ SEASON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SN-SEASON-START IS NUMERIC
                           MOVE SN-SEASON-START TO WS-SEASON-START
                       END-IF
                       IF SN-SEASON-END IS NUMERIC
                           AND SN-SEASON-END > ZERO
                           MOVE SN-SEASON-END TO WS-SEASON-END
                       END-IF
               END-READ
               CLOSE SEASON-CONTROL-FILE
           END-IF
           OPEN OUTPUT SEASON-REPORT-FILE
           MOVE WS-SEASON-START TO WS-H1-START
           MOVE WS-SEASON-END TO WS-H1-END
           MOVE WS-HEADING-LINE-1 TO SEASON-REPORT-LINE
           WRITE SEASON-REPORT-LINE
           MOVE WS-HEADING-LINE-2 TO SEASON-REPORT-LINE
           WRITE SEASON-REPORT-LINE.

      ******************************************************************
      *    2000-ACCUMULATE-BANKED - POINTS BANKED AND NIGHTS PLAYED
      *    FROM THE CLOSED SCORECARDS IN THE SEASON.
      ******************************************************************
       2000-ACCUMULATE-BANKED.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATEGORY-HISTORY-FILE
           IF WS-CH-FILE-STATUS = "00"
               PERFORM 2010-READ-CATEGORY-HISTORY
               PERFORM 2020-APPLY-CATEGORY-HISTORY
                   UNTIL WS-EOF
               CLOSE CATEGORY-HISTORY-FILE
           END-IF.

       2010-READ-CATEGORY-HISTORY.
           READ CATEGORY-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2020-APPLY-CATEGORY-HISTORY.
           IF CH-GAME-DATE NOT < WS-SEASON-START
               AND CH-GAME-DATE NOT > WS-SEASON-END
               MOVE CH-PLAYER-ID TO WS-PLAYER-ID
               PERFORM 2100-FIND-OR-ADD-PLAYER
               IF WS-FOUND
                   SET WS-PX TO WS-PLAYER-SUB
                   IF CH-GAME-DATE NOT = WS-S-LAST-DATE(WS-PX)
                       ADD 1 TO WS-S-NIGHTS(WS-PX)
                       MOVE CH-GAME-DATE TO WS-S-LAST-DATE(WS-PX)
                   END-IF
                   IF CH-CAT-IS-FILLED
                       ADD CH-CAT-SCORE TO WS-S-BANKED(WS-PX)
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-CATEGORY-HISTORY.

       2100-FIND-OR-ADD-PLAYER.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-PLAYER-SUB
           PERFORM 2110-CHECK-ONE-PLAYER
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-SEA-COUNT OR WS-FOUND
           IF NOT WS-FOUND AND WS-SEA-COUNT < WS-SEA-MAX
               ADD 1 TO WS-SEA-COUNT
               SET WS-PX TO WS-SEA-COUNT
               INITIALIZE WS-SEA-ENTRY(WS-PX)
               MOVE WS-PLAYER-ID TO WS-S-PLAYER-ID(WS-PX)
               MOVE WS-SEA-COUNT TO WS-PLAYER-SUB
               SET WS-FOUND TO TRUE
           END-IF.

       2110-CHECK-ONE-PLAYER.
           IF WS-S-PLAYER-ID(WS-PX) = WS-PLAYER-ID
               SET WS-FOUND TO TRUE
               SET WS-PLAYER-SUB TO WS-PX
           END-IF.

      ******************************************************************
      *    2500-ACCUMULATE-DECISIONS - POINTS LEFT ON THE TABLE IN THE
      *    SEASON, IN TOTAL AND AGAINST THE CATEGORY THAT WAS CALLED.
      ******************************************************************
       2500-ACCUMULATE-DECISIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DECISION-HISTORY-FILE
           IF WS-DQ-FILE-STATUS = "00"
               PERFORM 2510-READ-DECISION
               PERFORM 2520-APPLY-DECISION
                   UNTIL WS-EOF
               CLOSE DECISION-HISTORY-FILE
           END-IF.

       2510-READ-DECISION.
           READ DECISION-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2520-APPLY-DECISION.
           IF DQ-GAME-DATE NOT < WS-SEASON-START
               AND DQ-GAME-DATE NOT > WS-SEASON-END
               MOVE DQ-PLAYER-ID TO WS-PLAYER-ID
               PERFORM 2100-FIND-OR-ADD-PLAYER
               IF WS-FOUND
                   SET WS-PX TO WS-PLAYER-SUB
                   ADD 1 TO WS-S-ROLLS(WS-PX)
                   ADD DQ-POINTS-LOST TO WS-S-LOST(WS-PX)
                   PERFORM 2530-CHARGE-CALLED-CATEGORY
                       VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > 13
               END-IF
           END-IF
           PERFORM 2510-READ-DECISION.

       2530-CHARGE-CALLED-CATEGORY.
           IF WS-DFLT-CAT-NAME(WS-CAT-SUB) = DQ-CHOSEN-CAT
               ADD DQ-POINTS-LOST TO WS-S-CAT-LOST(WS-PX, WS-CAT-SUB)
           END-IF.

       3000-PRINT-PLAYER.
           MOVE ZERO TO WS-WORST-SUB
           MOVE ZERO TO WS-WORST-LOST
           PERFORM 3100-CHECK-WORST-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 13
           MOVE WS-S-PLAYER-ID(WS-PX) TO WS-PL-PLAYER-ID
           MOVE WS-S-NIGHTS(WS-PX) TO WS-PL-NIGHTS
           MOVE WS-S-ROLLS(WS-PX) TO WS-PL-ROLLS
           MOVE WS-S-BANKED(WS-PX) TO WS-PL-BANKED
           MOVE WS-S-LOST(WS-PX) TO WS-PL-LOST
           MOVE ZERO TO WS-PER-NIGHT
           IF WS-S-NIGHTS(WS-PX) > ZERO
               COMPUTE WS-PER-NIGHT ROUNDED =
                   WS-S-LOST(WS-PX) / WS-S-NIGHTS(WS-PX)
           END-IF
           MOVE WS-PER-NIGHT TO WS-PL-PER-NIGHT
           IF WS-WORST-SUB > ZERO
               MOVE WS-DFLT-CAT-NAME(WS-WORST-SUB) TO WS-PL-WORST-CAT
               MOVE WS-WORST-LOST TO WS-PL-WORST-LOST
           ELSE
               MOVE "NONE" TO WS-PL-WORST-CAT
               MOVE ZERO TO WS-PL-WORST-LOST
           END-IF
           MOVE WS-PLAYER-LINE TO SEASON-REPORT-LINE
           WRITE SEASON-REPORT-LINE.

       3100-CHECK-WORST-CATEGORY.
           IF WS-S-CAT-LOST(WS-PX, WS-CAT-SUB) > WS-WORST-LOST
               MOVE WS-CAT-SUB TO WS-WORST-SUB
               MOVE WS-S-CAT-LOST(WS-PX, WS-CAT-SUB) TO WS-WORST-LOST
           END-IF.

       9999-TERMINATE.
           CLOSE SEASON-REPORT-FILE.
