       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTDQN.
       AUTHOR. GAME-NIGHT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    YACHTDQN IS THE NIGHTLY CATEGORY-CHOICE REVIEW.  IT RUNS
      *    AHEAD OF THE YACHTBAT SCORING STEP, WHILE THE SCORECARD
      *    FILE STILL SHOWS WHICH BOXES EACH PLAYER HAD OPEN COMING
      *    INTO THE NIGHT, AND REPLAYS THE NIGHT'S ROLLS IN ORDER.
      *    FOR EACH ROLL IT CALLS THE YACHT SCORING LOGIC (IN REPLAY
      *    MODE -- NO PLAYER ID, SO NOTHING IS FILED) ONCE FOR EVERY
      *    CATEGORY STILL OPEN, FINDS THE BEST-PAYING ONE, AND
      *    MEASURES THE POINTS GIVEN UP BY THE CATEGORY THE PLAYER
      *    ACTUALLY CALLED.  THE CALLED BOX IS THEN CLOSED IN MEMORY
      *    SO THE NEXT ROLL SEES THE CARD AS IT WILL REALLY STAND.
      *    EACH ROLL IS APPENDED TO THE DECISION-HISTORY FILE UNDER
      *    THE GAMECTL GAME DATE, AND THE NIGHT'S "POINTS LEFT ON THE
      *    TABLE" REPORT LISTS EVERY COSTLY CALL AND A LINE PER
      *    PLAYER.  YACHTDQS ROLLS THE SAME HISTORY UP BY SEASON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLS-FILE ASSIGN TO "ROLLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO "SCORECRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-PLAYER-ID
               FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT GAME-DATE-CONTROL ASSIGN TO "GAMECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.

           SELECT DECISION-HISTORY-FILE ASSIGN TO "DECHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-FILE-STATUS.

           SELECT DECISION-REPORT-FILE ASSIGN TO "DECNIGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLS-FILE.
       01  ROLL-RECORD.
           05  RL-PLAYER-ID                PIC X(06).
           05  RL-CATEGORY                 PIC X(15).
           05  RL-DICE                     PIC 9(05).

       FD  SCORECARD-FILE.
       COPY SCORECRD.

       FD  GAME-DATE-CONTROL.
       01  GAME-DATE-RECORD.
           05  GC-GAME-DATE               PIC 9(08).

       FD  DECISION-HISTORY-FILE.
       COPY DECHIST.

       FD  DECISION-REPORT-FILE.
       01  DECISION-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RESULT PIC 99 EXTERNAL.
       01 WS-CATEGORY PIC X(15) EXTERNAL.
       01 WS-DICE PIC 9(5) EXTERNAL.
       01 WS-PLAYER-ID PIC X(06) EXTERNAL.
       01 WS-SCORE-REJECTED-SW PIC X EXTERNAL.
           88 WS-SCORE-REJECTED VALUE "Y".

       01  WS-RL-FILE-STATUS              PIC XX.
       01  WS-SC-FILE-STATUS              PIC XX.
       01  WS-GC-FILE-STATUS              PIC XX.
       01  WS-DQ-FILE-STATUS              PIC XX.
       01  WS-DN-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-GAME-DATE                   PIC 9(08) VALUE ZERO.

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

      *    ONE ENTRY PER PLAYER SEEN TONIGHT: THE CARD AS IT STANDS
      *    AT THE CURRENT ROLL, PLUS THE NIGHT'S ACCUMULATORS.  A
      *    PLAYER WITH NO SCORECARD ON FILE STARTS WITH ALL 13 OPEN.
       01  WS-CARD-MAX                    PIC 9(03) VALUE 100.
       01  WS-CARD-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 100 TIMES INDEXED BY WS-PX.
               10  WS-C-PLAYER-ID         PIC X(06).
               10  WS-C-CAT OCCURS 13 TIMES.
                   15  WS-C-CAT-NAME      PIC X(15).
                   15  WS-C-CAT-FILLED    PIC X.
               10  WS-C-ROLLS             PIC 9(03).
               10  WS-C-SCORED            PIC 9(05).
               10  WS-C-BEST-TOTAL        PIC 9(05).
               10  WS-C-LOST              PIC 9(05).
               10  WS-C-COSTLY            PIC 9(03).
       01  WS-PLAYER-SUB                  PIC 9(03).
       01  WS-CAT-SUB                     PIC 9(02).
       01  WS-CHOSEN-SUB                  PIC 9(02).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".

       01  WS-BEST-CAT                    PIC X(15).
       01  WS-BEST-SCORE                  PIC 9(03).
       01  WS-CHOSEN-SCORE                PIC 9(03).
       01  WS-POINTS-LOST                 PIC 9(03).
       01  WS-NIGHT-LOST                  PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(41) VALUE
               "YACHT CATEGORY CHOICES -- POINTS LEFT ON ".
           05  FILLER                     PIC X(14) VALUE
               "THE TABLE FOR ".
           05  WS-H1-GAME-DATE            PIC 9(08).
       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(15) VALUE
               "PLAYER  DICE   ".
           05  FILLER                     PIC X(15) VALUE
               "CALLED         ".
           05  FILLER                     PIC X(06) VALUE "PAID  ".
           05  FILLER                     PIC X(15) VALUE
               "BEST OPEN      ".
           05  FILLER                     PIC X(05) VALUE "PAID ".
           05  FILLER                     PIC X(04) VALUE "LOST".
           05  FILLER                     PIC X(20) VALUE SPACE.
       01  WS-DETAIL-LINE.
           05  WS-DL-PLAYER-ID            PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DL-DICE                 PIC 9(05).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DL-CHOSEN-CAT           PIC X(15).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-CHOSEN-SCORE         PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DL-BEST-CAT             PIC X(15).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-BEST-SCORE           PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DL-LOST                 PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-NOTE                 PIC X(10).
       01  WS-SUMMARY-HEADING.
           05  FILLER                     PIC X(12) VALUE
               "PLAYER ROLLS".
           05  FILLER                     PIC X(08) VALUE "  SCORED".
           05  FILLER                     PIC X(15) VALUE
               "  BEST POSSIBLE".
           05  FILLER                     PIC X(15) VALUE
               "  LEFT ON TABLE".
           05  FILLER                     PIC X(13) VALUE
               " COSTLY CALLS".
           05  FILLER                     PIC X(17) VALUE SPACE.
       01  WS-SUMMARY-LINE.
           05  WS-SL-PLAYER-ID            PIC X(06).
           05  FILLER                     PIC X(03) VALUE SPACE.
           05  WS-SL-ROLLS                PIC ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACE.
           05  WS-SL-SCORED               PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-SL-BEST-TOTAL           PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-SL-LOST                 PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-SL-COSTLY               PIC ZZ9.
       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(37) VALUE
               "POINTS LEFT ON THE TABLE TONIGHT     ".
           05  WS-TL-LOST                 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-ROLL
               UNTIL WS-EOF
           PERFORM 3000-PRINT-PLAYER-SUMMARY
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - GAME DATE FROM THE CONTROL CARD, THEN
      *    EVERY SCORECARD ON FILE AS THE STARTING STATE OF THE CARDS.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT GAME-DATE-CONTROL
           IF WS-GC-FILE-STATUS = "00"
               READ GAME-DATE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GC-GAME-DATE TO WS-GAME-DATE
               END-READ
               CLOSE GAME-DATE-CONTROL
           END-IF
           PERFORM 1100-LOAD-SCORECARDS
           MOVE SPACES TO WS-PLAYER-ID
           OPEN INPUT ROLLS-FILE
           OPEN EXTEND DECISION-HISTORY-FILE
           IF WS-DQ-FILE-STATUS = "35"
               OPEN OUTPUT DECISION-HISTORY-FILE
           END-IF
           OPEN OUTPUT DECISION-REPORT-FILE
           MOVE WS-GAME-DATE TO WS-H1-GAME-DATE
           MOVE WS-HEADING-LINE-1 TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           MOVE WS-HEADING-LINE-2 TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           PERFORM 1200-READ-NEXT-ROLL.

       1100-LOAD-SCORECARDS.
           OPEN INPUT SCORECARD-FILE
           IF WS-SC-FILE-STATUS = "00"
               PERFORM 1110-READ-SCORECARD
               PERFORM 1120-STORE-SCORECARD
                   UNTIL WS-SC-FILE-STATUS NOT = "00"
               CLOSE SCORECARD-FILE
           END-IF.

       1110-READ-SCORECARD.
           READ SCORECARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SC-FILE-STATUS
           END-READ.

       1120-STORE-SCORECARD.
           IF WS-CARD-COUNT < WS-CARD-MAX
               ADD 1 TO WS-CARD-COUNT
               SET WS-PX TO WS-CARD-COUNT
               INITIALIZE WS-CARD-ENTRY(WS-PX)
               MOVE SC-PLAYER-ID TO WS-C-PLAYER-ID(WS-PX)
               PERFORM 1130-COPY-ONE-SLOT
                   VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 13
           END-IF
           PERFORM 1110-READ-SCORECARD.

       1130-COPY-ONE-SLOT.
           MOVE SC-CAT-NAME(WS-CAT-SUB)
               TO WS-C-CAT-NAME(WS-PX, WS-CAT-SUB)
           MOVE SC-CAT-FILLED(WS-CAT-SUB)
               TO WS-C-CAT-FILLED(WS-PX, WS-CAT-SUB).

       1200-READ-NEXT-ROLL.
           READ ROLLS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-REVIEW-ROLL - SCORE THE ROLL IN EVERY OPEN BOX, KEEP
      *    THE BEST, THEN PRICE THE CALL THE PLAYER MADE.  A CALL
      *    YACHT WOULD REFUSE (UNKNOWN OR ALREADY-FILLED BOX) PAYS
      *    NOTHING AND CLOSES NOTHING.
      ******************************************************************
       2000-REVIEW-ROLL.
           PERFORM 2100-FIND-OR-ADD-CARD
           IF WS-FOUND
               SET WS-PX TO WS-PLAYER-SUB
               MOVE RL-DICE TO WS-DICE
               MOVE SPACES TO WS-BEST-CAT
               MOVE ZERO TO WS-BEST-SCORE
               MOVE ZERO TO WS-CHOSEN-SUB
               PERFORM 2200-SCORE-ONE-OPEN-BOX
                   VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 13
               MOVE ZERO TO WS-CHOSEN-SCORE
               IF WS-CHOSEN-SUB > ZERO
                   MOVE RL-CATEGORY TO WS-CATEGORY
                   CALL "YACHT"
                   MOVE WS-RESULT TO WS-CHOSEN-SCORE
                   MOVE "Y" TO WS-C-CAT-FILLED(WS-PX, WS-CHOSEN-SUB)
               END-IF
               COMPUTE WS-POINTS-LOST = WS-BEST-SCORE - WS-CHOSEN-SCORE
               PERFORM 2300-RECORD-DECISION
           END-IF
           PERFORM 1200-READ-NEXT-ROLL.

       2100-FIND-OR-ADD-CARD.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-PLAYER-SUB
           PERFORM 2110-CHECK-ONE-CARD
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-CARD-COUNT OR WS-FOUND
           IF NOT WS-FOUND AND WS-CARD-COUNT < WS-CARD-MAX
               ADD 1 TO WS-CARD-COUNT
               SET WS-PX TO WS-CARD-COUNT
               INITIALIZE WS-CARD-ENTRY(WS-PX)
               MOVE RL-PLAYER-ID TO WS-C-PLAYER-ID(WS-PX)
               PERFORM 2120-OPEN-ONE-SLOT
                   VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 13
               MOVE WS-CARD-COUNT TO WS-PLAYER-SUB
               SET WS-FOUND TO TRUE
           END-IF.

       2110-CHECK-ONE-CARD.
           IF WS-C-PLAYER-ID(WS-PX) = RL-PLAYER-ID
               SET WS-FOUND TO TRUE
               SET WS-PLAYER-SUB TO WS-PX
           END-IF.

       2120-OPEN-ONE-SLOT.
           MOVE WS-DFLT-CAT-NAME(WS-CAT-SUB)
               TO WS-C-CAT-NAME(WS-PX, WS-CAT-SUB)
           MOVE "N" TO WS-C-CAT-FILLED(WS-PX, WS-CAT-SUB).

       2200-SCORE-ONE-OPEN-BOX.
           IF WS-C-CAT-FILLED(WS-PX, WS-CAT-SUB) NOT = "Y"
               MOVE WS-C-CAT-NAME(WS-PX, WS-CAT-SUB) TO WS-CATEGORY
               CALL "YACHT"
               IF WS-BEST-CAT = SPACES OR WS-RESULT > WS-BEST-SCORE
                   MOVE WS-C-CAT-NAME(WS-PX, WS-CAT-SUB) TO WS-BEST-CAT
                   MOVE WS-RESULT TO WS-BEST-SCORE
               END-IF
               IF WS-C-CAT-NAME(WS-PX, WS-CAT-SUB) = RL-CATEGORY
                   MOVE WS-CAT-SUB TO WS-CHOSEN-SUB
               END-IF
           END-IF.

       2300-RECORD-DECISION.
           MOVE WS-GAME-DATE TO DQ-GAME-DATE
           MOVE RL-PLAYER-ID TO DQ-PLAYER-ID
           MOVE RL-DICE TO DQ-DICE
           MOVE RL-CATEGORY TO DQ-CHOSEN-CAT
           MOVE WS-CHOSEN-SCORE TO DQ-CHOSEN-SCORE
           MOVE WS-BEST-CAT TO DQ-BEST-CAT
           MOVE WS-BEST-SCORE TO DQ-BEST-SCORE
           MOVE WS-POINTS-LOST TO DQ-POINTS-LOST
           IF WS-CHOSEN-SUB > ZERO
               SET DQ-CHOICE-SCORED TO TRUE
           ELSE
               SET DQ-CHOICE-REJECTED TO TRUE
           END-IF
           WRITE DECISION-HISTORY-RECORD

           ADD 1 TO WS-C-ROLLS(WS-PX)
           ADD WS-CHOSEN-SCORE TO WS-C-SCORED(WS-PX)
           ADD WS-BEST-SCORE TO WS-C-BEST-TOTAL(WS-PX)
           ADD WS-POINTS-LOST TO WS-C-LOST(WS-PX)
           ADD WS-POINTS-LOST TO WS-NIGHT-LOST
           IF WS-POINTS-LOST > ZERO OR WS-CHOSEN-SUB = ZERO
               ADD 1 TO WS-C-COSTLY(WS-PX)
               MOVE SPACES TO WS-DL-NOTE
               IF WS-CHOSEN-SUB = ZERO
                   MOVE "REJECTED" TO WS-DL-NOTE
               END-IF
               MOVE RL-PLAYER-ID TO WS-DL-PLAYER-ID
               MOVE RL-DICE TO WS-DL-DICE
               MOVE RL-CATEGORY TO WS-DL-CHOSEN-CAT
               MOVE WS-CHOSEN-SCORE TO WS-DL-CHOSEN-SCORE
               MOVE WS-BEST-CAT TO WS-DL-BEST-CAT
               MOVE WS-BEST-SCORE TO WS-DL-BEST-SCORE
               MOVE WS-POINTS-LOST TO WS-DL-LOST
               MOVE WS-DETAIL-LINE TO DECISION-REPORT-LINE
               WRITE DECISION-REPORT-LINE
           END-IF.

      ******************************************************************
      *    3000-PRINT-PLAYER-SUMMARY - ONE LINE PER PLAYER WHO ROLLED
      *    TONIGHT.  CARDS LOADED FROM THE FILE BUT NOT ROLLED ON ARE
      *    LEFT OUT.
      ******************************************************************
       3000-PRINT-PLAYER-SUMMARY.
           MOVE SPACES TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           MOVE WS-SUMMARY-HEADING TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           PERFORM 3100-PRINT-ONE-PLAYER
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-CARD-COUNT
           MOVE SPACES TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           MOVE WS-NIGHT-LOST TO WS-TL-LOST
           MOVE WS-TOTAL-LINE TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE.

       3100-PRINT-ONE-PLAYER.
           IF WS-C-ROLLS(WS-PX) > ZERO
               MOVE WS-C-PLAYER-ID(WS-PX) TO WS-SL-PLAYER-ID
               MOVE WS-C-ROLLS(WS-PX) TO WS-SL-ROLLS
               MOVE WS-C-SCORED(WS-PX) TO WS-SL-SCORED
               MOVE WS-C-BEST-TOTAL(WS-PX) TO WS-SL-BEST-TOTAL
               MOVE WS-C-LOST(WS-PX) TO WS-SL-LOST
               MOVE WS-C-COSTLY(WS-PX) TO WS-SL-COSTLY
               MOVE WS-SUMMARY-LINE TO DECISION-REPORT-LINE
               WRITE DECISION-REPORT-LINE
           END-IF.

       9999-TERMINATE.
           CLOSE ROLLS-FILE
           CLOSE DECISION-HISTORY-FILE
           CLOSE DECISION-REPORT-FILE.
