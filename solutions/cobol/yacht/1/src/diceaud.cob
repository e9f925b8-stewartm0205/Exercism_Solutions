       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICEAUD.
       AUTHOR. GAME-NIGHT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DICEAUD IS THE DICE FAIRNESS AUDIT.  IT TALLIES HOW OFTEN
      *    EACH FACE CAME UP IN EACH OF THE FIVE DIE POSITIONS OF
      *    RL-DICE, ACROSS EVERY DATED ROLLS GENERATION ON THE
      *    GENERATION CATALOG (ONE GENERATION = ONE GAME NIGHT) PLUS
      *    THE AUDITROL HISTORY, AND TESTS EACH TALLY AGAINST A FAIR
      *    DIE WITH A CHI-SQUARE GOODNESS-OF-FIT TEST (SIX FACES,
      *    FIVE DEGREES OF FREEDOM).  THE CONFIDENCE LEVEL COMES FROM
      *    THE CENTRAL PARAMETER FILE (JOB DICEAUD, PARAMETER
      *    CONFIDENCE: 90, 95 OR 99; 95 WHEN NONE IS FILED).
      *    THE DICE-SET ASSIGNMENT FILE SAYS WHICH CLUB SET A PLAYER
      *    ROLLED WITH ON A NIGHT (A RECORD WITH A BLANK PLAYER
      *    COVERS EVERYONE THAT NIGHT), SO THE SAME TALLIES ARE ALSO
      *    ACCUMULATED AND TESTED PER SET.  THE REPORT PRINTS EVERY
      *    NIGHT AND EVERY SET, THEN NAMES EACH ONE THAT FELL OUTSIDE
      *    THE CONFIDENCE LIMIT.  A TALLY TOO SMALL FOR THE TEST
      *    (FEWER THAN FIVE EXPECTED PER FACE) IS PRINTED BUT NOT
      *    JUDGED.  WITH NO CATALOG ENTRIES FOR ROLLS THE FIXED ROLLS
      *    DD IS AUDITED AS ONE NIGHT, DATED FROM THE GAMECTL CARD.
      *    A VERDICT ON PART OF THE SAMPLE WOULD MISLEAD, SO MORE
      *    GENERATIONS, NIGHTS, SET ASSIGNMENTS OR SETS THAN THE
      *    TABLES HOLD ARE REFUSED WITH 16 AND NOTHING IS JUDGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLS-FILE ASSIGN DYNAMIC WS-ROLLS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT AUDIT-ROLL-FILE ASSIGN TO "AUDITROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT GENERATION-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GN-FILE-STATUS.

           SELECT DICE-SET-ASSIGN-FILE ASSIGN TO "DICEASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DA-FILE-STATUS.

           SELECT GAME-DATE-CONTROL ASSIGN TO "GAMECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.

           SELECT FAIRNESS-REPORT-FILE ASSIGN TO "DICERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLS-FILE.
       01  ROLL-RECORD.
           05  RL-PLAYER-ID                PIC X(06).
           05  RL-CATEGORY                 PIC X(15).
           05  RL-DICE                     PIC 9(05).
           05  RL-DICE-TABLE REDEFINES RL-DICE.
               10  RL-DIE                  PIC 9 OCCURS 5 TIMES.

       FD  AUDIT-ROLL-FILE.
       01  AUDIT-ROLL-RECORD.
           05  AR-ROLL-ID                 PIC X(10).
           05  FILLER                     PIC X(02).
           05  AR-CATEGORY                PIC X(15).
           05  FILLER                     PIC X(02).
           05  AR-DICE                    PIC 9(05).
           05  AR-DICE-TABLE REDEFINES AR-DICE.
               10  AR-DIE                 PIC 9 OCCURS 5 TIMES.

       FD  GENERATION-CATALOG.
       COPY GENCAT.

      *    WHICH CLUB DICE SET A PLAYER ROLLED WITH ON A NIGHT.  A
      *    BLANK DA-PLAYER-ID IS THE NIGHT'S DEFAULT SET.
       FD  DICE-SET-ASSIGN-FILE.
       01  DICE-SET-ASSIGN-RECORD.
           05  DA-GAME-DATE               PIC 9(08).
           05  DA-PLAYER-ID               PIC X(06).
           05  DA-SET-ID                  PIC X(08).

       FD  GAME-DATE-CONTROL.
       01  GAME-DATE-RECORD.
           05  GC-GAME-DATE               PIC 9(08).

       FD  FAIRNESS-REPORT-FILE.
       01  FAIRNESS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PL-JOB-NAME PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW PIC X EXTERNAL.
           88  WS-PL-FOUND VALUE "Y".

       01  WS-RL-FILE-STATUS              PIC XX.
       01  WS-AR-FILE-STATUS              PIC XX.
       01  WS-GN-FILE-STATUS              PIC XX.
       01  WS-DA-FILE-STATUS              PIC XX.
       01  WS-GC-FILE-STATUS              PIC XX.
       01  WS-DR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-ROLLS-DSN                   PIC X(44) VALUE "ROLLS".

      *    CONFIDENCE LEVEL AND THE MATCHING CHI-SQUARE CRITICAL VALUE
      *    FOR FIVE DEGREES OF FREEDOM.
       01  WS-CONFIDENCE                  PIC 9(02) VALUE 95.
       01  WS-CRITICAL-VALUE              PIC 9(02)V999 VALUE 11.070.
       01  WS-PARM-NUMBER                 PIC 9(03)V99.

      *    EVERY ROLLS GENERATION ON THE CATALOG, IN CATALOG ORDER.
       01  WS-GEN-MAX                     PIC 9(03) VALUE 100.
       01  WS-GEN-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 100 TIMES INDEXED BY WS-GX.
               10  WS-GT-RUN-DATE         PIC 9(08).
               10  WS-GT-DATASET-NAME     PIC X(44).

      *    DICE-SET ASSIGNMENTS, LOADED ONCE.
       01  WS-ASG-MAX                     PIC 9(04) VALUE 1000.
       01  WS-ASG-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY OCCURS 1000 TIMES INDEXED BY WS-AX.
               10  WS-AT-GAME-DATE        PIC 9(08).
               10  WS-AT-PLAYER-ID        PIC X(06).
               10  WS-AT-SET-ID           PIC X(08).

      *    ONE TALLY BLOCK PER NIGHT AND PER SET: FACE COUNTS FOR
      *    EACH OF THE FIVE DIE POSITIONS.  NIGHT DATE ZERO IS THE
      *    UNDATED AUDITROL HISTORY.
       01  WS-NIGHT-MAX                   PIC 9(03) VALUE 101.
       01  WS-NIGHT-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 101 TIMES INDEXED BY WS-NX.
               10  WS-NT-GAME-DATE        PIC 9(08).
               10  WS-NT-POSITION OCCURS 5 TIMES.
                   15  WS-NT-FACE-COUNT   PIC 9(07) COMP-3
                                          OCCURS 6 TIMES.

       01  WS-SET-MAX                     PIC 9(03) VALUE 30.
       01  WS-SET-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 30 TIMES INDEXED BY WS-SX.
               10  WS-ST-SET-ID           PIC X(08).
               10  WS-ST-POSITION OCCURS 5 TIMES.
                   15  WS-ST-FACE-COUNT   PIC 9(07) COMP-3
                                          OCCURS 6 TIMES.

      *    THE ROLL BEING TALLIED.
       01  WS-CUR-GAME-DATE               PIC 9(08).
       01  WS-CUR-PLAYER-ID               PIC X(06).
       01  WS-CUR-SET-ID                  PIC X(08).
       01  WS-CUR-DICE                    PIC 9(05).
       01  WS-CUR-DICE-TABLE REDEFINES WS-CUR-DICE.
           05  WS-CUR-DIE                 PIC 9 OCCURS 5 TIMES.
       01  WS-CUR-NIGHT-SUB               PIC 9(03).
       01  WS-CUR-SET-SUB                 PIC 9(03).
       01  WS-POS                         PIC 9(01).
       01  WS-FACE                        PIC 9(01).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".
       01  WS-ROLLS-TALLIED               PIC 9(07) VALUE ZERO.
       01  WS-BAD-ROLLS                   PIC 9(07) VALUE ZERO.

      *    ONE CHI-SQUARE TEST AT A TIME: THE SIX OBSERVED COUNTS
      *    ARE LOADED HERE BY THE CALLER (ONE POSITION, OR ALL FIVE
      *    POSITIONS SUMMED).
       01  WS-TEST-COUNTS.
           05  WS-TC-FACE                 PIC 9(07) COMP-3
                                          OCCURS 6 TIMES.
       01  WS-TEST-TOTAL                  PIC 9(08) COMP-3.
       01  WS-TEST-EXPECTED               PIC 9(07)V9(04) COMP-3.
       01  WS-TEST-DEVIATION              PIC S9(07)V9(04) COMP-3.
       01  WS-TEST-CHI-SQUARE             PIC 9(07)V999 COMP-3.
       01  WS-TEST-VERDICT                PIC X(12).
       01  WS-TEST-OUTSIDE-SW             PIC X.
           88  WS-TEST-OUTSIDE            VALUE "Y".
       01  WS-SUBJECT-OUTSIDE-SW          PIC X.
           88  WS-SUBJECT-OUTSIDE         VALUE "Y".

      *    NIGHTS AND SETS THAT FAILED, FOR THE CLOSING SUMMARY.
       01  WS-FLAG-MAX                    PIC 9(03) VALUE 131.
       01  WS-FLAG-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 131 TIMES INDEXED BY WS-FX.
               10  WS-FT-KIND             PIC X(05).
               10  WS-FT-NAME             PIC X(10).

       01  WS-HEADING-LINE-1              PIC X(60) VALUE
           "YACHT DICE FAIRNESS AUDIT -- CHI-SQUARE AGAINST A FAIR DIE".
       01  WS-HEADING-LINE-2.
           05  FILLER                     PIC X(18) VALUE
               "CONFIDENCE LEVEL  ".
           05  WS-HD-CONFIDENCE           PIC Z9.
           05  FILLER                     PIC X(24) VALUE
               "%   CRITICAL VALUE (5DF)".
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HD-CRITICAL             PIC Z9.999.

       01  WS-SUBJECT-LINE.
           05  WS-SJ-KIND                 PIC X(10).
           05  WS-SJ-NAME                 PIC X(10).
       01  WS-COLUMN-LINE                 PIC X(80) VALUE
           "  DIE     ONES   TWOS THREES  FOURS  FIVES  SIXES  ROLLS  CH
      -    "I-SQ  VERDICT".
       01  WS-TALLY-LINE.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-TL-POSITION             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-FACE                 PIC ZZZZZZ9 OCCURS 6 TIMES.
           05  WS-TL-TOTAL                PIC ZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-CHI-SQUARE           PIC ZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-TL-VERDICT              PIC X(12).

       01  WS-FLAG-HEADING                PIC X(60) VALUE
           "SETS AND NIGHTS OUTSIDE THE CONFIDENCE LIMIT".
       01  WS-FLAG-LINE.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-FL-KIND                 PIC X(06).
           05  WS-FL-NAME                 PIC X(10).
       01  WS-NO-FLAG-LINE                PIC X(60) VALUE
           "  NONE -- EVERY SET AND NIGHT IS CONSISTENT WITH FAIR DICE".
       01  WS-COUNT-LINE.
           05  FILLER                     PIC X(16) VALUE
               "ROLLS TALLIED   ".
           05  WS-CL-TALLIED              PIC ZZZZZZ9.
           05  FILLER                     PIC X(20) VALUE
               "   BAD DICE SKIPPED ".
           05  WS-CL-BAD                  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-GENERATION
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-GEN-COUNT
           PERFORM 2500-TALLY-AUDIT-HISTORY
           PERFORM 3000-REPORT-NIGHTS
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-NIGHT-COUNT
           PERFORM 3500-REPORT-SETS
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SET-COUNT
           PERFORM 4000-REPORT-FLAGS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT FAIRNESS-REPORT-FILE
           PERFORM 1050-LOAD-CONFIDENCE
           MOVE WS-HEADING-LINE-1 TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE
           MOVE WS-CONFIDENCE TO WS-HD-CONFIDENCE
           MOVE WS-CRITICAL-VALUE TO WS-HD-CRITICAL
           MOVE WS-HEADING-LINE-2 TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE
           PERFORM 1100-LOAD-GENERATIONS
           IF WS-GEN-COUNT = ZERO
               PERFORM 1150-USE-FIXED-ROLLS-DD
           END-IF
           PERFORM 1200-LOAD-SET-ASSIGNMENTS.

      ******************************************************************
      *    1050-LOAD-CONFIDENCE - CONFIDENCE LEVEL IN FORCE TODAY.
      *    ONLY THE THREE TABULATED LEVELS ARE ACCEPTED; ANYTHING
      *    ELSE LEAVES THE 95 PERCENT DEFAULT.
      ******************************************************************
       1050-LOAD-CONFIDENCE.
           MOVE "DICEAUD" TO WS-PL-JOB-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PL-AS-OF-DATE
           MOVE "CONFIDENCE" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               EVALUATE WS-PARM-NUMBER
                   WHEN 90
                       MOVE 90 TO WS-CONFIDENCE
                       MOVE 9.236 TO WS-CRITICAL-VALUE
                   WHEN 95
                       MOVE 95 TO WS-CONFIDENCE
                       MOVE 11.070 TO WS-CRITICAL-VALUE
                   WHEN 99
                       MOVE 99 TO WS-CONFIDENCE
                       MOVE 15.086 TO WS-CRITICAL-VALUE
               END-EVALUATE
           END-IF.

       1100-LOAD-GENERATIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GENERATION-CATALOG
           IF WS-GN-FILE-STATUS = "00"
               PERFORM 1110-READ-CATALOG
               PERFORM 1120-STORE-ROLLS-GENERATION
                   UNTIL WS-EOF
               CLOSE GENERATION-CATALOG
           END-IF.

       1110-READ-CATALOG.
           READ GENERATION-CATALOG
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1120-STORE-ROLLS-GENERATION.
           IF GN-FILE-NAME = "ROLLS"
               IF WS-GEN-COUNT NOT < WS-GEN-MAX
                   DISPLAY "DICEAUD REFUSED -- MORE THAN " WS-GEN-MAX
                       " ROLLS GENERATIONS ON GENCAT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GEN-COUNT
               SET WS-GX TO WS-GEN-COUNT
               MOVE GN-RUN-DATE TO WS-GT-RUN-DATE(WS-GX)
               MOVE GN-DATASET-NAME TO WS-GT-DATASET-NAME(WS-GX)
           END-IF
           PERFORM 1110-READ-CATALOG.

      ******************************************************************
      *    1150-USE-FIXED-ROLLS-DD - NO CATALOGED GENERATIONS: AUDIT
      *    THE CURRENT ROLLS DD AS ONE NIGHT DATED FROM GAMECTL.
      ******************************************************************
       1150-USE-FIXED-ROLLS-DD.
           MOVE 1 TO WS-GEN-COUNT
           MOVE ZERO TO WS-GT-RUN-DATE(1)
           MOVE "ROLLS" TO WS-GT-DATASET-NAME(1)
           OPEN INPUT GAME-DATE-CONTROL
           IF WS-GC-FILE-STATUS = "00"
               READ GAME-DATE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GC-GAME-DATE TO WS-GT-RUN-DATE(1)
               END-READ
               CLOSE GAME-DATE-CONTROL
           END-IF.

       1200-LOAD-SET-ASSIGNMENTS.
           OPEN INPUT DICE-SET-ASSIGN-FILE
           IF WS-DA-FILE-STATUS = "00"
               PERFORM 1210-READ-ASSIGNMENT
               PERFORM 1220-STORE-ASSIGNMENT
                   UNTIL WS-DA-FILE-STATUS NOT = "00"
               CLOSE DICE-SET-ASSIGN-FILE
           END-IF.

       1210-READ-ASSIGNMENT.
           READ DICE-SET-ASSIGN-FILE
               AT END
                   MOVE "10" TO WS-DA-FILE-STATUS
           END-READ.

       1220-STORE-ASSIGNMENT.
           IF WS-ASG-COUNT NOT < WS-ASG-MAX
               DISPLAY "DICEAUD REFUSED -- MORE THAN " WS-ASG-MAX
                   " ASSIGNMENTS ON DICEASGN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ASG-COUNT
           SET WS-AX TO WS-ASG-COUNT
           MOVE DA-GAME-DATE TO WS-AT-GAME-DATE(WS-AX)
           MOVE DA-PLAYER-ID TO WS-AT-PLAYER-ID(WS-AX)
           MOVE DA-SET-ID TO WS-AT-SET-ID(WS-AX)
           PERFORM 1210-READ-ASSIGNMENT.

      ******************************************************************
      *    2000-TALLY-ONE-GENERATION - OPEN ONE NIGHT'S ROLLS DATASET
      *    AND TALLY EVERY ROLL ON IT UNDER THAT NIGHT AND THE SET
      *    EACH PLAYER ROLLED WITH.
      ******************************************************************
       2000-TALLY-ONE-GENERATION.
           MOVE WS-GT-RUN-DATE(WS-GX) TO WS-CUR-GAME-DATE
           MOVE WS-GT-DATASET-NAME(WS-GX) TO WS-ROLLS-DSN
           PERFORM 2100-FIND-OR-ADD-NIGHT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ROLLS-FILE
           IF WS-RL-FILE-STATUS = "00"
               PERFORM 2010-READ-ROLL
               PERFORM 2020-TALLY-ROLL
                   UNTIL WS-EOF
               CLOSE ROLLS-FILE
           ELSE
               DISPLAY "DICEAUD: ROLLS GENERATION " WS-ROLLS-DSN
                   " NOT AVAILABLE -- STATUS " WS-RL-FILE-STATUS
           END-IF.

       2010-READ-ROLL.
           READ ROLLS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2020-TALLY-ROLL.
           MOVE RL-PLAYER-ID TO WS-CUR-PLAYER-ID
           MOVE RL-DICE TO WS-CUR-DICE
           PERFORM 2200-FIND-SET-FOR-ROLL
           PERFORM 2300-TALLY-CURRENT-DICE
           PERFORM 2010-READ-ROLL.

       2100-FIND-OR-ADD-NIGHT.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-CUR-NIGHT-SUB
           PERFORM 2110-CHECK-ONE-NIGHT
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-NIGHT-COUNT OR WS-FOUND
           IF NOT WS-FOUND AND WS-NIGHT-COUNT NOT < WS-NIGHT-MAX
               DISPLAY "DICEAUD REFUSED -- MORE THAN " WS-NIGHT-MAX
                   " NIGHTS TO AUDIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-FOUND
               ADD 1 TO WS-NIGHT-COUNT
               SET WS-NX TO WS-NIGHT-COUNT
               INITIALIZE WS-NIGHT-ENTRY(WS-NX)
               MOVE WS-CUR-GAME-DATE TO WS-NT-GAME-DATE(WS-NX)
               MOVE WS-NIGHT-COUNT TO WS-CUR-NIGHT-SUB
           END-IF.

       2110-CHECK-ONE-NIGHT.
           IF WS-NT-GAME-DATE(WS-NX) = WS-CUR-GAME-DATE
               SET WS-FOUND TO TRUE
               SET WS-CUR-NIGHT-SUB TO WS-NX
           END-IF.

      ******************************************************************
      *    2200-FIND-SET-FOR-ROLL - THE PLAYER'S OWN ASSIGNMENT FOR
      *    THE NIGHT WINS OVER THE NIGHT'S DEFAULT; NEITHER ON FILE
      *    TALLIES UNDER "UNASSIGN".
      ******************************************************************
       2200-FIND-SET-FOR-ROLL.
           MOVE "UNASSIGN" TO WS-CUR-SET-ID
           PERFORM 2210-CHECK-ONE-ASSIGNMENT
               VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-ASG-COUNT
           PERFORM 2250-FIND-OR-ADD-SET.

       2210-CHECK-ONE-ASSIGNMENT.
           IF WS-AT-GAME-DATE(WS-AX) = WS-CUR-GAME-DATE
               IF WS-AT-PLAYER-ID(WS-AX) = WS-CUR-PLAYER-ID
                   MOVE WS-AT-SET-ID(WS-AX) TO WS-CUR-SET-ID
               ELSE
                   IF WS-AT-PLAYER-ID(WS-AX) = SPACES
                       AND WS-CUR-SET-ID = "UNASSIGN"
                       MOVE WS-AT-SET-ID(WS-AX) TO WS-CUR-SET-ID
                   END-IF
               END-IF
           END-IF.

       2250-FIND-OR-ADD-SET.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-CUR-SET-SUB
           PERFORM 2260-CHECK-ONE-SET
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SET-COUNT OR WS-FOUND
           IF NOT WS-FOUND AND WS-SET-COUNT NOT < WS-SET-MAX
               DISPLAY "DICEAUD REFUSED -- MORE THAN " WS-SET-MAX
                   " DICE SETS TO AUDIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-FOUND
               ADD 1 TO WS-SET-COUNT
               SET WS-SX TO WS-SET-COUNT
               INITIALIZE WS-SET-ENTRY(WS-SX)
               MOVE WS-CUR-SET-ID TO WS-ST-SET-ID(WS-SX)
               MOVE WS-SET-COUNT TO WS-CUR-SET-SUB
           END-IF.

       2260-CHECK-ONE-SET.
           IF WS-ST-SET-ID(WS-SX) = WS-CUR-SET-ID
               SET WS-FOUND TO TRUE
               SET WS-CUR-SET-SUB TO WS-SX
           END-IF.

      ******************************************************************
      *    2300-TALLY-CURRENT-DICE - ADD EACH OF THE FIVE DICE TO ITS
      *    POSITION'S FACE COUNT FOR THE NIGHT AND FOR THE SET.  A
      *    ROLL CARRYING A DIGIT OUTSIDE 1-6 IS A KEYING ERROR AND IS
      *    SKIPPED WHOLE.
      ******************************************************************
       2300-TALLY-CURRENT-DICE.
           MOVE "Y" TO WS-FOUND-SW
           PERFORM 2310-CHECK-ONE-DIE
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5
           IF WS-FOUND
               ADD 1 TO WS-ROLLS-TALLIED
               PERFORM 2320-ADD-ONE-DIE
                   VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5
           ELSE
               ADD 1 TO WS-BAD-ROLLS
           END-IF.

       2310-CHECK-ONE-DIE.
           IF WS-CUR-DIE(WS-POS) < 1 OR WS-CUR-DIE(WS-POS) > 6
               MOVE "N" TO WS-FOUND-SW
           END-IF.

       2320-ADD-ONE-DIE.
           MOVE WS-CUR-DIE(WS-POS) TO WS-FACE
           IF WS-CUR-NIGHT-SUB > ZERO
               ADD 1 TO WS-NT-FACE-COUNT(WS-CUR-NIGHT-SUB WS-POS
                                         WS-FACE)
           END-IF
           IF WS-CUR-SET-SUB > ZERO
               ADD 1 TO WS-ST-FACE-COUNT(WS-CUR-SET-SUB WS-POS WS-FACE)
           END-IF.

      ******************************************************************
      *    2500-TALLY-AUDIT-HISTORY - THE AUDITROL HISTORY CARRIES NO
      *    DATE OR PLAYER, SO IT TALLIES AS ONE UNDATED NIGHT UNDER
      *    THE UNASSIGNED SET.
      ******************************************************************
       2500-TALLY-AUDIT-HISTORY.
           OPEN INPUT AUDIT-ROLL-FILE
           IF WS-AR-FILE-STATUS = "00"
               MOVE ZERO TO WS-CUR-GAME-DATE
               PERFORM 2100-FIND-OR-ADD-NIGHT
               MOVE SPACES TO WS-CUR-PLAYER-ID
               MOVE "UNASSIGN" TO WS-CUR-SET-ID
               PERFORM 2250-FIND-OR-ADD-SET
               MOVE "N" TO WS-EOF-SW
               PERFORM 2510-READ-AUDIT-ROLL
               PERFORM 2520-TALLY-AUDIT-ROLL
                   UNTIL WS-EOF
               CLOSE AUDIT-ROLL-FILE
           END-IF.

       2510-READ-AUDIT-ROLL.
           READ AUDIT-ROLL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2520-TALLY-AUDIT-ROLL.
           MOVE AR-DICE TO WS-CUR-DICE
           PERFORM 2300-TALLY-CURRENT-DICE
           PERFORM 2510-READ-AUDIT-ROLL.

      ******************************************************************
      *    3000-REPORT-NIGHTS - ONE BLOCK PER NIGHT: A LINE PER DIE
      *    POSITION AND AN ALL-DICE LINE, EACH WITH ITS OWN TEST.
      ******************************************************************
       3000-REPORT-NIGHTS.
           MOVE SPACES TO WS-SUBJECT-LINE
           MOVE "NIGHT" TO WS-SJ-KIND
           IF WS-NT-GAME-DATE(WS-NX) = ZERO
               MOVE "AUDITROL" TO WS-SJ-NAME
           ELSE
               MOVE WS-NT-GAME-DATE(WS-NX) TO WS-SJ-NAME
           END-IF
           PERFORM 3900-WRITE-SUBJECT-HEADING
           MOVE "N" TO WS-SUBJECT-OUTSIDE-SW
           PERFORM 3010-REPORT-NIGHT-POSITION
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5
           INITIALIZE WS-TEST-COUNTS
           PERFORM 3020-SUM-NIGHT-POSITION
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5
           MOVE "ALL" TO WS-TL-POSITION
           PERFORM 3800-TEST-AND-PRINT
           IF WS-SUBJECT-OUTSIDE
               PERFORM 3950-FLAG-SUBJECT
           END-IF.

       3010-REPORT-NIGHT-POSITION.
           PERFORM 3011-COPY-NIGHT-FACE
               VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6
           MOVE WS-POS TO WS-TL-POSITION
           PERFORM 3800-TEST-AND-PRINT.

       3011-COPY-NIGHT-FACE.
           MOVE WS-NT-FACE-COUNT(WS-NX WS-POS WS-FACE)
               TO WS-TC-FACE(WS-FACE).

       3020-SUM-NIGHT-POSITION.
           PERFORM 3021-ADD-NIGHT-FACE
               VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6.

       3021-ADD-NIGHT-FACE.
           ADD WS-NT-FACE-COUNT(WS-NX WS-POS WS-FACE)
               TO WS-TC-FACE(WS-FACE).

       3500-REPORT-SETS.
           MOVE SPACES TO WS-SUBJECT-LINE
           MOVE "DICE SET" TO WS-SJ-KIND
           MOVE WS-ST-SET-ID(WS-SX) TO WS-SJ-NAME
           PERFORM 3900-WRITE-SUBJECT-HEADING
           MOVE "N" TO WS-SUBJECT-OUTSIDE-SW
           PERFORM 3510-REPORT-SET-POSITION
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5
           INITIALIZE WS-TEST-COUNTS
           PERFORM 3520-SUM-SET-POSITION
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 5
           MOVE "ALL" TO WS-TL-POSITION
           PERFORM 3800-TEST-AND-PRINT
           IF WS-SUBJECT-OUTSIDE
               PERFORM 3950-FLAG-SUBJECT
           END-IF.

       3510-REPORT-SET-POSITION.
           PERFORM 3511-COPY-SET-FACE
               VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6
           MOVE WS-POS TO WS-TL-POSITION
           PERFORM 3800-TEST-AND-PRINT.

       3511-COPY-SET-FACE.
           MOVE WS-ST-FACE-COUNT(WS-SX WS-POS WS-FACE)
               TO WS-TC-FACE(WS-FACE).

       3520-SUM-SET-POSITION.
           PERFORM 3521-ADD-SET-FACE
               VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6.

       3521-ADD-SET-FACE.
           ADD WS-ST-FACE-COUNT(WS-SX WS-POS WS-FACE)
               TO WS-TC-FACE(WS-FACE).

      ******************************************************************
      *    3800-TEST-AND-PRINT - CHI-SQUARE = SUM OF (O - E)**2 / E
      *    OVER THE SIX FACES, E = ROLLS / 6.  WITH E UNDER FIVE THE
      *    APPROXIMATION IS NOT TRUSTWORTHY AND NO VERDICT IS GIVEN.
      ******************************************************************
       3800-TEST-AND-PRINT.
           MOVE ZERO TO WS-TEST-TOTAL
           MOVE ZERO TO WS-TEST-CHI-SQUARE
           MOVE "N" TO WS-TEST-OUTSIDE-SW
           PERFORM 3810-ADD-TEST-FACE
               VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6
           COMPUTE WS-TEST-EXPECTED ROUNDED = WS-TEST-TOTAL / 6
           IF WS-TEST-EXPECTED < 5
               MOVE "TOO FEW" TO WS-TEST-VERDICT
           ELSE
               PERFORM 3820-ADD-CHI-TERM
                   VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6
               IF WS-TEST-CHI-SQUARE > WS-CRITICAL-VALUE
                   MOVE "** OUTSIDE **" TO WS-TEST-VERDICT
                   SET WS-TEST-OUTSIDE TO TRUE
                   SET WS-SUBJECT-OUTSIDE TO TRUE
               ELSE
                   MOVE "FAIR" TO WS-TEST-VERDICT
               END-IF
           END-IF
           PERFORM 3830-MOVE-TEST-FACE
               VARYING WS-FACE FROM 1 BY 1 UNTIL WS-FACE > 6
           MOVE WS-TEST-TOTAL TO WS-TL-TOTAL
           MOVE WS-TEST-CHI-SQUARE TO WS-TL-CHI-SQUARE
           MOVE WS-TEST-VERDICT TO WS-TL-VERDICT
           MOVE WS-TALLY-LINE TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE.

       3810-ADD-TEST-FACE.
           ADD WS-TC-FACE(WS-FACE) TO WS-TEST-TOTAL.

       3820-ADD-CHI-TERM.
           COMPUTE WS-TEST-DEVIATION =
               WS-TC-FACE(WS-FACE) - WS-TEST-EXPECTED
           COMPUTE WS-TEST-CHI-SQUARE ROUNDED = WS-TEST-CHI-SQUARE
               + (WS-TEST-DEVIATION * WS-TEST-DEVIATION)
                 / WS-TEST-EXPECTED.

       3830-MOVE-TEST-FACE.
           MOVE WS-TC-FACE(WS-FACE) TO WS-TL-FACE(WS-FACE).

       3900-WRITE-SUBJECT-HEADING.
           MOVE SPACES TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE
           MOVE WS-SUBJECT-LINE TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE
           MOVE WS-COLUMN-LINE TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE.

       3950-FLAG-SUBJECT.
           IF WS-FLAG-COUNT NOT < WS-FLAG-MAX
               DISPLAY "DICEAUD REFUSED -- MORE THAN " WS-FLAG-MAX
                   " NIGHTS AND SETS OUTSIDE THE LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FLAG-COUNT
           SET WS-FX TO WS-FLAG-COUNT
           MOVE WS-SJ-KIND TO WS-FT-KIND(WS-FX)
           MOVE WS-SJ-NAME TO WS-FT-NAME(WS-FX).

       4000-REPORT-FLAGS.
           MOVE SPACES TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE
           MOVE WS-FLAG-HEADING TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE
           IF WS-FLAG-COUNT = ZERO
               MOVE WS-NO-FLAG-LINE TO FAIRNESS-REPORT-LINE
               WRITE FAIRNESS-REPORT-LINE
           ELSE
               PERFORM 4100-WRITE-ONE-FLAG
                   VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FLAG-COUNT
           END-IF
           MOVE SPACES TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE
           MOVE WS-ROLLS-TALLIED TO WS-CL-TALLIED
           MOVE WS-BAD-ROLLS TO WS-CL-BAD
           MOVE WS-COUNT-LINE TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE.

       4100-WRITE-ONE-FLAG.
           MOVE WS-FT-KIND(WS-FX) TO WS-FL-KIND
           IF WS-FT-KIND(WS-FX) = "DICE "
               MOVE "SET" TO WS-FL-KIND
           END-IF
           MOVE WS-FT-NAME(WS-FX) TO WS-FL-NAME
           MOVE WS-FLAG-LINE TO FAIRNESS-REPORT-LINE
           WRITE FAIRNESS-REPORT-LINE.

       9999-TERMINATE.
           CLOSE FAIRNESS-REPORT-FILE.
