      *    CONTROL CARD PER PLAYER AND EACH PLAYER GETS ONLY THEIR
      *    OWN PAGES.  PLAYERS STOP ASKING "HOW AM I DOING" ACROSS
      *    THREE DIFFERENT REPORTS.
      *
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  EACH STATEMENT NOW CARRIES A HEAD-TO-HEAD
      *                     SECTION FROM H2HBAT'S FILE: ONE LINE PER
      *                     OPPONENT WITH MEETINGS, WON, LOST, LEGS
      *                     FOR AND AGAINST, AND THE LAST MEETING.
      *                     NO H2HFILE LEAVES THE SECTION OFF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-FILE-STATUS.

           SELECT HEAD-TO-HEAD-FILE ASSIGN TO "H2HFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "PLYRSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.
       FD  GAME-HISTORY-FILE.
       COPY GAMEHIST.

       FD  HEAD-TO-HEAD-FILE.
       COPY H2HREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                 PIC X(132).

       01  WS-RA-FILE-STATUS              PIC XX.
       01  WS-AC-FILE-STATUS              PIC XX.
       01  WS-GH-FILE-STATUS              PIC XX.
       01  WS-HH-FILE-STATUS              PIC XX.
       01  WS-ST-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
               10  WS-A-DATE-EARNED        PIC 9(08).
       01  WS-ACH-SUB                     PIC 9(04).

      *    EVERY HEAD-TO-HEAD PAIR WITH AN ACTIVE PLAYER ON EITHER
      *    SIDE, HELD SO EACH STATEMENT CAN LIST ITS OWN OPPONENTS.
       01  WS-H2H-MAX                     PIC 9(04) VALUE 2000.
       01  WS-H2H-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-H2H-TABLE.
           05  WS-H2H-ENTRY OCCURS 2000 TIMES.
               10  WS-H-PLAYER-A           PIC X(06).
               10  WS-H-PLAYER-B           PIC X(06).
               10  WS-H-MEETINGS           PIC 9(04).
               10  WS-H-A-WINS             PIC 9(04).
               10  WS-H-B-WINS             PIC 9(04).
               10  WS-H-A-LEGS             PIC 9(05).
               10  WS-H-B-LEGS             PIC 9(05).
               10  WS-H-LAST-DATE          PIC 9(08).
       01  WS-H2H-SUB                     PIC 9(04).

       01  WS-STMT-PREFIX.
           05  WS-X-PLAYER-ID              PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE " EARNED ".
           05  WS-CL-DATE                  PIC 9(08).

       01  WS-H2H-LINE.
           05  WS-HL-PREFIX                PIC X(08).
           05  FILLER                      PIC X(17) VALUE
               "HEAD-TO-HEAD VS  ".
           05  WS-HL-OPPONENT              PIC X(06).
           05  FILLER                      PIC X(05) VALUE "  MET".
           05  WS-HL-MEETINGS              PIC ZZZ9.
           05  FILLER                      PIC X(05) VALUE "  WON".
           05  WS-HL-WON                   PIC ZZZ9.
           05  FILLER                      PIC X(06) VALUE "  LOST".
           05  WS-HL-LOST                  PIC ZZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  LEGS FOR".
           05  WS-HL-LEGS-FOR              PIC ZZZZ9.
           05  FILLER                      PIC X(08) VALUE " AGAINST".
           05  WS-HL-LEGS-AGAINST          PIC ZZZZ9.
           05  FILLER                      PIC X(06) VALUE "  LAST".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-HL-LAST-DATE             PIC 9(08).

       01  WS-TOTAL-LINE.
           05  WS-OL-PREFIX                PIC X(08).
           05  FILLER                      PIC X(22) VALUE
           PERFORM 3000-ATTACH-RATINGS
           PERFORM 4000-HOLD-ACHIEVEMENTS
           PERFORM 5000-ACCUMULATE-SEASON
           PERFORM 5500-HOLD-HEAD-TO-HEAD
           PERFORM 6000-WRITE-STATEMENTS
           PERFORM 9999-TERMINATE
           STOP RUN.
           END-IF
           PERFORM 5100-READ-NEXT-HISTORY.

      ******************************************************************
      *    5500-HOLD-HEAD-TO-HEAD - ONLY PAIR RECORDS ARE HELD, AND
      *    ONLY THOSE NAMING A PLAYER WHO GETS A STATEMENT.
      ******************************************************************
       5500-HOLD-HEAD-TO-HEAD.
           OPEN INPUT HEAD-TO-HEAD-FILE
           IF WS-HH-FILE-STATUS = "00"
               PERFORM 5510-READ-HEAD-TO-HEAD
               PERFORM 5520-STORE-HEAD-TO-HEAD
                   UNTIL WS-HH-FILE-STATUS NOT = "00"
               CLOSE HEAD-TO-HEAD-FILE
           END-IF.

       5510-READ-HEAD-TO-HEAD.
           READ HEAD-TO-HEAD-FILE
               AT END
                   MOVE "10" TO WS-HH-FILE-STATUS
           END-READ.

       5520-STORE-HEAD-TO-HEAD.
           IF HH-PAIR AND WS-H2H-COUNT < WS-H2H-MAX
               SET WS-SX TO 1
               SEARCH WS-STMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SX > WS-STMT-COUNT
                       CONTINUE
                   WHEN WS-S-PLAYER-ID(WS-SX) = HH-PLAYER-A
                     OR WS-S-PLAYER-ID(WS-SX) = HH-PLAYER-B
                       PERFORM 5530-STORE-ONE-PAIR
               END-SEARCH
           END-IF
           PERFORM 5510-READ-HEAD-TO-HEAD.

       5530-STORE-ONE-PAIR.
           ADD 1 TO WS-H2H-COUNT
           MOVE HH-PLAYER-A TO WS-H-PLAYER-A(WS-H2H-COUNT)
           MOVE HH-PLAYER-B TO WS-H-PLAYER-B(WS-H2H-COUNT)
           MOVE HH-MEETINGS TO WS-H-MEETINGS(WS-H2H-COUNT)
           MOVE HH-A-WINS TO WS-H-A-WINS(WS-H2H-COUNT)
           MOVE HH-B-WINS TO WS-H-B-WINS(WS-H2H-COUNT)
           MOVE HH-A-LEGS TO WS-H-A-LEGS(WS-H2H-COUNT)
           MOVE HH-B-LEGS TO WS-H-B-LEGS(WS-H2H-COUNT)
           MOVE HH-LAST-DATE TO WS-H-LAST-DATE(WS-H2H-COUNT).

      ******************************************************************
      *    6000-WRITE-STATEMENTS - ONE STATEMENT PER PLAYER, EVERY
      *    LINE PREFIXED WITH THE PLAYER ID IN COLUMNS 1-6 SO
           PERFORM 6200-WRITE-ONE-MILESTONE
               VARYING WS-ACH-SUB FROM 1 BY 1
               UNTIL WS-ACH-SUB > WS-ACH-COUNT
           PERFORM 6300-WRITE-ONE-HEAD-TO-HEAD
               VARYING WS-H2H-SUB FROM 1 BY 1
               UNTIL WS-H2H-SUB > WS-H2H-COUNT
           MOVE WS-STMT-PREFIX TO WS-OL-PREFIX
           MOVE WS-S-SEASON-TOTAL(WS-SX) TO WS-OL-TOTAL
           MOVE WS-TOTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       6300-WRITE-ONE-HEAD-TO-HEAD.
           EVALUATE WS-S-PLAYER-ID(WS-SX)
               WHEN WS-H-PLAYER-A(WS-H2H-SUB)
                   MOVE WS-H-PLAYER-B(WS-H2H-SUB) TO WS-HL-OPPONENT
                   MOVE WS-H-A-WINS(WS-H2H-SUB) TO WS-HL-WON
                   MOVE WS-H-B-WINS(WS-H2H-SUB) TO WS-HL-LOST
                   MOVE WS-H-A-LEGS(WS-H2H-SUB) TO WS-HL-LEGS-FOR
                   MOVE WS-H-B-LEGS(WS-H2H-SUB) TO WS-HL-LEGS-AGAINST
                   PERFORM 6310-WRITE-HEAD-TO-HEAD-LINE
               WHEN WS-H-PLAYER-B(WS-H2H-SUB)
                   MOVE WS-H-PLAYER-A(WS-H2H-SUB) TO WS-HL-OPPONENT
                   MOVE WS-H-B-WINS(WS-H2H-SUB) TO WS-HL-WON
                   MOVE WS-H-A-WINS(WS-H2H-SUB) TO WS-HL-LOST
                   MOVE WS-H-B-LEGS(WS-H2H-SUB) TO WS-HL-LEGS-FOR
                   MOVE WS-H-A-LEGS(WS-H2H-SUB) TO WS-HL-LEGS-AGAINST
                   PERFORM 6310-WRITE-HEAD-TO-HEAD-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6310-WRITE-HEAD-TO-HEAD-LINE.
           MOVE WS-STMT-PREFIX TO WS-HL-PREFIX
           MOVE WS-H-MEETINGS(WS-H2H-SUB) TO WS-HL-MEETINGS
           MOVE WS-H-LAST-DATE(WS-H2H-SUB) TO WS-HL-LAST-DATE
           MOVE WS-H2H-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       9999-TERMINATE.
           DISPLAY "PLYRSTMT: " WS-STMT-COUNT " STATEMENTS PRINTED".
