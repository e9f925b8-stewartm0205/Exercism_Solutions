       IDENTIFICATION DIVISION.
       PROGRAM-ID. H2HBOOK.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    H2HBOOK PRINTS THE HEAD-TO-HEAD RECORD BOOK FROM THE FILE
      *    H2HBAT KEEPS.  EVERY PLAYER ON THE ROSTER MASTER WHO HAS
      *    MET ANYONE GETS A SECTION, IN PLAYER-ID ORDER, WITH ONE
      *    LINE PER OPPONENT SEEN FROM THAT PLAYER'S SIDE: MEETINGS,
      *    WON, LOST, LEGS FOR AND AGAINST, AND THE LAST MEETING WITH
      *    ITS OUTCOME.  EACH PAIR THEREFORE APPEARS TWICE, ONCE UNDER
      *    EACH PLAYER, SO A CAPTAIN LOOKS UP ONLY THEIR OWN NAME.  AN
      *    OPPONENT NO LONGER ON THE MASTER PRINTS WITHOUT A NAME.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEAD-TO-HEAD-FILE ASSIGN TO "H2HFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-FILE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT RECORD-BOOK-FILE ASSIGN TO "H2HRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEAD-TO-HEAD-FILE.
       COPY H2HREC.

       FD  PLAYER-MASTER-FILE.
       COPY PLYRMAST.

       FD  RECORD-BOOK-FILE.
       01  RECORD-BOOK-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-HH-FILE-STATUS            PIC XX.
       01  WS-PM-FILE-STATUS            PIC XX.
       01  WS-RB-FILE-STATUS            PIC XX.

      *    EVERY PAIR ON THE HEAD-TO-HEAD FILE.
       01  WS-PAIR-MAX                  PIC 9(04) VALUE 2000.
       01  WS-PAIR-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PX.
               10  WS-PR-PLAYER-A       PIC X(06).
               10  WS-PR-PLAYER-B       PIC X(06).
               10  WS-PR-MEETINGS       PIC 9(04).
               10  WS-PR-A-WINS         PIC 9(04).
               10  WS-PR-B-WINS         PIC 9(04).
               10  WS-PR-A-LEGS         PIC 9(05).
               10  WS-PR-B-LEGS         PIC 9(05).
               10  WS-PR-LAST-DATE      PIC 9(08).
               10  WS-PR-LAST-WINNER    PIC X(06).

      *    THE WHOLE ROSTER MASTER, ACTIVE OR NOT, FOR SECTION ORDER
      *    AND OPPONENT NAMES.
       01  WS-ROS-MAX                   PIC 9(03) VALUE 500.
       01  WS-ROS-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-ROS-TABLE.
           05  WS-ROS-ENTRY OCCURS 500 TIMES INDEXED BY WS-RX.
               10  WS-RO-PLAYER-ID      PIC X(06).
               10  WS-RO-NAME           PIC X(30).
       01  WS-ROS-SUB                   PIC 9(03).

       01  WS-SECTION-SW                PIC X.
           88  WS-SECTION-OPEN          VALUE "Y".
       01  WS-FOUND-SW                  PIC X.
           88  WS-FOUND                 VALUE "Y".
       01  WS-SECTION-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-OPPONENT-ID               PIC X(06).

       01  WS-TITLE-LINE                PIC X(40) VALUE
           "HEAD-TO-HEAD RECORD BOOK".

       01  WS-PLAYER-LINE.
           05  FILLER                   PIC X(08) VALUE "PLAYER  ".
           05  WS-PH-PLAYER-ID          PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-PH-NAME               PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "  VS     OPPONENT               MET  WON".
           05  FILLER                   PIC X(40) VALUE
               " LOST    FOR AGAINST  LAST MET          ".

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DL-OPPONENT-ID        PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DL-MEETINGS           PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-WON                PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-LOST               PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DL-LEGS-FOR           PIC ZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-DL-LEGS-AGAINST       PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DL-LAST-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DL-LAST-OUTCOME       PIC X(04).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(14) VALUE
               "PAIRS ON FILE ".
           05  WS-TL-PAIRS              PIC ZZZ9.
           05  FILLER                   PIC X(14) VALUE
               "   PLAYERS    ".
           05  WS-TL-PLAYERS            PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-ONE-PLAYER
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-ROS-COUNT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - HOLD THE PAIRS AND THE ROSTER, THEN OPEN
      *    THE BOOK.  THE HEAD-TO-HEAD FILE IS MANDATORY.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT HEAD-TO-HEAD-FILE
           MOVE "H2HBOOK" TO WS-FS-CALLER
           MOVE "H2HFILE" TO WS-FS-DDNAME
           MOVE WS-HH-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-HH-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-HEAD-TO-HEAD
           PERFORM 1120-STORE-PAIR
               UNTIL WS-HH-FILE-STATUS NOT = "00"
           CLOSE HEAD-TO-HEAD-FILE
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE "PLYRMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-READ-ROSTER-ENTRY
           PERFORM 1220-STORE-ROSTER-ENTRY
               UNTIL WS-PM-FILE-STATUS NOT = "00"
           CLOSE PLAYER-MASTER-FILE
           OPEN OUTPUT RECORD-BOOK-FILE
           MOVE "H2HRPT" TO WS-FS-DDNAME
           MOVE WS-RB-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           MOVE WS-TITLE-LINE TO RECORD-BOOK-LINE
           WRITE RECORD-BOOK-LINE.

       1110-READ-HEAD-TO-HEAD.
           READ HEAD-TO-HEAD-FILE
               AT END
                   MOVE "10" TO WS-HH-FILE-STATUS
           END-READ.

       1120-STORE-PAIR.
           IF HH-PAIR AND WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
               SET WS-PX TO WS-PAIR-COUNT
               MOVE HH-PLAYER-A TO WS-PR-PLAYER-A(WS-PX)
               MOVE HH-PLAYER-B TO WS-PR-PLAYER-B(WS-PX)
               MOVE HH-MEETINGS TO WS-PR-MEETINGS(WS-PX)
               MOVE HH-A-WINS TO WS-PR-A-WINS(WS-PX)
               MOVE HH-B-WINS TO WS-PR-B-WINS(WS-PX)
               MOVE HH-A-LEGS TO WS-PR-A-LEGS(WS-PX)
               MOVE HH-B-LEGS TO WS-PR-B-LEGS(WS-PX)
               MOVE HH-LAST-DATE TO WS-PR-LAST-DATE(WS-PX)
               MOVE HH-LAST-WINNER TO WS-PR-LAST-WINNER(WS-PX)
           END-IF
           PERFORM 1110-READ-HEAD-TO-HEAD.

       1210-READ-ROSTER-ENTRY.
           READ PLAYER-MASTER-FILE
               AT END
                   MOVE "10" TO WS-PM-FILE-STATUS
           END-READ.

       1220-STORE-ROSTER-ENTRY.
           IF WS-ROS-COUNT < WS-ROS-MAX
               ADD 1 TO WS-ROS-COUNT
               MOVE PLM-PLAYER-ID TO WS-RO-PLAYER-ID(WS-ROS-COUNT)
               MOVE PLM-NAME TO WS-RO-NAME(WS-ROS-COUNT)
           END-IF
           PERFORM 1210-READ-ROSTER-ENTRY.

      ******************************************************************
      *    2000-PRINT-ONE-PLAYER - ONE LINE PER PAIR THE PLAYER IS
      *    ON.  THE PLAYER HEADING GOES OUT WITH THE FIRST LINE, SO A
      *    PLAYER WHO HAS MET NOBODY PRINTS NOTHING.
      ******************************************************************
       2000-PRINT-ONE-PLAYER.
           MOVE "N" TO WS-SECTION-SW
           PERFORM 2100-PRINT-ONE-PAIR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PAIR-COUNT.

       2100-PRINT-ONE-PAIR.
           EVALUATE WS-RO-PLAYER-ID(WS-RX)
               WHEN WS-PR-PLAYER-A(WS-PX)
                   PERFORM 2200-OPEN-SECTION
                   MOVE WS-PR-PLAYER-B(WS-PX) TO WS-OPPONENT-ID
                   MOVE WS-PR-A-WINS(WS-PX) TO WS-DL-WON
                   MOVE WS-PR-B-WINS(WS-PX) TO WS-DL-LOST
                   MOVE WS-PR-A-LEGS(WS-PX) TO WS-DL-LEGS-FOR
                   MOVE WS-PR-B-LEGS(WS-PX) TO WS-DL-LEGS-AGAINST
                   PERFORM 2300-WRITE-DETAIL
               WHEN WS-PR-PLAYER-B(WS-PX)
                   PERFORM 2200-OPEN-SECTION
                   MOVE WS-PR-PLAYER-A(WS-PX) TO WS-OPPONENT-ID
                   MOVE WS-PR-B-WINS(WS-PX) TO WS-DL-WON
                   MOVE WS-PR-A-WINS(WS-PX) TO WS-DL-LOST
                   MOVE WS-PR-B-LEGS(WS-PX) TO WS-DL-LEGS-FOR
                   MOVE WS-PR-A-LEGS(WS-PX) TO WS-DL-LEGS-AGAINST
                   PERFORM 2300-WRITE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-OPEN-SECTION.
           IF NOT WS-SECTION-OPEN
               SET WS-SECTION-OPEN TO TRUE
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO RECORD-BOOK-LINE
               WRITE RECORD-BOOK-LINE
               MOVE WS-RO-PLAYER-ID(WS-RX) TO WS-PH-PLAYER-ID
               MOVE WS-RO-NAME(WS-RX) TO WS-PH-NAME
               MOVE WS-PLAYER-LINE TO RECORD-BOOK-LINE
               WRITE RECORD-BOOK-LINE
               MOVE WS-COLUMN-LINE TO RECORD-BOOK-LINE
               WRITE RECORD-BOOK-LINE
           END-IF.

       2300-WRITE-DETAIL.
           MOVE WS-OPPONENT-ID TO WS-DL-OPPONENT-ID
           PERFORM 2400-LOOKUP-OPPONENT
           MOVE WS-PR-MEETINGS(WS-PX) TO WS-DL-MEETINGS
           MOVE WS-PR-LAST-DATE(WS-PX) TO WS-DL-LAST-DATE
           IF WS-PR-LAST-WINNER(WS-PX) = WS-RO-PLAYER-ID(WS-RX)
               MOVE "WON" TO WS-DL-LAST-OUTCOME
           ELSE
               MOVE "LOST" TO WS-DL-LAST-OUTCOME
           END-IF
           MOVE WS-DETAIL-LINE TO RECORD-BOOK-LINE
           WRITE RECORD-BOOK-LINE.

       2400-LOOKUP-OPPONENT.
           MOVE SPACES TO WS-DL-NAME
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2410-CHECK-ONE-ROSTER-ENTRY
               VARYING WS-ROS-SUB FROM 1 BY 1
               UNTIL WS-ROS-SUB > WS-ROS-COUNT
                  OR WS-FOUND.

       2410-CHECK-ONE-ROSTER-ENTRY.
           IF WS-RO-PLAYER-ID(WS-ROS-SUB) = WS-OPPONENT-ID
               MOVE WS-RO-NAME(WS-ROS-SUB) TO WS-DL-NAME
               SET WS-FOUND TO TRUE
           END-IF.

       9999-TERMINATE.
           MOVE SPACES TO RECORD-BOOK-LINE
           WRITE RECORD-BOOK-LINE
           MOVE WS-PAIR-COUNT TO WS-TL-PAIRS
           MOVE WS-SECTION-COUNT TO WS-TL-PLAYERS
           MOVE WS-TOTAL-LINE TO RECORD-BOOK-LINE
           WRITE RECORD-BOOK-LINE
           CLOSE RECORD-BOOK-FILE
           DISPLAY "H2HBOOK: " WS-SECTION-COUNT " PLAYERS, "
               WS-PAIR-COUNT " PAIRS PRINTED".
