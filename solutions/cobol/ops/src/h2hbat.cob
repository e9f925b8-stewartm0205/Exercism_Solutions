       IDENTIFICATION DIVISION.
       PROGRAM-ID. H2HBAT.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    H2HBAT KEEPS THE HEAD-TO-HEAD FILE: ONE RECORD PER PAIR
      *    OF PLAYERS WHO HAVE EVER MET, WITH MEETINGS, WINS EACH
      *    SIDE, LEGS EACH SIDE AND THE LAST MEETING.  FOR THE GAME
      *    DATE ON THE GAMECTL CARD IT CREDITS EVERY DECIDED TWO-
      *    PLAYER MATCH IN THE NIGHT'S MATCHRES OUTPUT (EACH BLOCK
      *    OPENS WITH THE MATCH-PLAY HEADING), NAMING IT A LEAGUE
      *    FIXTURE WHEN THE PAIR IS ON THE NIGHT'S FIXTURES, A CUP
      *    TIE WHEN THE PAIR HAS A TIE ON THE BRACKET, AND A FRIENDLY
      *    OTHERWISE.  EVERY CUP TIE DECIDED ON THE BRACKET OR IN THE
      *    CUP RESULTS AND NOT YET COUNTED IS THEN CREDITED AS A WIN
      *    WITHOUT LEGS.  A COUNTED CUP TIE IS MARKED ON THE FILE, AND
      *    A PAIR ALREADY CREDITED FOR THE GAME DATE BY AN EARLIER RUN
      *    IS PASSED OVER, SO A RERUN OF THE SAME NIGHT CHANGES
      *    NOTHING.  A CUP TIE IS MARKED WITH THE CUP'S SEEDING DATE
      *    OFF THE BRACKET, SO THE SAME PAIR MEETING IN THE SAME SLOT
      *    OF A LATER CUP IS STILL CREDITED; ONLY THE CURRENT CUP'S
      *    MARKS ARE CARRIED FORWARD.  THE UPDATED FILE REPLACES THE
      *    INPUT ONE FOR THE NEXT NIGHT; H2HBOOK PRINTS THE RECORD
      *    BOOK FROM IT AND PLYRSTMT PUTS EACH PLAYER'S SECTION ON
      *    THE STATEMENT.  THE FILE IS WRITTEN BACK WHOLE FROM ITS
      *    TABLES, SO A FILE OR A NIGHT TOO BIG FOR THEM IS REFUSED
      *    WITH 16 RATHER THAN WRITTEN BACK SHORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-DATE-CONTROL ASSIGN TO "GAMECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.

           SELECT HEAD-TO-HEAD-FILE ASSIGN TO "H2HFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-FILE-STATUS.

           SELECT HEAD-TO-HEAD-OUT-FILE ASSIGN TO "H2HFILEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-FILE-STATUS.

           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-FILE-STATUS.

           SELECT CUP-RESULTS-FILE ASSIGN TO "CUPRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT MATCH-RESULTS-FILE ASSIGN TO "MATCHRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-DATE-CONTROL.
       01  GAME-DATE-RECORD.
           05  GC-GAME-DATE             PIC 9(08).

       FD  HEAD-TO-HEAD-FILE.
       COPY H2HREC.

       FD  HEAD-TO-HEAD-OUT-FILE.
       01  HEAD-TO-HEAD-OUT-RECORD      PIC X(49).

       FD  FIXTURES-FILE.
       COPY FIXTURES.

       FD  BRACKET-FILE.
       COPY BRACKET.

       FD  CUP-RESULTS-FILE.
       COPY CUPRSLT.

       FD  MATCH-RESULTS-FILE.
       01  MATCH-RESULTS-LINE.
           05  MR-PREFIX                PIC X(13).
           05  MR-WINNER-ID             PIC X(06).
           05  FILLER                   PIC X(61).
       01  MATCH-HEADING-LINE.
           05  MH-HEADING               PIC X(24).
           05  FILLER                   PIC X(56).
       01  MATCH-STANDING-LINE.
           05  MS-PLAYER-ID             PIC X(06).
           05  MS-LEGS-TAG              PIC X(07).
           05  MS-LEGS-WON              PIC ZZ9.
           05  MS-SETS-TAG              PIC X(07).
           05  MS-SETS-WON              PIC Z9.
           05  FILLER                   PIC X(55).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-GC-FILE-STATUS            PIC XX.
       01  WS-HH-FILE-STATUS            PIC XX.
       01  WS-HO-FILE-STATUS            PIC XX.
       01  WS-FX-FILE-STATUS            PIC XX.
       01  WS-BK-FILE-STATUS            PIC XX.
       01  WS-CR-FILE-STATUS            PIC XX.
       01  WS-MR-FILE-STATUS            PIC XX.
       01  WS-GAME-DATE                 PIC 9(08) VALUE ZERO.

      *    EVERY PAIR ON FILE, PLUS THOSE MEETING FOR THE FIRST TIME
      *    TONIGHT.  WS-PR-RUN-SW MARKS A PAIR CREDITED BY THIS RUN,
      *    SO A PAIR MEETING TWICE IN ONE NIGHT IS NOT MISTAKEN FOR
      *    A RERUN.
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
               10  WS-PR-RUN-SW         PIC X.
                   88  WS-PR-THIS-RUN   VALUE "Y".

      *    CUP TIES ALREADY COUNTED, CARRIED FORWARD FROM THE FILE
      *    AND ADDED TO AS TONIGHT'S TIES ARE CREDITED.
       01  WS-TIE-MAX                   PIC 9(03) VALUE 500.
       01  WS-TIE-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-TIE-TABLE.
           05  WS-TIE-ENTRY OCCURS 500 TIMES INDEXED BY WS-TX.
               10  WS-TI-PLAYER-A       PIC X(06).
               10  WS-TI-PLAYER-B       PIC X(06).
               10  WS-TI-ROUND-NO       PIC 9(02).
               10  WS-TI-MATCH-NO       PIC 9(03).
               10  WS-TI-APPLIED-DATE   PIC 9(08).
               10  WS-TI-CUP-DATE       PIC 9(08).

      *    THE SEEDING DATE OF THE CUP ON THE BRACKET.
       01  WS-CUP-DATE                  PIC 9(08) VALUE ZERO.

      *    TONIGHT'S LEAGUE FIXTURES, BYES LEFT OUT.
       01  WS-FIX-MAX                   PIC 9(03) VALUE 100.
       01  WS-FIX-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-FIX-TABLE.
           05  WS-FIX-ENTRY OCCURS 100 TIMES INDEXED BY WS-FXX.
               10  WS-FI-HOME-ID        PIC X(06).
               10  WS-FI-AWAY-ID        PIC X(06).

      *    THE BRACKET, WITH ANY WINNER THE CUP RESULTS HOLD THAT
      *    CUPADV HAS NOT YET POSTED FILLED IN.
       01  WS-BRK-MAX                   PIC 9(03) VALUE 200.
       01  WS-BRK-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-BRK-TABLE.
           05  WS-BRK-ENTRY OCCURS 200 TIMES INDEXED BY WS-BX.
               10  WS-BR-ROUND-NO       PIC 9(02).
               10  WS-BR-MATCH-NO       PIC 9(03).
               10  WS-BR-HOME-ID        PIC X(06).
               10  WS-BR-AWAY-ID        PIC X(06).
               10  WS-BR-WINNER-ID      PIC X(06).
               10  WS-BR-COUNTED-SW     PIC X.
                   88  WS-BR-COUNTED    VALUE "Y".

      *    THE MATCHRES BLOCK BEING READ: ITS STANDING-LINE PLAYERS
      *    WITH THEIR LEGS, AND THE "MATCH WON BY" PLAYER.
       01  WS-BLK-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-BLK-TABLE.
           05  WS-BLK-ENTRY OCCURS 2 TIMES.
               10  WS-BL-PLAYER-ID      PIC X(06).
               10  WS-BL-LEGS           PIC 9(03).
       01  WS-BLK-WINNER                PIC X(06) VALUE SPACES.

      *    THE CONTEST BEING CREDITED, SIDE A THE LOWER ID.
       01  WS-CT-PLAYER-A               PIC X(06).
       01  WS-CT-PLAYER-B               PIC X(06).
       01  WS-CT-A-LEGS                 PIC 9(03) VALUE ZERO.
       01  WS-CT-B-LEGS                 PIC 9(03) VALUE ZERO.
       01  WS-CT-WINNER                 PIC X(06).
       01  WS-SWAP-ID                   PIC X(06).
       01  WS-SWAP-LEGS                 PIC 9(03).

       01  WS-FOUND-SW                  PIC X.
           88  WS-FOUND                 VALUE "Y".
       01  WS-PAIR-OK-SW                PIC X.
           88  WS-PAIR-OK               VALUE "Y".
       01  WS-RERUN-SW                  PIC X.
           88  WS-RERUN                 VALUE "Y".

       01  WS-LEAGUE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CUP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-FRIENDLY-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-RERUN-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-NEW-PAIR-COUNT            PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-HEAD-TO-HEAD
           PERFORM 1200-LOAD-FIXTURES
           PERFORM 1300-LOAD-BRACKET
           PERFORM 1400-APPLY-CUP-RESULTS
           PERFORM 2000-CREDIT-MATCH-PLAY
           PERFORM 3000-CREDIT-CUP-TIES
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BRK-COUNT
           PERFORM 4000-WRITE-HEAD-TO-HEAD
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE GAME-DATE CARD IS MANDATORY: IT IS
      *    THE LAST-MEETING DATE AND THE RERUN GUARD.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT GAME-DATE-CONTROL
           MOVE "H2HBAT" TO WS-FS-CALLER
           MOVE "GAMECTL" TO WS-FS-DDNAME
           MOVE WS-GC-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-GC-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GAME-DATE-CONTROL
               AT END
                   MOVE ZERO TO GC-GAME-DATE
           END-READ
           CLOSE GAME-DATE-CONTROL
           IF GC-GAME-DATE NOT NUMERIC OR GC-GAME-DATE = ZERO
               DISPLAY "H2HBAT REFUSED -- NO GAME DATE ON GAMECTL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GC-GAME-DATE TO WS-GAME-DATE.

      ******************************************************************
      *    1100-LOAD-HEAD-TO-HEAD - NO FILE YET MEANS NO PAIR HAS MET.
      ******************************************************************
       1100-LOAD-HEAD-TO-HEAD.
           OPEN INPUT HEAD-TO-HEAD-FILE
           IF WS-HH-FILE-STATUS = "00"
               PERFORM 1110-READ-HEAD-TO-HEAD
               PERFORM 1120-STORE-HEAD-TO-HEAD
                   UNTIL WS-HH-FILE-STATUS NOT = "00"
               CLOSE HEAD-TO-HEAD-FILE
           END-IF.

       1110-READ-HEAD-TO-HEAD.
           READ HEAD-TO-HEAD-FILE
               AT END
                   MOVE "10" TO WS-HH-FILE-STATUS
           END-READ.

       1120-STORE-HEAD-TO-HEAD.
           EVALUATE TRUE
               WHEN HH-PAIR AND WS-PAIR-COUNT NOT < WS-PAIR-MAX
                   DISPLAY "H2HBAT REFUSED -- MORE THAN " WS-PAIR-MAX
                       " PAIRS ON H2HFILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN HH-CUP-TIE AND WS-TIE-COUNT NOT < WS-TIE-MAX
                   DISPLAY "H2HBAT REFUSED -- MORE THAN " WS-TIE-MAX
                       " CUP TIES ON H2HFILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN HH-PAIR
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
                   MOVE "N" TO WS-PR-RUN-SW(WS-PX)
               WHEN HH-CUP-TIE
                   ADD 1 TO WS-TIE-COUNT
                   SET WS-TX TO WS-TIE-COUNT
                   MOVE HH-PLAYER-A TO WS-TI-PLAYER-A(WS-TX)
                   MOVE HH-PLAYER-B TO WS-TI-PLAYER-B(WS-TX)
                   MOVE HH-C-ROUND-NO TO WS-TI-ROUND-NO(WS-TX)
                   MOVE HH-C-MATCH-NO TO WS-TI-MATCH-NO(WS-TX)
                   MOVE HH-C-APPLIED-DATE
                       TO WS-TI-APPLIED-DATE(WS-TX)
                   MOVE ZERO TO WS-TI-CUP-DATE(WS-TX)
                   IF HH-C-CUP-DATE NUMERIC
                       MOVE HH-C-CUP-DATE TO WS-TI-CUP-DATE(WS-TX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1110-READ-HEAD-TO-HEAD.

      ******************************************************************
      *    1200-LOAD-FIXTURES - TONIGHT'S FIXTURES NAME THE LEAGUE
      *    MATCHES.  NO FIXTURES FILE LEAVES EVERY MATCH A FRIENDLY.
      ******************************************************************
       1200-LOAD-FIXTURES.
           OPEN INPUT FIXTURES-FILE
           IF WS-FX-FILE-STATUS = "00"
               PERFORM 1210-READ-FIXTURE
               PERFORM 1220-STORE-FIXTURE
                   UNTIL WS-FX-FILE-STATUS NOT = "00"
               CLOSE FIXTURES-FILE
           END-IF.

       1210-READ-FIXTURE.
           READ FIXTURES-FILE
               AT END
                   MOVE "10" TO WS-FX-FILE-STATUS
           END-READ.

       1220-STORE-FIXTURE.
           IF FX-GAME-DATE = WS-GAME-DATE
               AND FX-AWAY-ID NOT = "BYE"
               AND FX-AWAY-ID NOT = SPACES
               AND WS-FIX-COUNT < WS-FIX-MAX
               ADD 1 TO WS-FIX-COUNT
               MOVE FX-HOME-ID TO WS-FI-HOME-ID(WS-FIX-COUNT)
               MOVE FX-AWAY-ID TO WS-FI-AWAY-ID(WS-FIX-COUNT)
           END-IF
           PERFORM 1210-READ-FIXTURE.

      ******************************************************************
      *    1300-LOAD-BRACKET - EVERY PLAYED TIE ON THE BRACKET (BYES
      *    ARE NOT MEETINGS), MARKED COUNTED WHEN THE FILE SAYS SO FOR
      *    THIS CUP.
      ******************************************************************
       1300-LOAD-BRACKET.
           OPEN INPUT BRACKET-FILE
           IF WS-BK-FILE-STATUS = "00"
               PERFORM 1310-READ-BRACKET
               PERFORM 1320-STORE-BRACKET
                   UNTIL WS-BK-FILE-STATUS NOT = "00"
               CLOSE BRACKET-FILE
           END-IF.

       1310-READ-BRACKET.
           READ BRACKET-FILE
               AT END
                   MOVE "10" TO WS-BK-FILE-STATUS
           END-READ.

       1320-STORE-BRACKET.
           IF BK-CUP-DATE NUMERIC
               MOVE BK-CUP-DATE TO WS-CUP-DATE
           END-IF
           IF BK-AWAY-ID NOT = "BYE"
               AND BK-AWAY-ID NOT = SPACES
               AND WS-BRK-COUNT < WS-BRK-MAX
               ADD 1 TO WS-BRK-COUNT
               SET WS-BX TO WS-BRK-COUNT
               MOVE BK-ROUND-NO TO WS-BR-ROUND-NO(WS-BX)
               MOVE BK-MATCH-NO TO WS-BR-MATCH-NO(WS-BX)
               MOVE BK-HOME-ID TO WS-BR-HOME-ID(WS-BX)
               MOVE BK-AWAY-ID TO WS-BR-AWAY-ID(WS-BX)
               MOVE BK-WINNER-ID TO WS-BR-WINNER-ID(WS-BX)
               MOVE BK-HOME-ID TO WS-CT-PLAYER-A
               MOVE BK-AWAY-ID TO WS-CT-PLAYER-B
               PERFORM 5100-ORDER-PAIR
               PERFORM 5300-FIND-CUP-TIE
               MOVE WS-FOUND-SW TO WS-BR-COUNTED-SW(WS-BX)
           END-IF
           PERFORM 1310-READ-BRACKET.

      ******************************************************************
      *    1400-APPLY-CUP-RESULTS - A RESULT CUPFEED HAS RECORDED
      *    DECIDES ITS TIE EVEN BEFORE CUPADV POSTS IT TO THE
      *    BRACKET.
      ******************************************************************
       1400-APPLY-CUP-RESULTS.
           OPEN INPUT CUP-RESULTS-FILE
           IF WS-CR-FILE-STATUS = "00"
               PERFORM 1410-READ-CUP-RESULT
               PERFORM 1420-APPLY-CUP-RESULT
                   UNTIL WS-CR-FILE-STATUS NOT = "00"
               CLOSE CUP-RESULTS-FILE
           END-IF.

       1410-READ-CUP-RESULT.
           READ CUP-RESULTS-FILE
               AT END
                   MOVE "10" TO WS-CR-FILE-STATUS
           END-READ.

       1420-APPLY-CUP-RESULT.
           SET WS-BX TO 1
           SEARCH WS-BRK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BX > WS-BRK-COUNT
                   CONTINUE
               WHEN WS-BR-ROUND-NO(WS-BX) = CR-ROUND-NO
                   AND WS-BR-MATCH-NO(WS-BX) = CR-MATCH-NO
                   IF WS-BR-WINNER-ID(WS-BX) = SPACES
                       MOVE CR-WINNER-ID TO WS-BR-WINNER-ID(WS-BX)
                   END-IF
           END-SEARCH
           PERFORM 1410-READ-CUP-RESULT.

      ******************************************************************
      *    2000-CREDIT-MATCH-PLAY - WALK MATCHRES BLOCK BY BLOCK.  A
      *    HEADING LINE CLOSES THE BLOCK BEFORE IT AND OPENS A NEW
      *    ONE; THE END OF THE FILE CLOSES THE LAST.  NO MATCHRES
      *    MEANS NO DARTS WAS PLAYED TONIGHT.
      ******************************************************************
       2000-CREDIT-MATCH-PLAY.
           OPEN INPUT MATCH-RESULTS-FILE
           IF WS-MR-FILE-STATUS = "00"
               PERFORM 2100-READ-RESULT-LINE
               PERFORM 2200-TAKE-ONE-RESULT-LINE
                   UNTIL WS-MR-FILE-STATUS NOT = "00"
               PERFORM 2300-CLOSE-BLOCK
               CLOSE MATCH-RESULTS-FILE
           END-IF.

       2100-READ-RESULT-LINE.
           READ MATCH-RESULTS-FILE
               AT END
                   MOVE "10" TO WS-MR-FILE-STATUS
           END-READ.

       2200-TAKE-ONE-RESULT-LINE.
           EVALUATE TRUE
               WHEN MH-HEADING = "DARTS MATCH-PLAY RESULTS"
                   PERFORM 2300-CLOSE-BLOCK
               WHEN MR-PREFIX = "MATCH WON BY "
                   MOVE MR-WINNER-ID TO WS-BLK-WINNER
               WHEN MS-LEGS-TAG = "  LEGS "
                   AND MS-SETS-TAG = "  SETS "
                   ADD 1 TO WS-BLK-COUNT
                   IF WS-BLK-COUNT NOT > 2
                       MOVE MS-PLAYER-ID
                           TO WS-BL-PLAYER-ID(WS-BLK-COUNT)
                       MOVE MS-LEGS-WON TO WS-BL-LEGS(WS-BLK-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-RESULT-LINE.

      ******************************************************************
      *    2300-CLOSE-BLOCK - ONLY A DECIDED MATCH BETWEEN EXACTLY TWO
      *    PLAYERS IS A HEAD-TO-HEAD MEETING; AN INCOMPLETE MATCH OR
      *    A MULTI-PLAYER BOARD IS PASSED OVER.
      ******************************************************************
       2300-CLOSE-BLOCK.
           IF WS-BLK-COUNT = 2
               AND (WS-BLK-WINNER = WS-BL-PLAYER-ID(1)
                 OR WS-BLK-WINNER = WS-BL-PLAYER-ID(2))
               MOVE WS-BL-PLAYER-ID(1) TO WS-CT-PLAYER-A
               MOVE WS-BL-PLAYER-ID(2) TO WS-CT-PLAYER-B
               MOVE WS-BL-LEGS(1) TO WS-CT-A-LEGS
               MOVE WS-BL-LEGS(2) TO WS-CT-B-LEGS
               MOVE WS-BLK-WINNER TO WS-CT-WINNER
               PERFORM 2400-CREDIT-ONE-MATCH
           END-IF
           MOVE ZERO TO WS-BLK-COUNT
           MOVE SPACES TO WS-BLK-WINNER.

      ******************************************************************
      *    2400-CREDIT-ONE-MATCH - A PAIR ALREADY CREDITED FOR THE
      *    GAME DATE BY AN EARLIER RUN IS A RERUN.  OTHERWISE THE
      *    MEETING IS COUNTED AS A FIXTURE, AS A CUP TIE (WHICH IS
      *    THEN MARKED SO THE CUP PASS DOES NOT COUNT IT AGAIN), OR
      *    AS A FRIENDLY.
      ******************************************************************
       2400-CREDIT-ONE-MATCH.
           PERFORM 5100-ORDER-PAIR
           PERFORM 5200-FIND-OR-ADD-PAIR
           MOVE "N" TO WS-RERUN-SW
           IF WS-FOUND
               IF WS-PR-LAST-DATE(WS-PX) = WS-GAME-DATE
                   AND NOT WS-PR-THIS-RUN(WS-PX)
                   SET WS-RERUN TO TRUE
               END-IF
           END-IF
           IF WS-RERUN
               ADD 1 TO WS-RERUN-COUNT
           ELSE
               PERFORM 5400-POST-TO-PAIR
               PERFORM 2410-CLASSIFY-MATCH
           END-IF.

       2410-CLASSIFY-MATCH.
           MOVE "N" TO WS-FOUND-SW
           SET WS-FXX TO 1
           SEARCH WS-FIX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FXX > WS-FIX-COUNT
                   CONTINUE
               WHEN (WS-FI-HOME-ID(WS-FXX) = WS-CT-PLAYER-A
                   AND WS-FI-AWAY-ID(WS-FXX) = WS-CT-PLAYER-B)
                 OR (WS-FI-HOME-ID(WS-FXX) = WS-CT-PLAYER-B
                   AND WS-FI-AWAY-ID(WS-FXX) = WS-CT-PLAYER-A)
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF WS-FOUND
               ADD 1 TO WS-LEAGUE-COUNT
           ELSE
               PERFORM 2420-FIND-OPEN-CUP-TIE
               IF WS-FOUND
                   ADD 1 TO WS-CUP-COUNT
                   SET WS-BR-COUNTED(WS-BX) TO TRUE
                   PERFORM 5500-MARK-CUP-TIE
               ELSE
                   ADD 1 TO WS-FRIENDLY-COUNT
               END-IF
           END-IF.

       2420-FIND-OPEN-CUP-TIE.
           MOVE "N" TO WS-FOUND-SW
           SET WS-BX TO 1
           SEARCH WS-BRK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BX > WS-BRK-COUNT
                   CONTINUE
               WHEN NOT WS-BR-COUNTED(WS-BX)
                   AND ((WS-BR-HOME-ID(WS-BX) = WS-CT-PLAYER-A
                   AND WS-BR-AWAY-ID(WS-BX) = WS-CT-PLAYER-B)
                   OR (WS-BR-HOME-ID(WS-BX) = WS-CT-PLAYER-B
                   AND WS-BR-AWAY-ID(WS-BX) = WS-CT-PLAYER-A))
                   SET WS-FOUND TO TRUE
           END-SEARCH.

      ******************************************************************
      *    3000-CREDIT-CUP-TIES - A DECIDED TIE NOT YET COUNTED IS A
      *    MEETING ON THE GAME DATE.  THE BRACKET CARRIES NO LEGS, SO
      *    ONLY THE WIN IS CREDITED.
      ******************************************************************
       3000-CREDIT-CUP-TIES.
           IF NOT WS-BR-COUNTED(WS-BX)
               AND WS-BR-WINNER-ID(WS-BX) NOT = SPACES
               MOVE WS-BR-HOME-ID(WS-BX) TO WS-CT-PLAYER-A
               MOVE WS-BR-AWAY-ID(WS-BX) TO WS-CT-PLAYER-B
               MOVE ZERO TO WS-CT-A-LEGS
               MOVE ZERO TO WS-CT-B-LEGS
               MOVE WS-BR-WINNER-ID(WS-BX) TO WS-CT-WINNER
               PERFORM 5100-ORDER-PAIR
               PERFORM 5200-FIND-OR-ADD-PAIR
               PERFORM 5400-POST-TO-PAIR
               SET WS-BR-COUNTED(WS-BX) TO TRUE
               PERFORM 5500-MARK-CUP-TIE
               ADD 1 TO WS-CUP-COUNT
           END-IF.

      ******************************************************************
      *    4000-WRITE-HEAD-TO-HEAD - EVERY PAIR, THEN EVERY COUNTED
      *    TIE OF THE CUP ON THE BRACKET, TO THE NEW FILE.  WITH NO
      *    BRACKET TONIGHT EVERY MARK IS KEPT.
      ******************************************************************
       4000-WRITE-HEAD-TO-HEAD.
           OPEN OUTPUT HEAD-TO-HEAD-OUT-FILE
           MOVE "H2HBAT" TO WS-FS-CALLER
           MOVE "H2HFILEO" TO WS-FS-DDNAME
           MOVE WS-HO-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           PERFORM 4100-WRITE-ONE-PAIR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PAIR-COUNT
           PERFORM 4200-WRITE-ONE-CUP-TIE
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TIE-COUNT
           CLOSE HEAD-TO-HEAD-OUT-FILE.

       4100-WRITE-ONE-PAIR.
           MOVE SPACES TO HEAD-TO-HEAD-RECORD
           SET HH-PAIR TO TRUE
           MOVE WS-PR-PLAYER-A(WS-PX) TO HH-PLAYER-A
           MOVE WS-PR-PLAYER-B(WS-PX) TO HH-PLAYER-B
           MOVE WS-PR-MEETINGS(WS-PX) TO HH-MEETINGS
           MOVE WS-PR-A-WINS(WS-PX) TO HH-A-WINS
           MOVE WS-PR-B-WINS(WS-PX) TO HH-B-WINS
           MOVE WS-PR-A-LEGS(WS-PX) TO HH-A-LEGS
           MOVE WS-PR-B-LEGS(WS-PX) TO HH-B-LEGS
           MOVE WS-PR-LAST-DATE(WS-PX) TO HH-LAST-DATE
           MOVE WS-PR-LAST-WINNER(WS-PX) TO HH-LAST-WINNER
           MOVE HEAD-TO-HEAD-RECORD TO HEAD-TO-HEAD-OUT-RECORD
           WRITE HEAD-TO-HEAD-OUT-RECORD.

       4200-WRITE-ONE-CUP-TIE.
           IF WS-TI-CUP-DATE(WS-TX) = WS-CUP-DATE
               OR WS-BRK-COUNT = ZERO
               PERFORM 4210-WRITE-CUP-TIE-RECORD
           END-IF.

       4210-WRITE-CUP-TIE-RECORD.
           MOVE SPACES TO HEAD-TO-HEAD-RECORD
           SET HH-CUP-TIE TO TRUE
           MOVE WS-TI-PLAYER-A(WS-TX) TO HH-PLAYER-A
           MOVE WS-TI-PLAYER-B(WS-TX) TO HH-PLAYER-B
           MOVE WS-TI-ROUND-NO(WS-TX) TO HH-C-ROUND-NO
           MOVE WS-TI-MATCH-NO(WS-TX) TO HH-C-MATCH-NO
           MOVE WS-TI-APPLIED-DATE(WS-TX) TO HH-C-APPLIED-DATE
           MOVE WS-TI-CUP-DATE(WS-TX) TO HH-C-CUP-DATE
           MOVE HEAD-TO-HEAD-RECORD TO HEAD-TO-HEAD-OUT-RECORD
           WRITE HEAD-TO-HEAD-OUT-RECORD.

      ******************************************************************
      *    5100-ORDER-PAIR - PUT THE LOWER PLAYER ID ON SIDE A, THE
      *    LEGS GOING WITH THEIR PLAYER.
      ******************************************************************
       5100-ORDER-PAIR.
           IF WS-CT-PLAYER-A > WS-CT-PLAYER-B
               MOVE WS-CT-PLAYER-A TO WS-SWAP-ID
               MOVE WS-CT-PLAYER-B TO WS-CT-PLAYER-A
               MOVE WS-SWAP-ID TO WS-CT-PLAYER-B
               MOVE WS-CT-A-LEGS TO WS-SWAP-LEGS
               MOVE WS-CT-B-LEGS TO WS-CT-A-LEGS
               MOVE WS-SWAP-LEGS TO WS-CT-B-LEGS
           END-IF.

       5200-FIND-OR-ADD-PAIR.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-PAIR-OK-SW
           SET WS-PX TO 1
           SEARCH WS-PAIR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PX > WS-PAIR-COUNT
                   CONTINUE
               WHEN WS-PR-PLAYER-A(WS-PX) = WS-CT-PLAYER-A
                   AND WS-PR-PLAYER-B(WS-PX) = WS-CT-PLAYER-B
                   SET WS-FOUND TO TRUE
                   SET WS-PAIR-OK TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-PAIR-COUNT < WS-PAIR-MAX
                   SET WS-PAIR-OK TO TRUE
                   ADD 1 TO WS-PAIR-COUNT
                   ADD 1 TO WS-NEW-PAIR-COUNT
                   SET WS-PX TO WS-PAIR-COUNT
                   MOVE WS-CT-PLAYER-A TO WS-PR-PLAYER-A(WS-PX)
                   MOVE WS-CT-PLAYER-B TO WS-PR-PLAYER-B(WS-PX)
                   MOVE ZERO TO WS-PR-MEETINGS(WS-PX)
                   MOVE ZERO TO WS-PR-A-WINS(WS-PX)
                   MOVE ZERO TO WS-PR-B-WINS(WS-PX)
                   MOVE ZERO TO WS-PR-A-LEGS(WS-PX)
                   MOVE ZERO TO WS-PR-B-LEGS(WS-PX)
                   MOVE ZERO TO WS-PR-LAST-DATE(WS-PX)
                   MOVE SPACES TO WS-PR-LAST-WINNER(WS-PX)
                   MOVE "N" TO WS-PR-RUN-SW(WS-PX)
               ELSE
                   DISPLAY "H2HBAT REFUSED -- MORE THAN " WS-PAIR-MAX
                       " PAIRS WITH " WS-CT-PLAYER-A " V "
                       WS-CT-PLAYER-B
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       5300-FIND-CUP-TIE.
           MOVE "N" TO WS-FOUND-SW
           SET WS-TX TO 1
           SEARCH WS-TIE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TX > WS-TIE-COUNT
                   CONTINUE
               WHEN WS-TI-ROUND-NO(WS-TX) = BK-ROUND-NO
                   AND WS-TI-MATCH-NO(WS-TX) = BK-MATCH-NO
                   AND WS-TI-PLAYER-A(WS-TX) = WS-CT-PLAYER-A
                   AND WS-TI-PLAYER-B(WS-TX) = WS-CT-PLAYER-B
                   AND WS-TI-CUP-DATE(WS-TX) = WS-CUP-DATE
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       5400-POST-TO-PAIR.
           IF WS-PAIR-OK
               ADD 1 TO WS-PR-MEETINGS(WS-PX)
               IF WS-CT-WINNER = WS-CT-PLAYER-A
                   ADD 1 TO WS-PR-A-WINS(WS-PX)
               ELSE
                   ADD 1 TO WS-PR-B-WINS(WS-PX)
               END-IF
               ADD WS-CT-A-LEGS TO WS-PR-A-LEGS(WS-PX)
               ADD WS-CT-B-LEGS TO WS-PR-B-LEGS(WS-PX)
               MOVE WS-GAME-DATE TO WS-PR-LAST-DATE(WS-PX)
               MOVE WS-CT-WINNER TO WS-PR-LAST-WINNER(WS-PX)
               SET WS-PR-THIS-RUN(WS-PX) TO TRUE
           END-IF.

       5500-MARK-CUP-TIE.
           IF WS-TIE-COUNT NOT < WS-TIE-MAX
               DISPLAY "H2HBAT REFUSED -- MORE THAN " WS-TIE-MAX
                   " CUP TIES TO MARK AT ROUND " WS-BR-ROUND-NO(WS-BX)
                   " MATCH " WS-BR-MATCH-NO(WS-BX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TIE-COUNT
           SET WS-TX TO WS-TIE-COUNT
           MOVE WS-CT-PLAYER-A TO WS-TI-PLAYER-A(WS-TX)
           MOVE WS-CT-PLAYER-B TO WS-TI-PLAYER-B(WS-TX)
           MOVE WS-BR-ROUND-NO(WS-BX) TO WS-TI-ROUND-NO(WS-TX)
           MOVE WS-BR-MATCH-NO(WS-BX) TO WS-TI-MATCH-NO(WS-TX)
           MOVE WS-GAME-DATE TO WS-TI-APPLIED-DATE(WS-TX)
           MOVE WS-CUP-DATE TO WS-TI-CUP-DATE(WS-TX).

       9999-TERMINATE.
           DISPLAY "H2HBAT: GAME DATE " WS-GAME-DATE
           DISPLAY "H2HBAT: " WS-LEAGUE-COUNT " LEAGUE, "
               WS-CUP-COUNT " CUP, " WS-FRIENDLY-COUNT
               " FRIENDLY MEETINGS CREDITED"
           DISPLAY "H2HBAT: " WS-NEW-PAIR-COUNT " NEW PAIRS, "
               WS-RERUN-COUNT " MEETINGS ALREADY ON FILE".
