       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDBAT.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    BOARDBAT IS THE NIGHTLY DARTBOARD WEAR RUN.  FOR THE GAME
      *    DATE ON THE GAMECTL CARD IT PUTS EACH PLAYER ON THE BOARD
      *    THE NIGHT'S FIXTURES GAVE THEM, COUNTS EVERY THROW ON THE
      *    THROWS VOLUME AGAINST THAT PLAYER'S BOARD, AND ADDS EACH
      *    BOARD'S NIGHT TO ITS ROTATION AND LIFETIME WEAR COUNTS ON
      *    THE BOARD REGISTER.  THE DUE LIST NAMES EVERY BOARD PAST
      *    THE ROTATION LIMIT (ROTATE IT) OR THE REPLACEMENT LIMIT
      *    (REPLACE IT), BOTH FROM THE PARAMETER FILE.  THE FIRST
      *    NIGHT A BOARD FALLS DUE FOR REPLACEMENT, ITS COST IS
      *    POSTED TO THE FUND LEDGER AS AN EQUIPMENT ENTRY; IT IS NOT
      *    POSTED AGAIN UNTIL BOARDMNT RECORDS THE NEW BOARD.  A
      *    BOARD ALREADY COUNTED FOR THE GAME DATE IS NOT COUNTED
      *    AGAIN, SO A RERUN CHANGES NOTHING.  THE UPDATED REGISTER
      *    REPLACES THE INPUT ONE FOR THE NEXT NIGHT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-DATE-CONTROL ASSIGN TO "GAMECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.

           SELECT BOARD-REGISTER-FILE ASSIGN TO "BRDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

           SELECT BOARD-REGISTER-OUT ASSIGN TO "BRDREGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-FILE-STATUS.

           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT THROWS-FILE ASSIGN TO "THROWS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT FUND-LEDGER-FILE ASSIGN TO "FUNDLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.

           SELECT DUE-LIST-FILE ASSIGN TO "BRDDUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-DATE-CONTROL.
       01  GAME-DATE-RECORD.
           05  GC-GAME-DATE             PIC 9(08).

       FD  BOARD-REGISTER-FILE.
       COPY BOARDREG.

       FD  BOARD-REGISTER-OUT.
       01  BOARD-REGISTER-OUT-RECORD    PIC X(49).

       FD  FIXTURES-FILE.
       COPY FIXTURES.

       FD  THROWS-FILE.
       01  THROW-RECORD.
           05  TR-PLAYER-ID             PIC X(06).
           05  TR-ROUND-NO              PIC 9(03).
           05  TR-BOARD-X               PIC 99V9.
           05  TR-BOARD-Y               PIC 99V9.

       FD  FUND-LEDGER-FILE.
       COPY FUNDLEDG.

       FD  DUE-LIST-FILE.
       01  DUE-LIST-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-PL-JOB-NAME               PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME              PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE             PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE             PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW               PIC X EXTERNAL.
           88  WS-PL-FOUND              VALUE "Y".
       01  WS-PARM-NUMBER               PIC 9(08).

       01  WS-GC-FILE-STATUS            PIC XX.
       01  WS-BD-FILE-STATUS            PIC XX.
       01  WS-BO-FILE-STATUS            PIC XX.
       01  WS-FX-FILE-STATUS            PIC XX.
       01  WS-TR-FILE-STATUS            PIC XX.
       01  WS-LG-FILE-STATUS            PIC XX.
       01  WS-DL-FILE-STATUS            PIC XX.
       01  WS-GAME-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ROTATE-LIMIT              PIC 9(07) VALUE 3000.
       01  WS-REPLACE-LIMIT             PIC 9(08) VALUE 20000.

      *    THE REGISTER, WITH TONIGHT'S THROW COUNT PER BOARD.
       01  WS-BRD-MAX                   PIC 9(03) VALUE 99.
       01  WS-BRD-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-BRD-TABLE.
           05  WS-BRD-ENTRY OCCURS 99 TIMES INDEXED BY WS-BX.
               10  WS-B-BOARD-NO        PIC 9(02).
               10  WS-B-PURCHASE-DATE   PIC 9(08).
               10  WS-B-COST            PIC 9(05)V99.
               10  WS-B-LAST-ROTATE     PIC 9(08).
               10  WS-B-ROTATE-THROWS   PIC 9(07).
               10  WS-B-LIFE-THROWS     PIC 9(08).
               10  WS-B-LAST-NIGHT      PIC 9(08).
               10  WS-B-POSTED-SW       PIC X.
                   88  WS-B-POSTED      VALUE "Y".
               10  WS-B-TONIGHT         PIC 9(05).

      *    TONIGHT'S PLAYERS AND THE BOARD EACH WAS DRAWN ON.
       01  WS-PLY-MAX                   PIC 9(03) VALUE 200.
       01  WS-PLY-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-PLY-TABLE.
           05  WS-PLY-ENTRY OCCURS 200 TIMES INDEXED BY WS-YX.
               10  WS-Y-PLAYER-ID       PIC X(06).
               10  WS-Y-BOARD-NO        PIC 9(02).

       01  WS-FOUND-SW                  PIC X.
           88  WS-FOUND                 VALUE "Y".
       01  WS-LOOKUP-BOARD              PIC 9(02).
       01  WS-LOOKUP-ID                 PIC X(06).
       01  WS-THROW-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-UNPLACED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-UNREGISTERED-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-RERUN-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-DUE-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-POSTED-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-POSTED-AMOUNT             PIC 9(07)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(44) VALUE
               "DARTBOARD ROTATION/REPLACEMENT DUE LIST FOR ".
           05  WS-H-GAME-DATE           PIC 9(08).

       01  WS-LIMIT-LINE.
           05  FILLER                   PIC X(16) VALUE
               "ROTATION LIMIT  ".
           05  WS-LL-ROTATE             PIC Z(06)9.
           05  FILLER                   PIC X(22) VALUE
               "   REPLACEMENT LIMIT  ".
           05  WS-LL-REPLACE            PIC Z(07)9.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "BOARD  TONIGHT  SINCE ROT  LIFETIME  LAS".
           05  FILLER                   PIC X(40) VALUE
               "T ROT    DUE      COST                  ".

       01  WS-DUE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DU-BOARD-NO           PIC 9(02).
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-DU-TONIGHT            PIC ZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-DU-ROTATE-THROWS      PIC Z(06)9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DU-LIFE-THROWS        PIC Z(07)9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DU-LAST-ROTATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-DU-ACTION             PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DU-COST               PIC ZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DU-NOTE               PIC X(19).

       01  WS-NONE-DUE-LINE             PIC X(42) VALUE
           "NO BOARD IS DUE FOR ROTATION OR REPLACING.".

       01  WS-UNREGISTERED-LINE.
           05  FILLER                   PIC X(08) VALUE "BOARD   ".
           05  WS-UR-BOARD-NO           PIC 9(02).
           05  FILLER                   PIC X(44) VALUE
               " IS ON TONIGHT'S FIXTURES BUT NOT REGISTERED".

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(16) VALUE
               "THROWS COUNTED  ".
           05  WS-TL-THROWS             PIC Z(06)9.
           05  FILLER                   PIC X(20) VALUE
               "   OFF ANY BOARD    ".
           05  WS-TL-UNPLACED           PIC Z(06)9.

       01  WS-POSTED-LINE.
           05  FILLER                   PIC X(30) VALUE
               "REPLACEMENTS POSTED TO LEDGER ".
           05  WS-PT-COUNT              PIC ZZ9.
           05  FILLER                   PIC X(10) VALUE "   AMOUNT ".
           05  WS-PT-AMOUNT             PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-REGISTER
           PERFORM 1300-PLACE-PLAYERS
           PERFORM 2000-COUNT-THROWS
           PERFORM 3000-WEAR-AND-DUE-LIST
           PERFORM 4000-REWRITE-REGISTER
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE GAME-DATE CARD IS MANDATORY: IT IS
      *    THE RERUN GUARD AND THE LEDGER POSTING DATE.  BOTH LIMITS
      *    COME OFF THE PARAMETER FILE WHEN SET THERE.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT GAME-DATE-CONTROL
           MOVE "BOARDBAT" TO WS-FS-CALLER
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
               DISPLAY "BOARDBAT REFUSED -- NO GAME DATE ON GAMECTL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GC-GAME-DATE TO WS-GAME-DATE
           MOVE "BOARDBAT" TO WS-PL-JOB-NAME
           MOVE WS-GAME-DATE TO WS-PL-AS-OF-DATE
           MOVE "ROTATELIMIT" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 10000000
                   MOVE WS-PARM-NUMBER TO WS-ROTATE-LIMIT
               END-IF
           END-IF
           MOVE "REPLACELIMIT" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0
                   MOVE WS-PARM-NUMBER TO WS-REPLACE-LIMIT
               END-IF
           END-IF.

      ******************************************************************
      *    1200-LOAD-REGISTER - THE REGISTER IS MANDATORY; WEAR WITH
      *    NO REGISTER TO LAND ON WOULD BE LOST.
      ******************************************************************
       1200-LOAD-REGISTER.
           OPEN INPUT BOARD-REGISTER-FILE
           MOVE "BRDREG" TO WS-FS-DDNAME
           MOVE WS-BD-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-BD-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-READ-BOARD
           PERFORM 1220-STORE-BOARD
               UNTIL WS-BD-FILE-STATUS NOT = "00"
           CLOSE BOARD-REGISTER-FILE.

       1210-READ-BOARD.
           READ BOARD-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-BD-FILE-STATUS
           END-READ.

       1220-STORE-BOARD.
           IF WS-BRD-COUNT < WS-BRD-MAX
               ADD 1 TO WS-BRD-COUNT
               SET WS-BX TO WS-BRD-COUNT
               MOVE BD-BOARD-NO TO WS-B-BOARD-NO(WS-BX)
               MOVE BD-PURCHASE-DATE TO WS-B-PURCHASE-DATE(WS-BX)
               MOVE BD-COST TO WS-B-COST(WS-BX)
               MOVE BD-LAST-ROTATE-DATE TO WS-B-LAST-ROTATE(WS-BX)
               MOVE BD-ROTATE-THROWS TO WS-B-ROTATE-THROWS(WS-BX)
               MOVE BD-LIFE-THROWS TO WS-B-LIFE-THROWS(WS-BX)
               MOVE BD-LAST-NIGHT TO WS-B-LAST-NIGHT(WS-BX)
               MOVE BD-REPLACE-POSTED-SW TO WS-B-POSTED-SW(WS-BX)
               MOVE ZERO TO WS-B-TONIGHT(WS-BX)
           END-IF
           PERFORM 1210-READ-BOARD.

      ******************************************************************
      *    1300-PLACE-PLAYERS - EACH SIDE OF TONIGHT'S FIXTURES IS ON
      *    THAT FIXTURE'S BOARD.  A BOARD ON THE CARD BUT NOT ON THE
      *    REGISTER IS LISTED SO IT CAN BE ADDED THROUGH BOARDMNT.
      ******************************************************************
       1300-PLACE-PLAYERS.
           OPEN OUTPUT DUE-LIST-FILE
           MOVE "BRDDUE" TO WS-FS-DDNAME
           MOVE WS-DL-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           MOVE WS-GAME-DATE TO WS-H-GAME-DATE
           MOVE WS-HEADING-LINE TO DUE-LIST-LINE
           WRITE DUE-LIST-LINE
           MOVE WS-ROTATE-LIMIT TO WS-LL-ROTATE
           MOVE WS-REPLACE-LIMIT TO WS-LL-REPLACE
           MOVE WS-LIMIT-LINE TO DUE-LIST-LINE
           WRITE DUE-LIST-LINE
           MOVE SPACES TO DUE-LIST-LINE
           WRITE DUE-LIST-LINE
           OPEN INPUT FIXTURES-FILE
           IF WS-FX-FILE-STATUS = "00"
               PERFORM 1310-READ-FIXTURE
               PERFORM 1320-PLACE-ONE-FIXTURE
                   UNTIL WS-FX-FILE-STATUS NOT = "00"
               CLOSE FIXTURES-FILE
           END-IF.

       1310-READ-FIXTURE.
           READ FIXTURES-FILE
               AT END
                   MOVE "10" TO WS-FX-FILE-STATUS
           END-READ.

       1320-PLACE-ONE-FIXTURE.
           IF FX-GAME-DATE = WS-GAME-DATE
               MOVE FX-BOARD-NO TO WS-LOOKUP-BOARD
               PERFORM 5100-FIND-BOARD
               IF NOT WS-FOUND
                   ADD 1 TO WS-UNREGISTERED-COUNT
                   MOVE FX-BOARD-NO TO WS-UR-BOARD-NO
                   MOVE WS-UNREGISTERED-LINE TO DUE-LIST-LINE
                   WRITE DUE-LIST-LINE
               END-IF
               MOVE FX-HOME-ID TO WS-LOOKUP-ID
               PERFORM 1330-PLACE-ONE-PLAYER
               IF FX-AWAY-ID NOT = "BYE"
                   AND FX-AWAY-ID NOT = SPACES
                   MOVE FX-AWAY-ID TO WS-LOOKUP-ID
                   PERFORM 1330-PLACE-ONE-PLAYER
               END-IF
           END-IF
           PERFORM 1310-READ-FIXTURE.

       1330-PLACE-ONE-PLAYER.
           IF WS-PLY-COUNT < WS-PLY-MAX
               ADD 1 TO WS-PLY-COUNT
               MOVE WS-LOOKUP-ID TO WS-Y-PLAYER-ID(WS-PLY-COUNT)
               MOVE FX-BOARD-NO TO WS-Y-BOARD-NO(WS-PLY-COUNT)
           END-IF.

      ******************************************************************
      *    2000-COUNT-THROWS - EVERY THROW COUNTS AGAINST ITS
      *    THROWER'S BOARD.  A THROWER NOT ON TONIGHT'S FIXTURES, OR
      *    ON A BOARD NOT REGISTERED, IS COUNTED OFF ANY BOARD.  NO
      *    THROWS VOLUME MEANS NO DARTS TONIGHT.
      ******************************************************************
       2000-COUNT-THROWS.
           OPEN INPUT THROWS-FILE
           IF WS-TR-FILE-STATUS = "00"
               PERFORM 2100-READ-THROW
               PERFORM 2200-COUNT-ONE-THROW
                   UNTIL WS-TR-FILE-STATUS NOT = "00"
               CLOSE THROWS-FILE
           END-IF.

       2100-READ-THROW.
           READ THROWS-FILE
               AT END
                   MOVE "10" TO WS-TR-FILE-STATUS
           END-READ.

       2200-COUNT-ONE-THROW.
           ADD 1 TO WS-THROW-COUNT
           MOVE "N" TO WS-FOUND-SW
           SET WS-YX TO 1
           SEARCH WS-PLY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-YX > WS-PLY-COUNT
                   CONTINUE
               WHEN WS-Y-PLAYER-ID(WS-YX) = TR-PLAYER-ID
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF WS-FOUND
               MOVE WS-Y-BOARD-NO(WS-YX) TO WS-LOOKUP-BOARD
               PERFORM 5100-FIND-BOARD
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-B-TONIGHT(WS-BX)
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF
           PERFORM 2100-READ-THROW.

      ******************************************************************
      *    3000-WEAR-AND-DUE-LIST - ROLL EACH BOARD'S NIGHT INTO ITS
      *    WEAR COUNTS (UNLESS AN EARLIER RUN ALREADY DID), THEN LIST
      *    IT IF IT IS DUE.  THE LEDGER IS APPENDED TO, AND STARTED
      *    IF IT DOES NOT YET EXIST.
      ******************************************************************
       3000-WEAR-AND-DUE-LIST.
           MOVE WS-COLUMN-LINE TO DUE-LIST-LINE
           WRITE DUE-LIST-LINE
           OPEN EXTEND FUND-LEDGER-FILE
           IF WS-LG-FILE-STATUS = "35"
               OPEN OUTPUT FUND-LEDGER-FILE
           END-IF
           MOVE "FUNDLEDG" TO WS-FS-DDNAME
           MOVE WS-LG-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           PERFORM 3100-WEAR-ONE-BOARD
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BRD-COUNT
           CLOSE FUND-LEDGER-FILE
           IF WS-DUE-COUNT = ZERO
               MOVE WS-NONE-DUE-LINE TO DUE-LIST-LINE
               WRITE DUE-LIST-LINE
           END-IF
           MOVE SPACES TO DUE-LIST-LINE
           WRITE DUE-LIST-LINE
           MOVE WS-THROW-COUNT TO WS-TL-THROWS
           MOVE WS-UNPLACED-COUNT TO WS-TL-UNPLACED
           MOVE WS-TOTAL-LINE TO DUE-LIST-LINE
           WRITE DUE-LIST-LINE
           MOVE WS-POSTED-COUNT TO WS-PT-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-PT-AMOUNT
           MOVE WS-POSTED-LINE TO DUE-LIST-LINE
           WRITE DUE-LIST-LINE
           CLOSE DUE-LIST-FILE.

       3100-WEAR-ONE-BOARD.
           IF WS-B-LAST-NIGHT(WS-BX) = WS-GAME-DATE
               IF WS-B-TONIGHT(WS-BX) > ZERO
                   ADD 1 TO WS-RERUN-COUNT
               END-IF
           ELSE
               IF WS-B-TONIGHT(WS-BX) > ZERO
                   ADD WS-B-TONIGHT(WS-BX)
                       TO WS-B-ROTATE-THROWS(WS-BX)
                   ADD WS-B-TONIGHT(WS-BX)
                       TO WS-B-LIFE-THROWS(WS-BX)
                   MOVE WS-GAME-DATE TO WS-B-LAST-NIGHT(WS-BX)
               END-IF
           END-IF
           MOVE SPACES TO WS-DU-ACTION
           MOVE SPACES TO WS-DU-NOTE
           MOVE ZERO TO WS-DU-COST
           EVALUATE TRUE
               WHEN WS-B-LIFE-THROWS(WS-BX) >= WS-REPLACE-LIMIT
                   MOVE "REPLACE" TO WS-DU-ACTION
                   MOVE WS-B-COST(WS-BX) TO WS-DU-COST
                   IF WS-B-POSTED(WS-BX)
                       MOVE "ALREADY POSTED" TO WS-DU-NOTE
                   ELSE
                       PERFORM 3200-POST-REPLACEMENT
                       MOVE "POSTED TO LEDGER" TO WS-DU-NOTE
                   END-IF
               WHEN WS-B-ROTATE-THROWS(WS-BX) >= WS-ROTATE-LIMIT
                   MOVE "ROTATE" TO WS-DU-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DU-ACTION NOT = SPACES
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-B-BOARD-NO(WS-BX) TO WS-DU-BOARD-NO
               MOVE WS-B-TONIGHT(WS-BX) TO WS-DU-TONIGHT
               MOVE WS-B-ROTATE-THROWS(WS-BX) TO WS-DU-ROTATE-THROWS
               MOVE WS-B-LIFE-THROWS(WS-BX) TO WS-DU-LIFE-THROWS
               MOVE WS-B-LAST-ROTATE(WS-BX) TO WS-DU-LAST-ROTATE
               MOVE WS-DUE-LINE TO DUE-LIST-LINE
               WRITE DUE-LIST-LINE
           END-IF.

      ******************************************************************
      *    3200-POST-REPLACEMENT - ONE EQUIPMENT ENTRY FOR THE COST
      *    OF THE BOARD BEING REPLACED, ON THE GAME DATE, AGAINST THE
      *    BOARD BUDGET LINE.
      ******************************************************************
       3200-POST-REPLACEMENT.
           MOVE WS-GAME-DATE TO LG-POST-DATE
           SET LG-EQUIPMENT-ENTRY TO TRUE
           MOVE SPACES TO LG-PARTY
           MOVE "BOARD " TO LG-PARTY(1:6)
           MOVE WS-B-BOARD-NO(WS-BX) TO LG-PARTY(7:2)
           MOVE " REPLACE" TO LG-PARTY(9:8)
           MOVE WS-B-COST(WS-BX) TO LG-AMOUNT
           WRITE FUND-LEDGER-RECORD
           SET WS-B-POSTED(WS-BX) TO TRUE
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-B-COST(WS-BX) TO WS-POSTED-AMOUNT.

      ******************************************************************
      *    4000-REWRITE-REGISTER - THE WHOLE REGISTER, WEAR ROLLED
      *    FORWARD, TO THE NEW GENERATION.
      ******************************************************************
       4000-REWRITE-REGISTER.
           OPEN OUTPUT BOARD-REGISTER-OUT
           MOVE "BRDREGO" TO WS-FS-DDNAME
           MOVE WS-BO-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           PERFORM 4100-WRITE-ONE-BOARD
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BRD-COUNT
           CLOSE BOARD-REGISTER-OUT.

       4100-WRITE-ONE-BOARD.
           MOVE WS-B-BOARD-NO(WS-BX) TO BD-BOARD-NO
           MOVE WS-B-PURCHASE-DATE(WS-BX) TO BD-PURCHASE-DATE
           MOVE WS-B-COST(WS-BX) TO BD-COST
           MOVE WS-B-LAST-ROTATE(WS-BX) TO BD-LAST-ROTATE-DATE
           MOVE WS-B-ROTATE-THROWS(WS-BX) TO BD-ROTATE-THROWS
           MOVE WS-B-LIFE-THROWS(WS-BX) TO BD-LIFE-THROWS
           MOVE WS-B-LAST-NIGHT(WS-BX) TO BD-LAST-NIGHT
           MOVE WS-B-POSTED-SW(WS-BX) TO BD-REPLACE-POSTED-SW
           MOVE BOARD-REGISTER-RECORD TO BOARD-REGISTER-OUT-RECORD
           WRITE BOARD-REGISTER-OUT-RECORD.

       5100-FIND-BOARD.
           MOVE "N" TO WS-FOUND-SW
           SET WS-BX TO 1
           SEARCH WS-BRD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BX > WS-BRD-COUNT
                   CONTINUE
               WHEN WS-B-BOARD-NO(WS-BX) = WS-LOOKUP-BOARD
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       9999-TERMINATE.
           DISPLAY "BOARDBAT: " WS-THROW-COUNT " THROWS, "
               WS-DUE-COUNT " BOARDS DUE, " WS-POSTED-COUNT
               " REPLACEMENTS POSTED"
           IF WS-RERUN-COUNT > ZERO
               DISPLAY "BOARDBAT: " WS-RERUN-COUNT
                   " BOARDS ALREADY COUNTED FOR " WS-GAME-DATE
           END-IF
           IF WS-DUE-COUNT > ZERO OR WS-UNREGISTERED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
