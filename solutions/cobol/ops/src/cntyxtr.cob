       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTYXTR.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CNTYXTR BUILDS THE WEEKLY COUNTY-LEAGUE RESULTS SUBMISSION
      *    SO NOBODY RETYPES THE MATCH RESULTS INTO THE COUNTY'S
      *    FORM.  FOR THE GAMECTL DATE IT TAKES EVERY FIXTURE WHOSE
      *    TWO PLAYERS ARE BOTH IN THE TOP DIVISION (DIVASGN; NO
      *    RECORD MEANS DIVISION 1), PICKS UP THE LEGS, SETS AND
      *    WINNER FROM THE NIGHT'S MATCHRES OUTPUT (THE BOARDS'
      *    DATASETS CONCATENATED UNDER ONE DD), AND WRITES THE
      *    COUNTY'S FIXED FORMAT -- HEADER, ONE DETAIL PER MATCH,
      *    TRAILER WITH DETAIL/RECORD COUNTS AND A LEGS HASH.  THE
      *    SUBMISSION SEQUENCE NUMBER IS ONE PAST THE HIGHEST ON THE
      *    SUBMISSION LOG, AND A PENDING LOG ENTRY IS APPENDED FOR
      *    CNTYACK TO CLOSE.  THE CLUB CODE AND THE DEADLINE (DAYS
      *    AFTER THE GAME DATE) COME FROM THE PARAMETER FILE, JOB
      *    CNTYXTR, PARAMETERS CLUBCODE AND DEADLINEDAYS (DEFAULT 3).
      *    A FIXTURE WITH NO DECIDED RESULT IS LEFT OFF AND LISTED;
      *    A NIGHT ALREADY SUBMITTED AND NOT REJECTED IS REFUSED SO
      *    THE COUNTY NEVER SEES THE SAME NIGHT TWICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-DATE-CONTROL ASSIGN TO "GAMECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.

           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT DIVISION-FILE ASSIGN TO "DIVASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DV-FILE-STATUS.

           SELECT MATCH-RESULTS-FILE ASSIGN TO "MATCHRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-FILE-STATUS.

           SELECT COUNTY-LOG-FILE ASSIGN TO "CNTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT COUNTY-SUBMISSION-FILE ASSIGN TO "CNTYSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT COUNTY-HISTORY-FILE ASSIGN TO "CNTYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT SUBMISSION-LIST-FILE ASSIGN TO "CNTYLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-DATE-CONTROL.
       01  GAME-DATE-RECORD.
           05  GC-GAME-DATE             PIC 9(08).

       FD  FIXTURES-FILE.
       COPY FIXTURES.

       FD  DIVISION-FILE.
       COPY DIVASGN.

       FD  MATCH-RESULTS-FILE.
       01  MATCH-RESULTS-LINE.
           05  MR-PREFIX                PIC X(13).
           05  MR-WINNER-ID             PIC X(06).
           05  FILLER                   PIC X(61).
       01  MATCH-STANDING-LINE.
           05  MS-PLAYER-ID             PIC X(06).
           05  MS-LEGS-TAG              PIC X(07).
           05  MS-LEGS-WON              PIC ZZ9.
           05  MS-SETS-TAG              PIC X(07).
           05  MS-SETS-WON              PIC Z9.
           05  FILLER                   PIC X(55).

       FD  COUNTY-LOG-FILE.
       COPY CNTYLOG.

       FD  COUNTY-SUBMISSION-FILE.
       COPY CNTYSUB.

       FD  COUNTY-HISTORY-FILE.
       01  COUNTY-HISTORY-RECORD        PIC X(80).

       FD  SUBMISSION-LIST-FILE.
       01  SUBMISSION-LIST-LINE         PIC X(80).

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
       01  WS-PARM-NUMBER               PIC 9(05).

       01  WS-GC-FILE-STATUS            PIC XX.
       01  WS-FX-FILE-STATUS            PIC XX.
       01  WS-DV-FILE-STATUS            PIC XX.
       01  WS-MR-FILE-STATUS            PIC XX.
       01  WS-CL-FILE-STATUS            PIC XX.
       01  WS-CS-FILE-STATUS            PIC XX.
       01  WS-CH-FILE-STATUS            PIC XX.
       01  WS-SL-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-BLOCKED-SW                PIC X VALUE "N".
           88  WS-BLOCKED               VALUE "Y".
       01  WS-RESUBMIT-SW               PIC X VALUE "N".
           88  WS-RESUBMISSION          VALUE "Y".

       01  WS-GAME-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY                     PIC 9(08).
       01  WS-CLUB-CODE                 PIC X(06) VALUE SPACES.
       01  WS-DEADLINE-DAYS             PIC 9(03) VALUE 3.
       01  WS-DAYS-AFTER                PIC S9(05).
       01  WS-SUBMISSION-SEQ            PIC 9(06) VALUE ZERO.
       01  WS-LATE-SW                   PIC X VALUE "N".
           88  WS-LATE                  VALUE "Y".

      *    TOP-DIVISION TEST.  ONLY PLAYERS PLACED BELOW DIVISION 1
      *    ARE HELD; ANYONE NOT LISTED COUNTS AS DIVISION 1.
       01  WS-DIV-MAX                   PIC 9(03) VALUE 200.
       01  WS-DIV-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 200 TIMES INDEXED BY WS-DX.
               10  WS-DV-PLAYER-ID      PIC X(06).
               10  WS-DV-DIVISION       PIC 9(01).
       01  WS-LOOKUP-ID                 PIC X(06).
       01  WS-LOOKUP-DIVISION           PIC 9(01).
       01  WS-HOME-DIVISION             PIC 9(01).
       01  WS-AWAY-DIVISION             PIC 9(01).

      *    THE NIGHT'S MATCH-PLAY OUTCOME PER PLAYER, FROM THE
      *    STANDING LINES AND "MATCH WON BY" LINES OF MATCHRES.
       01  WS-RES-MAX                   PIC 9(03) VALUE 100.
       01  WS-RES-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 100 TIMES INDEXED BY WS-RSX.
               10  WS-RS-PLAYER-ID      PIC X(06).
               10  WS-RS-LEGS           PIC 9(03).
               10  WS-RS-SETS           PIC 9(02).
               10  WS-RS-WON-SW         PIC X.
                   88  WS-RS-WON        VALUE "Y".
       01  WS-FOUND-SW                  PIC X.
           88  WS-FOUND                 VALUE "Y".
       01  WS-HOME-SUB                  PIC 9(03).
       01  WS-AWAY-SUB                  PIC 9(03).

       01  WS-MATCH-SEQ                 PIC 9(03) VALUE ZERO.
       01  WS-DETAIL-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-RECORD-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-LEGS-HASH                 PIC 9(07) VALUE ZERO.
       01  WS-NO-RESULT-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-LOWER-DIV-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(30).

       01  WS-LIST-HEADING.
           05  FILLER                   PIC X(27) VALUE
               "COUNTY SUBMISSION  SEQ NO  ".
           05  WS-LH-SEQ                PIC 9(06).
           05  FILLER                   PIC X(13) VALUE
               "  GAME DATE  ".
           05  WS-LH-GAME-DATE          PIC 9(08).
           05  FILLER                   PIC X(08) VALUE "  CLUB  ".
           05  WS-LH-CLUB-CODE          PIC X(06).

       01  WS-LIST-LINE.
           05  FILLER                   PIC X(06) VALUE "BOARD ".
           05  WS-LL-BOARD-NO           PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-LL-HOME-ID            PIC X(06).
           05  FILLER                   PIC X(04) VALUE " V  ".
           05  WS-LL-AWAY-ID            PIC X(06).
           05  FILLER                   PIC X(07) VALUE "  LEGS ".
           05  WS-LL-HOME-LEGS          PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE "-".
           05  WS-LL-AWAY-LEGS          PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-LL-DISPOSITION        PIC X(30).

       01  WS-LIST-TOTALS.
           05  FILLER                   PIC X(10) VALUE "SUBMITTED ".
           05  WS-LT-DETAILS            PIC ZZZZ9.
           05  FILLER                   PIC X(13) VALUE
               "  NO RESULT  ".
           05  WS-LT-NO-RESULT          PIC ZZ9.
           05  FILLER                   PIC X(12) VALUE
               "  LEGS HASH ".
           05  WS-LT-HASH               PIC ZZZZZZ9.

       01  WS-LATE-LINE.
           05  FILLER                   PIC X(36) VALUE
               "*** LATE -- SUBMITTED DAYS AFTER    ".
           05  WS-LA-DAYS               PIC ZZZZ9.
           05  FILLER                   PIC X(17) VALUE
               "  DEADLINE DAYS  ".
           05  WS-LA-DEADLINE           PIC ZZ9.

       01  WS-RESUBMIT-LINE             PIC X(60) VALUE
           "RESUBMISSION -- EARLIER SUBMISSION FOR THIS NIGHT REJECTED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-SCAN-SUBMISSION-LOG
           IF WS-BLOCKED
               DISPLAY "CNTYXTR REFUSED -- GAME DATE " WS-GAME-DATE
                   " ALREADY SUBMITTED AND NOT REJECTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-DIVISIONS
           PERFORM 1500-LOAD-MATCH-RESULTS
           PERFORM 1600-OPEN-OUTPUTS
           PERFORM 2000-SUBMIT-ONE-FIXTURE
               UNTIL WS-EOF
           PERFORM 3000-CLOSE-SUBMISSION
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE GAME-DATE CARD AND THE CLUB CODE ARE
      *    BOTH MANDATORY: A SUBMISSION FOR THE WRONG NIGHT OR UNDER
      *    NO CLUB CODE IS WORSE THAN NO SUBMISSION.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT GAME-DATE-CONTROL
           MOVE "CNTYXTR" TO WS-FS-CALLER
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
               DISPLAY "CNTYXTR REFUSED -- NO GAME DATE ON GAMECTL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GC-GAME-DATE TO WS-GAME-DATE
           MOVE "CNTYXTR" TO WS-PL-JOB-NAME
           MOVE WS-TODAY TO WS-PL-AS-OF-DATE
           MOVE "CLUBCODE" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               MOVE WS-PL-PARM-VALUE(1:6) TO WS-CLUB-CODE
           END-IF
           IF WS-CLUB-CODE = SPACES
               DISPLAY "CNTYXTR REFUSED -- NO CLUBCODE PARAMETER"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "DEADLINEDAYS" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 1000
                   MOVE WS-PARM-NUMBER TO WS-DEADLINE-DAYS
               END-IF
           END-IF
           COMPUTE WS-DAYS-AFTER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-GAME-DATE)
           IF WS-DAYS-AFTER > WS-DEADLINE-DAYS
               SET WS-LATE TO TRUE
           END-IF.

      ******************************************************************
      *    1300-SCAN-SUBMISSION-LOG - TAKE THE HIGHEST SEQUENCE
      *    NUMBER SENT SO FAR, AND BLOCK THE RUN IF THIS NIGHT HAS A
      *    SUBMISSION ON FILE THAT IS PENDING OR ACCEPTED.  A NIGHT
      *    WHOSE ONLY SUBMISSIONS WERE REJECTED MAY GO AGAIN.
      ******************************************************************
       1300-SCAN-SUBMISSION-LOG.
           OPEN INPUT COUNTY-LOG-FILE
           IF WS-CL-FILE-STATUS = "00"
               PERFORM 1310-READ-LOG
               PERFORM 1320-CHECK-ONE-LOG-ENTRY
                   UNTIL WS-CL-FILE-STATUS NOT = "00"
               CLOSE COUNTY-LOG-FILE
           END-IF
           ADD 1 TO WS-SUBMISSION-SEQ.

       1310-READ-LOG.
           READ COUNTY-LOG-FILE
               AT END
                   MOVE "10" TO WS-CL-FILE-STATUS
           END-READ.

       1320-CHECK-ONE-LOG-ENTRY.
           IF CL-SUBMISSION-SEQ > WS-SUBMISSION-SEQ
               MOVE CL-SUBMISSION-SEQ TO WS-SUBMISSION-SEQ
           END-IF
           IF CL-GAME-DATE = WS-GAME-DATE
               IF CL-REJECTED
                   SET WS-RESUBMISSION TO TRUE
               ELSE
                   SET WS-BLOCKED TO TRUE
               END-IF
           END-IF
           PERFORM 1310-READ-LOG.

       1400-LOAD-DIVISIONS.
           OPEN INPUT DIVISION-FILE
           IF WS-DV-FILE-STATUS = "00"
               PERFORM 1410-READ-DIVISION
               PERFORM 1420-STORE-DIVISION
                   UNTIL WS-DV-FILE-STATUS NOT = "00"
               CLOSE DIVISION-FILE
           END-IF.

       1410-READ-DIVISION.
           READ DIVISION-FILE
               AT END
                   MOVE "10" TO WS-DV-FILE-STATUS
           END-READ.

       1420-STORE-DIVISION.
           IF WS-DIV-COUNT < WS-DIV-MAX
               ADD 1 TO WS-DIV-COUNT
               MOVE DV-PLAYER-ID TO WS-DV-PLAYER-ID(WS-DIV-COUNT)
               MOVE DV-DIVISION TO WS-DV-DIVISION(WS-DIV-COUNT)
           END-IF
           PERFORM 1410-READ-DIVISION.

      ******************************************************************
      *    1500-LOAD-MATCH-RESULTS - A STANDING LINE GIVES A PLAYER'S
      *    LEGS AND SETS; A "MATCH WON BY" LINE MARKS THE WINNER.
      *    HEADINGS, LEG AND SET LINES ARE PASSED OVER.
      ******************************************************************
       1500-LOAD-MATCH-RESULTS.
           OPEN INPUT MATCH-RESULTS-FILE
           MOVE "CNTYXTR" TO WS-FS-CALLER
           MOVE "MATCHRES" TO WS-FS-DDNAME
           MOVE WS-MR-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-MR-FILE-STATUS = "00"
               PERFORM 1510-READ-RESULT-LINE
               PERFORM 1520-TAKE-ONE-RESULT-LINE
                   UNTIL WS-MR-FILE-STATUS NOT = "00"
               CLOSE MATCH-RESULTS-FILE
           END-IF.

       1510-READ-RESULT-LINE.
           READ MATCH-RESULTS-FILE
               AT END
                   MOVE "10" TO WS-MR-FILE-STATUS
           END-READ.

       1520-TAKE-ONE-RESULT-LINE.
           EVALUATE TRUE
               WHEN MR-PREFIX = "MATCH WON BY "
                   MOVE MR-WINNER-ID TO WS-LOOKUP-ID
                   PERFORM 1530-FIND-OR-ADD-RESULT
                   IF WS-FOUND
                       MOVE "Y" TO WS-RS-WON-SW(WS-RSX)
                   END-IF
               WHEN MS-LEGS-TAG = "  LEGS "
                   AND MS-SETS-TAG = "  SETS "
                   MOVE MS-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM 1530-FIND-OR-ADD-RESULT
                   IF WS-FOUND
                       MOVE MS-LEGS-WON TO WS-RS-LEGS(WS-RSX)
                       MOVE MS-SETS-WON TO WS-RS-SETS(WS-RSX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1510-READ-RESULT-LINE.

       1530-FIND-OR-ADD-RESULT.
           MOVE "N" TO WS-FOUND-SW
           SET WS-RSX TO 1
           SEARCH WS-RES-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RSX > WS-RES-COUNT
                   CONTINUE
               WHEN WS-RS-PLAYER-ID(WS-RSX) = WS-LOOKUP-ID
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND AND WS-RES-COUNT < WS-RES-MAX
               ADD 1 TO WS-RES-COUNT
               SET WS-RSX TO WS-RES-COUNT
               MOVE WS-LOOKUP-ID TO WS-RS-PLAYER-ID(WS-RSX)
               MOVE ZERO TO WS-RS-LEGS(WS-RSX)
               MOVE ZERO TO WS-RS-SETS(WS-RSX)
               MOVE "N" TO WS-RS-WON-SW(WS-RSX)
               SET WS-FOUND TO TRUE
           END-IF.

      ******************************************************************
      *    1600-OPEN-OUTPUTS - OPEN THE FIXTURES AND THE OUTPUTS AND
      *    WRITE THE SUBMISSION HEADER.  THE SUBMITTED-MATCH HISTORY
      *    IS APPENDED TO, AND STARTED IF IT DOES NOT YET EXIST.
      ******************************************************************
       1600-OPEN-OUTPUTS.
           OPEN INPUT FIXTURES-FILE
           MOVE "CNTYXTR" TO WS-FS-CALLER
           MOVE "FIXTURES" TO WS-FS-DDNAME
           MOVE WS-FX-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-FX-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COUNTY-SUBMISSION-FILE
           OPEN EXTEND COUNTY-HISTORY-FILE
           IF WS-CH-FILE-STATUS = "35"
               OPEN OUTPUT COUNTY-HISTORY-FILE
           END-IF
           OPEN OUTPUT SUBMISSION-LIST-FILE
           MOVE WS-SUBMISSION-SEQ TO WS-LH-SEQ
           MOVE WS-GAME-DATE TO WS-LH-GAME-DATE
           MOVE WS-CLUB-CODE TO WS-LH-CLUB-CODE
           MOVE WS-LIST-HEADING TO SUBMISSION-LIST-LINE
           WRITE SUBMISSION-LIST-LINE
           IF WS-RESUBMISSION
               MOVE WS-RESUBMIT-LINE TO SUBMISSION-LIST-LINE
               WRITE SUBMISSION-LIST-LINE
           END-IF
           MOVE SPACES TO COUNTY-SUBMISSION-RECORD
           SET CS-HEADER TO TRUE
           MOVE WS-CLUB-CODE TO CS-CLUB-CODE
           MOVE WS-SUBMISSION-SEQ TO CS-SUBMISSION-SEQ
           MOVE WS-GAME-DATE TO CS-H-GAME-DATE
           MOVE WS-TODAY TO CS-H-CREATED-DATE
           WRITE COUNTY-SUBMISSION-RECORD
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 1700-READ-FIXTURE.

       1700-READ-FIXTURE.
           READ FIXTURES-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-SUBMIT-ONE-FIXTURE - A TOP-DIVISION FIXTURE FOR THE
      *    NIGHT WITH A DECIDED RESULT BECOMES ONE DETAIL RECORD.
      *    BYES AND OTHER NIGHTS ARE PASSED OVER; LOWER-DIVISION
      *    FIXTURES ARE COUNTED; AN UNDECIDED ONE IS LISTED.
      ******************************************************************
       2000-SUBMIT-ONE-FIXTURE.
           IF FX-GAME-DATE = WS-GAME-DATE
               AND FX-AWAY-ID NOT = "BYE"
               AND FX-AWAY-ID NOT = SPACES
               MOVE FX-HOME-ID TO WS-LOOKUP-ID
               PERFORM 2100-LOOKUP-DIVISION
               MOVE WS-LOOKUP-DIVISION TO WS-HOME-DIVISION
               MOVE FX-AWAY-ID TO WS-LOOKUP-ID
               PERFORM 2100-LOOKUP-DIVISION
               MOVE WS-LOOKUP-DIVISION TO WS-AWAY-DIVISION
               IF WS-HOME-DIVISION = 1 AND WS-AWAY-DIVISION = 1
                   PERFORM 2200-BUILD-DETAIL
               ELSE
                   ADD 1 TO WS-LOWER-DIV-COUNT
               END-IF
           END-IF
           PERFORM 1700-READ-FIXTURE.

       2100-LOOKUP-DIVISION.
           MOVE 1 TO WS-LOOKUP-DIVISION
           SET WS-DX TO 1
           SEARCH WS-DIV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DX > WS-DIV-COUNT
                   CONTINUE
               WHEN WS-DV-PLAYER-ID(WS-DX) = WS-LOOKUP-ID
                   MOVE WS-DV-DIVISION(WS-DX) TO WS-LOOKUP-DIVISION
           END-SEARCH.

       2200-BUILD-DETAIL.
           MOVE ZERO TO WS-HOME-SUB
           MOVE ZERO TO WS-AWAY-SUB
           MOVE FX-HOME-ID TO WS-LOOKUP-ID
           PERFORM 2300-FIND-RESULT
           IF WS-FOUND
               SET WS-HOME-SUB TO WS-RSX
           END-IF
           MOVE FX-AWAY-ID TO WS-LOOKUP-ID
           PERFORM 2300-FIND-RESULT
           IF WS-FOUND
               SET WS-AWAY-SUB TO WS-RSX
           END-IF
           MOVE FX-BOARD-NO TO WS-LL-BOARD-NO
           MOVE FX-HOME-ID TO WS-LL-HOME-ID
           MOVE FX-AWAY-ID TO WS-LL-AWAY-ID
           MOVE ZERO TO WS-LL-HOME-LEGS
           MOVE ZERO TO WS-LL-AWAY-LEGS
           EVALUATE TRUE
               WHEN WS-HOME-SUB = ZERO OR WS-AWAY-SUB = ZERO
                   ADD 1 TO WS-NO-RESULT-COUNT
                   MOVE "NO RESULT -- NOT SUBMITTED"
                       TO WS-DISPOSITION
               WHEN NOT WS-RS-WON(WS-HOME-SUB)
                   AND NOT WS-RS-WON(WS-AWAY-SUB)
                   ADD 1 TO WS-NO-RESULT-COUNT
                   MOVE "UNDECIDED -- NOT SUBMITTED"
                       TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM 2400-WRITE-DETAIL
           END-EVALUATE
           MOVE WS-DISPOSITION TO WS-LL-DISPOSITION
           MOVE WS-LIST-LINE TO SUBMISSION-LIST-LINE
           WRITE SUBMISSION-LIST-LINE.

       2300-FIND-RESULT.
           MOVE "N" TO WS-FOUND-SW
           SET WS-RSX TO 1
           SEARCH WS-RES-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RSX > WS-RES-COUNT
                   CONTINUE
               WHEN WS-RS-PLAYER-ID(WS-RSX) = WS-LOOKUP-ID
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       2400-WRITE-DETAIL.
           ADD 1 TO WS-MATCH-SEQ
           MOVE SPACES TO COUNTY-SUBMISSION-RECORD
           SET CS-DETAIL TO TRUE
           MOVE WS-CLUB-CODE TO CS-CLUB-CODE
           MOVE WS-SUBMISSION-SEQ TO CS-SUBMISSION-SEQ
           MOVE WS-MATCH-SEQ TO CS-D-MATCH-SEQ
           MOVE FX-GAME-DATE TO CS-D-GAME-DATE
           MOVE FX-BOARD-NO TO CS-D-BOARD-NO
           MOVE FX-HOME-ID TO CS-D-HOME-ID
           MOVE FX-AWAY-ID TO CS-D-AWAY-ID
           MOVE WS-RS-LEGS(WS-HOME-SUB) TO CS-D-HOME-LEGS
           MOVE WS-RS-LEGS(WS-AWAY-SUB) TO CS-D-AWAY-LEGS
           MOVE WS-RS-SETS(WS-HOME-SUB) TO CS-D-HOME-SETS
           MOVE WS-RS-SETS(WS-AWAY-SUB) TO CS-D-AWAY-SETS
           IF WS-RS-WON(WS-HOME-SUB)
               SET CS-D-HOME-WIN TO TRUE
               MOVE "SUBMITTED -- HOME WIN" TO WS-DISPOSITION
           ELSE
               SET CS-D-AWAY-WIN TO TRUE
               MOVE "SUBMITTED -- AWAY WIN" TO WS-DISPOSITION
           END-IF
           WRITE COUNTY-SUBMISSION-RECORD
           MOVE COUNTY-SUBMISSION-RECORD TO COUNTY-HISTORY-RECORD
           WRITE COUNTY-HISTORY-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-RECORD-COUNT
           ADD CS-D-HOME-LEGS TO WS-LEGS-HASH
           ADD CS-D-AWAY-LEGS TO WS-LEGS-HASH
           MOVE CS-D-HOME-LEGS TO WS-LL-HOME-LEGS
           MOVE CS-D-AWAY-LEGS TO WS-LL-AWAY-LEGS.

      ******************************************************************
      *    3000-CLOSE-SUBMISSION - WRITE THE TRAILER, APPEND THE
      *    PENDING LOG ENTRY, AND FOOT THE LISTING.  A LATE NIGHT OR
      *    AN UNDECIDED FIXTURE RAISES RETURN CODE 4 SO THE CAPTAIN
      *    SEES IT BEFORE THE FILE GOES TO THE COUNTY.
      ******************************************************************
       3000-CLOSE-SUBMISSION.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO COUNTY-SUBMISSION-RECORD
           SET CS-TRAILER TO TRUE
           MOVE WS-CLUB-CODE TO CS-CLUB-CODE
           MOVE WS-SUBMISSION-SEQ TO CS-SUBMISSION-SEQ
           MOVE WS-DETAIL-COUNT TO CS-T-DETAIL-COUNT
           MOVE WS-RECORD-COUNT TO CS-T-RECORD-COUNT
           MOVE WS-LEGS-HASH TO CS-T-LEGS-HASH
           WRITE COUNTY-SUBMISSION-RECORD
           OPEN EXTEND COUNTY-LOG-FILE
           IF WS-CL-FILE-STATUS = "35"
               OPEN OUTPUT COUNTY-LOG-FILE
           END-IF
           MOVE WS-SUBMISSION-SEQ TO CL-SUBMISSION-SEQ
           MOVE WS-GAME-DATE TO CL-GAME-DATE
           MOVE WS-TODAY TO CL-SUBMITTED-DATE
           MOVE WS-DETAIL-COUNT TO CL-MATCH-COUNT
           SET CL-PENDING TO TRUE
           MOVE ZERO TO CL-ACK-DATE
           MOVE ZERO TO CL-REJECTED-COUNT
           MOVE WS-LATE-SW TO CL-LATE-SW
           WRITE COUNTY-LOG-RECORD
           CLOSE COUNTY-LOG-FILE
           MOVE WS-DETAIL-COUNT TO WS-LT-DETAILS
           MOVE WS-NO-RESULT-COUNT TO WS-LT-NO-RESULT
           MOVE WS-LEGS-HASH TO WS-LT-HASH
           MOVE WS-LIST-TOTALS TO SUBMISSION-LIST-LINE
           WRITE SUBMISSION-LIST-LINE
           IF WS-LATE
               MOVE WS-DAYS-AFTER TO WS-LA-DAYS
               MOVE WS-DEADLINE-DAYS TO WS-LA-DEADLINE
               MOVE WS-LATE-LINE TO SUBMISSION-LIST-LINE
               WRITE SUBMISSION-LIST-LINE
               DISPLAY "CNTYXTR: SUBMISSION " WS-SUBMISSION-SEQ
                   " IS LATE FOR GAME DATE " WS-GAME-DATE
           END-IF
           IF WS-LATE OR WS-NO-RESULT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-TERMINATE.
           CLOSE FIXTURES-FILE
           CLOSE COUNTY-SUBMISSION-FILE
           CLOSE COUNTY-HISTORY-FILE
           CLOSE SUBMISSION-LIST-FILE
           DISPLAY "CNTYXTR: SUBMISSION " WS-SUBMISSION-SEQ " -- "
               WS-DETAIL-COUNT " MATCHES, " WS-NO-RESULT-COUNT
               " WITHOUT RESULT, " WS-LOWER-DIV-COUNT
               " LOWER-DIVISION FIXTURES PASSED OVER".
