       IDENTIFICATION DIVISION.
       PROGRAM-ID. TYPASSGN.
       AUTHOR. TRAINING-DEPARTMENT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    TYPASSGN ASSEMBLES A TYPING-TEST SESSION.  EVERY TYPIST ON
      *    THE SESSION ROSTER (COLS 1-6 TYPIST ID) IS HANDED A
      *    PASSAGE OFF THE PASSAGE LIBRARY AT THE GRADE THEIR
      *    CERTIFICATION LEVEL ON THE TYPIST MASTER CALLS FOR, AND
      *    NEVER ONE THE TYPING HISTORY SHOWS THEY HAVE ALREADY
      *    TYPED.  AMONG THE PASSAGES LEFT, THE ONE TYPED LEAST
      *    OFTEN (HISTORY AND THIS SESSION TOGETHER) GOES OUT FIRST,
      *    SO THE ROOM IS NOT ALL ON THE SAME TEXT.  THE ASSIGNMENT
      *    SHEET CARRIES THE PASSAGE ID THE EXAMINER KEYS ON THE
      *    SAMPLE AND THE TEXT TO HAND THE TYPIST.  A TYPIST NOT ON
      *    THE MASTER, LISTED TWICE, OR WITH NO UNTYPED PASSAGE LEFT
      *    AT THEIR GRADE IS REJECTED.  EXITS 8 ON ANY REJECT.  A
      *    MASTER OR LIBRARY TOO BIG FOR ITS TABLE REFUSES THE RUN
      *    (RC 16) RATHER THAN ASSIGN FROM PART OF IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-ROSTER-FILE ASSIGN TO "TYPSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.

           SELECT TYPIST-MASTER-FILE ASSIGN TO "TYPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TY-FILE-STATUS.

           SELECT PASSAGE-LIBRARY-FILE ASSIGN TO "PASSLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

           SELECT TYPING-HISTORY-FILE ASSIGN TO "TYPEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.

           SELECT ASSIGNMENT-SHEET-FILE ASSIGN TO "TYPSHEET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-ROSTER-FILE.
       01  SESSION-ROSTER-RECORD.
           05  SS-TYPIST-ID             PIC X(06).

       FD  TYPIST-MASTER-FILE.
       COPY TYPMAST.

       FD  PASSAGE-LIBRARY-FILE.
       COPY TYPPASS.

       FD  TYPING-HISTORY-FILE.
       COPY TYPEHIST.

       FD  ASSIGNMENT-SHEET-FILE.
       01  ASSIGNMENT-SHEET-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SS-FILE-STATUS            PIC XX.
       01  WS-TY-FILE-STATUS            PIC XX.
       01  WS-PL-FILE-STATUS            PIC XX.
       01  WS-TH-FILE-STATUS            PIC XX.
       01  WS-AS-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-ASSIGNED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REJECT-REASON             PIC X(40).

      *    TYPIST NAMES AND LEVELS OFF THE MASTER.
       01  WS-NAM-MAX                   PIC 9(03) VALUE 500.
       01  WS-NAM-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-NAM-TABLE.
           05  WS-NAM-ENTRY OCCURS 500 TIMES.
               10  WS-N-TYPIST-ID       PIC X(06).
               10  WS-N-NAME            PIC X(30).
               10  WS-N-GRADE           PIC 9(01).
       01  WS-NAM-SUB                   PIC 9(03).
       01  WS-NAM-FOUND-SUB             PIC 9(03).

      *    THE PASSAGE LIBRARY, WITH HOW OFTEN EACH HAS BEEN TYPED.
       01  WS-PAS-MAX                   PIC 9(03) VALUE 500.
       01  WS-PAS-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-PAS-TABLE.
           05  WS-PAS-ENTRY OCCURS 500 TIMES.
               10  WS-P-PASSAGE-ID      PIC X(06).
               10  WS-P-GRADE           PIC 9(01).
               10  WS-P-TEXT            PIC X(80).
               10  WS-P-TIMES-TYPED     PIC 9(05).
       01  WS-PAS-SUB                   PIC 9(03).
       01  WS-PAS-FOUND-SUB             PIC 9(03).
       01  WS-PAS-BEST-SUB              PIC 9(03).

      *    THE SESSION ROSTER.
       01  WS-ROS-MAX                   PIC 9(03) VALUE 100.
       01  WS-ROS-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-ROS-TABLE.
           05  WS-ROS-ENTRY OCCURS 100 TIMES.
               10  WS-R-TYPIST-ID       PIC X(06).
       01  WS-ROS-SUB                   PIC 9(03).
       01  WS-ROS-FOUND-SUB             PIC 9(03).

      *    PASSAGES EACH ROSTERED TYPIST HAS ALREADY HAD.  ONE LEFT
      *    OFF THE TABLE COULD BE HANDED OUT AGAIN, SO AN OVERFLOW
      *    REFUSES THE RUN.  EACH ASSIGNMENT JOINS THE TABLE.
       01  WS-HAD-MAX                   PIC 9(04) VALUE 2000.
       01  WS-HAD-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-HAD-TABLE.
           05  WS-HAD-ENTRY OCCURS 2000 TIMES.
               10  WS-H-TYPIST-ID       PIC X(06).
               10  WS-H-PASSAGE-ID      PIC X(06).
       01  WS-HAD-SUB                   PIC 9(04).
       01  WS-HAD-IT-SW                 PIC X.
           88  WS-HAD-IT                VALUE "Y".
       01  WS-HAD-TYPIST                PIC X(06).
       01  WS-HAD-PASSAGE               PIC X(06).

      *    TYPISTS ALREADY SEEN ON THE ROSTER THIS SESSION.
       01  WS-SEEN-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ID               PIC X(06) OCCURS 100 TIMES.
       01  WS-SEEN-SUB                  PIC 9(03).
       01  WS-SEEN-SW                   PIC X.
           88  WS-SEEN                  VALUE "Y".
       01  WS-TYPIST-GRADE              PIC 9(01).

       01  WS-SHEET-HEADING             PIC X(60) VALUE
           "TYPING-TEST SESSION PASSAGE ASSIGNMENTS".

       01  WS-ASSIGN-LINE.
           05  WS-A-TYPIST-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-A-NAME                PIC X(30).
           05  FILLER                   PIC X(08) VALUE "  GRADE ".
           05  WS-A-GRADE               PIC 9.
           05  FILLER                   PIC X(10) VALUE
               "  PASSAGE ".
           05  WS-A-PASSAGE-ID          PIC X(06).

       01  WS-REJECT-LINE.
           05  WS-J-TYPIST-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE
               "REJECTED --".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-J-REASON              PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(09) VALUE "ASSIGNED ".
           05  WS-T-ASSIGNED            PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE
               "   REJECTED ".
           05  WS-T-REJECTED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-THE-TYPISTS
           PERFORM 2100-LOAD-THE-LIBRARY
           PERFORM 2200-LOAD-THE-ROSTER
           PERFORM 2300-LOAD-THE-HISTORY
           PERFORM 3000-ASSIGN-ONE-TYPIST
               VARYING WS-ROS-SUB FROM 1 BY 1
               UNTIL WS-ROS-SUB > WS-ROS-COUNT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE ROSTER, THE MASTER AND THE LIBRARY
      *    ARE ALL NEEDED; WITH NO HISTORY NOBODY HAS TYPED ANYTHING.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT SESSION-ROSTER-FILE
           IF WS-SS-FILE-STATUS NOT = "00"
               DISPLAY "TYPASSGN REFUSED -- NO SESSION ROSTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TYPIST-MASTER-FILE
           IF WS-TY-FILE-STATUS NOT = "00"
               DISPLAY "TYPASSGN REFUSED -- NO TYPIST MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PASSAGE-LIBRARY-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
               DISPLAY "TYPASSGN REFUSED -- NO PASSAGE LIBRARY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ASSIGNMENT-SHEET-FILE
           MOVE WS-SHEET-HEADING TO ASSIGNMENT-SHEET-LINE
           WRITE ASSIGNMENT-SHEET-LINE.

       2000-LOAD-THE-TYPISTS.
           PERFORM 2010-READ-TYPIST
           PERFORM 2020-STORE-TYPIST
               UNTIL WS-TY-FILE-STATUS NOT = "00"
           CLOSE TYPIST-MASTER-FILE.

       2010-READ-TYPIST.
           READ TYPIST-MASTER-FILE
               AT END
                   MOVE "10" TO WS-TY-FILE-STATUS
           END-READ.

      *    A LEVEL OUTSIDE 1-5 TESTS AT THE NEAREST GRADE THERE IS.
       2020-STORE-TYPIST.
           IF WS-NAM-COUNT NOT < WS-NAM-MAX
               DISPLAY "TYPASSGN REFUSED -- MORE THAN " WS-NAM-MAX
                   " TYPISTS ON THE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NAM-COUNT
           MOVE TY-TYPIST-ID TO WS-N-TYPIST-ID(WS-NAM-COUNT)
           MOVE TY-NAME TO WS-N-NAME(WS-NAM-COUNT)
           MOVE 1 TO WS-N-GRADE(WS-NAM-COUNT)
           IF TY-CERT-LEVEL IS NUMERIC AND TY-CERT-LEVEL > "0"
               MOVE TY-CERT-LEVEL TO WS-N-GRADE(WS-NAM-COUNT)
               IF TY-CERT-LEVEL > "5"
                   MOVE 5 TO WS-N-GRADE(WS-NAM-COUNT)
               END-IF
           END-IF
           PERFORM 2010-READ-TYPIST.

       2100-LOAD-THE-LIBRARY.
           PERFORM 2110-READ-PASSAGE
           PERFORM 2120-STORE-PASSAGE
               UNTIL WS-PL-FILE-STATUS NOT = "00"
           CLOSE PASSAGE-LIBRARY-FILE.

       2110-READ-PASSAGE.
           READ PASSAGE-LIBRARY-FILE
               AT END
                   MOVE "10" TO WS-PL-FILE-STATUS
           END-READ.

       2120-STORE-PASSAGE.
           IF WS-PAS-COUNT NOT < WS-PAS-MAX
               DISPLAY "TYPASSGN REFUSED -- MORE THAN " WS-PAS-MAX
                   " PASSAGES ON THE LIBRARY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAS-COUNT
           MOVE PL-PASSAGE-ID TO WS-P-PASSAGE-ID(WS-PAS-COUNT)
           MOVE PL-GRADE TO WS-P-GRADE(WS-PAS-COUNT)
           MOVE PL-TEXT TO WS-P-TEXT(WS-PAS-COUNT)
           MOVE ZERO TO WS-P-TIMES-TYPED(WS-PAS-COUNT)
           PERFORM 2110-READ-PASSAGE.

       2200-LOAD-THE-ROSTER.
           PERFORM 2210-READ-ROSTER
           PERFORM 2220-STORE-ROSTER
               UNTIL WS-SS-FILE-STATUS NOT = "00"
           CLOSE SESSION-ROSTER-FILE.

       2210-READ-ROSTER.
           READ SESSION-ROSTER-FILE
               AT END
                   MOVE "10" TO WS-SS-FILE-STATUS
           END-READ.

       2220-STORE-ROSTER.
           IF SS-TYPIST-ID NOT = SPACES
               IF WS-ROS-COUNT NOT < WS-ROS-MAX
                   DISPLAY "TYPASSGN REFUSED -- ROSTER PAST "
                       WS-ROS-MAX " TYPISTS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROS-COUNT
               MOVE SS-TYPIST-ID TO WS-R-TYPIST-ID(WS-ROS-COUNT)
           END-IF
           PERFORM 2210-READ-ROSTER.

      ******************************************************************
      *    2300-LOAD-THE-HISTORY - EVERY LIBRARY PASSAGE TYPED COUNTS
      *    TOWARD ITS TIMES TYPED; ONE TYPED BY A ROSTERED TYPIST
      *    ALSO GOES ON THE TABLE OF PASSAGES THEY HAVE HAD.
      ******************************************************************
       2300-LOAD-THE-HISTORY.
           OPEN INPUT TYPING-HISTORY-FILE
           IF WS-TH-FILE-STATUS = "00"
               PERFORM 2310-READ-HISTORY
               PERFORM 2320-NOTE-ONE-TEST
                   UNTIL WS-EOF
               CLOSE TYPING-HISTORY-FILE
           ELSE
               DISPLAY "TYPASSGN: NO TYPING HISTORY -- EVERY "
                   "PASSAGE IS NEW"
           END-IF.

       2310-READ-HISTORY.
           READ TYPING-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2320-NOTE-ONE-TEST.
           IF TH-PASSAGE-ID NOT = SPACES
               MOVE TH-PASSAGE-ID TO WS-HAD-PASSAGE
               PERFORM 2330-FIND-PASSAGE
               IF WS-PAS-FOUND-SUB > ZERO
                   ADD 1 TO WS-P-TIMES-TYPED(WS-PAS-FOUND-SUB)
               END-IF
               MOVE ZERO TO WS-ROS-FOUND-SUB
               PERFORM 2340-FIND-ONE-ROSTERED
                   VARYING WS-ROS-SUB FROM 1 BY 1
                   UNTIL WS-ROS-SUB > WS-ROS-COUNT
                       OR WS-ROS-FOUND-SUB > ZERO
               IF WS-ROS-FOUND-SUB > ZERO
                   MOVE TH-TYPIST-ID TO WS-HAD-TYPIST
                   PERFORM 3500-NOTE-PASSAGE-HAD
               END-IF
           END-IF
           PERFORM 2310-READ-HISTORY.

       2330-FIND-PASSAGE.
           MOVE ZERO TO WS-PAS-FOUND-SUB
           PERFORM 2335-CHECK-ONE-PASSAGE
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > WS-PAS-COUNT
                   OR WS-PAS-FOUND-SUB > ZERO.

       2335-CHECK-ONE-PASSAGE.
           IF WS-P-PASSAGE-ID(WS-PAS-SUB) = WS-HAD-PASSAGE
               MOVE WS-PAS-SUB TO WS-PAS-FOUND-SUB
           END-IF.

       2340-FIND-ONE-ROSTERED.
           IF WS-R-TYPIST-ID(WS-ROS-SUB) = TH-TYPIST-ID
               MOVE WS-ROS-SUB TO WS-ROS-FOUND-SUB
           END-IF.

      ******************************************************************
      *    3000-ASSIGN-ONE-TYPIST - THE LEAST-TYPED PASSAGE AT THE
      *    TYPIST'S GRADE THAT THEY HAVE NOT HAD, FIRST ON THE
      *    LIBRARY WINNING A TIE.
      ******************************************************************
       3000-ASSIGN-ONE-TYPIST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-R-TYPIST-ID(WS-ROS-SUB) TO WS-HAD-TYPIST
           MOVE "N" TO WS-SEEN-SW
           PERFORM 3010-CHECK-ONE-SEEN
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR WS-SEEN
           ADD 1 TO WS-SEEN-COUNT
           MOVE WS-HAD-TYPIST TO WS-SEEN-ID(WS-SEEN-COUNT)
           MOVE ZERO TO WS-NAM-FOUND-SUB
           PERFORM 3020-FIND-ONE-TYPIST
               VARYING WS-NAM-SUB FROM 1 BY 1
               UNTIL WS-NAM-SUB > WS-NAM-COUNT
                   OR WS-NAM-FOUND-SUB > ZERO
           MOVE ZERO TO WS-PAS-BEST-SUB
           EVALUATE TRUE
               WHEN WS-SEEN
                   MOVE "ALREADY ON THIS SESSION'S ROSTER"
                       TO WS-REJECT-REASON
               WHEN WS-NAM-FOUND-SUB = ZERO
                   MOVE "NOT ON THE TYPIST MASTER"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-N-GRADE(WS-NAM-FOUND-SUB)
                       TO WS-TYPIST-GRADE
                   PERFORM 3100-CONSIDER-ONE-PASSAGE
                       VARYING WS-PAS-SUB FROM 1 BY 1
                       UNTIL WS-PAS-SUB > WS-PAS-COUNT
                   IF WS-PAS-BEST-SUB = ZERO
                       MOVE "NO UNTYPED PASSAGE AT GRADE "
                           TO WS-REJECT-REASON
                       MOVE WS-TYPIST-GRADE
                           TO WS-REJECT-REASON(29:1)
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 3200-WRITE-ASSIGNMENT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-HAD-TYPIST TO WS-J-TYPIST-ID
               MOVE WS-REJECT-REASON TO WS-J-REASON
               MOVE WS-REJECT-LINE TO ASSIGNMENT-SHEET-LINE
               WRITE ASSIGNMENT-SHEET-LINE
           END-IF.

       3010-CHECK-ONE-SEEN.
           IF WS-SEEN-ID(WS-SEEN-SUB) = WS-HAD-TYPIST
               SET WS-SEEN TO TRUE
           END-IF.

       3020-FIND-ONE-TYPIST.
           IF WS-N-TYPIST-ID(WS-NAM-SUB) = WS-HAD-TYPIST
               MOVE WS-NAM-SUB TO WS-NAM-FOUND-SUB
           END-IF.

       3100-CONSIDER-ONE-PASSAGE.
           IF WS-P-GRADE(WS-PAS-SUB) = WS-TYPIST-GRADE
               MOVE WS-P-PASSAGE-ID(WS-PAS-SUB) TO WS-HAD-PASSAGE
               MOVE "N" TO WS-HAD-IT-SW
               PERFORM 3110-CHECK-ONE-HAD
                   VARYING WS-HAD-SUB FROM 1 BY 1
                   UNTIL WS-HAD-SUB > WS-HAD-COUNT OR WS-HAD-IT
               IF NOT WS-HAD-IT
                   IF WS-PAS-BEST-SUB = ZERO
                       MOVE WS-PAS-SUB TO WS-PAS-BEST-SUB
                   ELSE
                       IF WS-P-TIMES-TYPED(WS-PAS-SUB)
                           < WS-P-TIMES-TYPED(WS-PAS-BEST-SUB)
                           MOVE WS-PAS-SUB TO WS-PAS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3110-CHECK-ONE-HAD.
           IF WS-H-TYPIST-ID(WS-HAD-SUB) = WS-HAD-TYPIST
               AND WS-H-PASSAGE-ID(WS-HAD-SUB) = WS-HAD-PASSAGE
               SET WS-HAD-IT TO TRUE
           END-IF.

      ******************************************************************
      *    3200-WRITE-ASSIGNMENT - THE TYPIST'S LINE, THEN THE TEXT
      *    TO HAND THEM.  THE PASSAGE COUNTS AS TYPED FROM HERE ON.
      ******************************************************************
       3200-WRITE-ASSIGNMENT.
           ADD 1 TO WS-ASSIGNED-COUNT
           ADD 1 TO WS-P-TIMES-TYPED(WS-PAS-BEST-SUB)
           MOVE WS-P-PASSAGE-ID(WS-PAS-BEST-SUB) TO WS-HAD-PASSAGE
           PERFORM 3500-NOTE-PASSAGE-HAD
           MOVE WS-HAD-TYPIST TO WS-A-TYPIST-ID
           MOVE WS-N-NAME(WS-NAM-FOUND-SUB) TO WS-A-NAME
           MOVE WS-TYPIST-GRADE TO WS-A-GRADE
           MOVE WS-HAD-PASSAGE TO WS-A-PASSAGE-ID
           MOVE WS-ASSIGN-LINE TO ASSIGNMENT-SHEET-LINE
           WRITE ASSIGNMENT-SHEET-LINE
           MOVE WS-P-TEXT(WS-PAS-BEST-SUB) TO ASSIGNMENT-SHEET-LINE
           WRITE ASSIGNMENT-SHEET-LINE.

       3500-NOTE-PASSAGE-HAD.
           IF WS-HAD-COUNT NOT < WS-HAD-MAX
               DISPLAY "TYPASSGN REFUSED -- HISTORY PAST "
                   WS-HAD-MAX " PASSAGES FOR THE ROSTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HAD-COUNT
           MOVE WS-HAD-TYPIST TO WS-H-TYPIST-ID(WS-HAD-COUNT)
           MOVE WS-HAD-PASSAGE TO WS-H-PASSAGE-ID(WS-HAD-COUNT).

       9999-TERMINATE.
           MOVE WS-ASSIGNED-COUNT TO WS-T-ASSIGNED
           MOVE WS-REJECTED-COUNT TO WS-T-REJECTED
           MOVE WS-TOTAL-LINE TO ASSIGNMENT-SHEET-LINE
           WRITE ASSIGNMENT-SHEET-LINE
           CLOSE ASSIGNMENT-SHEET-FILE
           DISPLAY "TYPASSGN: " WS-ASSIGNED-COUNT " ASSIGNED, "
               WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
