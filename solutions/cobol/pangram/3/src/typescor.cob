      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  A PASSAGE LIBRARY TOO BIG FOR THE TABLE
      *                     NOW REFUSES THE RUN (RC 16) INSTEAD OF
      *                     PASSING OVER SAMPLES FOR THE PASSAGES
      *                     LEFT OFF IT.
      *    2026-10-15  RSK  A SAMPLE NAMING A LIBRARY PASSAGE (COLS
      *                     179-184) IS SCORED AGAINST THAT
      *                     PASSAGE'S TEXT OFF PASSLIB INSTEAD OF
      *                     ITS OWN EXPECTED TEXT, AND THE PASSAGE
      *                     ID GOES TO THE HISTORY SO TYPASSGN NEVER
      *                     REPEATS IT.  A SAMPLE NAMING A PASSAGE
      *                     NOT ON THE LIBRARY IS NOT SCORED; EXITS
      *                     8 IF ANY WAS PASSED OVER.
      *    2026-09-03  RSK  EVERY SCORED TEST IS NOW ALSO APPENDED
      *                     TO THE LONGITUDINAL TYPING HISTORY
      *                     (DATE, TYPIST, ACCURACY, WPM) SO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.

           SELECT PASSAGE-LIBRARY-FILE ASSIGN TO "PASSLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TYPING-SAMPLES-FILE.
           05  TT-END-TIME              PIC 9(06).
           05  TT-EXPECTED-TEXT         PIC X(80).
           05  TT-TYPED-TEXT            PIC X(80).
           05  TT-PASSAGE-ID            PIC X(06).

       FD  TYPIST-RESULTS-FILE.
       01  TYPIST-RESULT-RECORD         PIC X(40).
       FD  TYPING-HISTORY-FILE.
       COPY TYPEHIST.

       FD  PASSAGE-LIBRARY-FILE.
       COPY TYPPASS.

       WORKING-STORAGE SECTION.
       01  WS-TS-FILE-STATUS            PIC XX.
       01  WS-TR-FILE-STATUS            PIC XX.
       01  WS-SR-FILE-STATUS            PIC XX.
       01  WS-TH-FILE-STATUS            PIC XX.
       01  WS-PL-FILE-STATUS            PIC XX.
       01  WS-TH-OPEN-SW                PIC X VALUE "N".
           88  WS-TH-OPEN               VALUE "Y".
       01  WS-SESSION-DATE              PIC 9(08).
           05  WS-TM-SS                 PIC 9(02).
       01  WS-WPM                      PIC 9(04)V9.

      *    THE PASSAGE LIBRARY THE SAMPLES ARE SCORED AGAINST.
       01  WS-PAS-MAX                   PIC 9(03) VALUE 500.
       01  WS-PAS-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-PAS-TABLE.
           05  WS-PAS-ENTRY OCCURS 500 TIMES.
               10  WS-P-PASSAGE-ID      PIC X(06).
               10  WS-P-TEXT            PIC X(80).
       01  WS-PAS-SUB                   PIC 9(03).
       01  WS-PAS-FOUND-SUB             PIC 9(03).
       01  WS-UNKNOWN-COUNT             PIC 9(05) VALUE ZERO.

      *    PER-TYPIST AGGREGATES ACROSS THE SESSION'S TESTS.
       01  WS-TYP-MAX                   PIC 9(03) VALUE 100.
       01  WS-TYP-COUNT                 PIC 9(03) VALUE ZERO.
           OPEN INPUT TYPING-SAMPLES-FILE
           OPEN OUTPUT TYPIST-RESULTS-FILE
           OPEN OUTPUT SESSION-REPORT-FILE
           OPEN INPUT PASSAGE-LIBRARY-FILE
           IF WS-PL-FILE-STATUS = "00"
               PERFORM 1200-READ-PASSAGE
               PERFORM 1300-STORE-PASSAGE
                   UNTIL WS-PL-FILE-STATUS NOT = "00"
               CLOSE PASSAGE-LIBRARY-FILE
           END-IF
           IF WS-TS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 1100-READ-NEXT-SAMPLE
                   SET WS-EOF TO TRUE
           END-READ.

       1200-READ-PASSAGE.
           READ PASSAGE-LIBRARY-FILE
               AT END
                   MOVE "10" TO WS-PL-FILE-STATUS
           END-READ.

       1300-STORE-PASSAGE.
           IF WS-PAS-COUNT NOT < WS-PAS-MAX
               DISPLAY "TYPESCOR REFUSED -- MORE THAN " WS-PAS-MAX
                   " PASSAGES ON THE LIBRARY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAS-COUNT
           MOVE PL-PASSAGE-ID TO WS-P-PASSAGE-ID(WS-PAS-COUNT)
           MOVE PL-TEXT TO WS-P-TEXT(WS-PAS-COUNT)
           PERFORM 1200-READ-PASSAGE.

      ******************************************************************
      *    2000-SCORE-ONE-TEST - ACCURACY IS MATCHED POSITIONS OVER
      *    THE EXPECTED LENGTH (A MISSING OR WRONG CHARACTER BOTH
      *    COST); WPM IS TYPED CHARACTERS OVER FIVE PER ELAPSED
      *    MINUTE, CARRYING A TEST THAT CROSSES MIDNIGHT.  A TEST
      *    WITH NO ELAPSED TIME OR NO EXPECTED TEXT SCORES ZERO
      *    RATHER THAN DIVIDING BY IT.  THE EXPECTED TEXT IS THE
      *    LIBRARY PASSAGE WHEN THE SAMPLE NAMES ONE.
      ******************************************************************
       2000-SCORE-ONE-TEST.
           MOVE TT-EXPECTED-TEXT TO WS-EXPECTED
           MOVE ZERO TO WS-PAS-FOUND-SUB
           IF TT-PASSAGE-ID NOT = SPACES
               PERFORM 2050-FIND-ONE-PASSAGE
                   VARYING WS-PAS-SUB FROM 1 BY 1
                   UNTIL WS-PAS-SUB > WS-PAS-COUNT
                       OR WS-PAS-FOUND-SUB > ZERO
               IF WS-PAS-FOUND-SUB > ZERO
                   MOVE WS-P-TEXT(WS-PAS-FOUND-SUB) TO WS-EXPECTED
               END-IF
           END-IF
           IF TT-PASSAGE-ID NOT = SPACES AND WS-PAS-FOUND-SUB = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY "TYPESCOR: " TT-TYPIST-ID
                   " NOT SCORED -- PASSAGE " TT-PASSAGE-ID
                   " NOT ON THE LIBRARY"
           ELSE
               PERFORM 2060-SCORE-AGAINST-EXPECTED
           END-IF
           PERFORM 1100-READ-NEXT-SAMPLE.

       2050-FIND-ONE-PASSAGE.
           IF WS-P-PASSAGE-ID(WS-PAS-SUB) = TT-PASSAGE-ID
               MOVE WS-PAS-SUB TO WS-PAS-FOUND-SUB
           END-IF.

       2060-SCORE-AGAINST-EXPECTED.
           MOVE TT-TYPED-TEXT TO WS-TYPED
           PERFORM 2100-MEASURE-AND-MATCH
           IF WS-EXPECTED-LEN > ZERO
               MOVE ZERO TO WS-WPM
           END-IF
           PERFORM 2300-FOLD-INTO-TYPIST
           PERFORM 2500-APPEND-HISTORY.

      ******************************************************************
      *    2500-APPEND-HISTORY - ONE LONGITUDINAL RECORD PER SCORED
           MOVE TT-TYPIST-ID TO TH-TYPIST-ID
           MOVE WS-ACCURACY TO TH-ACCURACY
           MOVE WS-WPM TO TH-WPM
           MOVE TT-PASSAGE-ID TO TH-PASSAGE-ID
           WRITE TYPING-HISTORY-RECORD.

       2100-MEASURE-AND-MATCH.
           END-IF
           CLOSE TYPING-SAMPLES-FILE
           CLOSE TYPIST-RESULTS-FILE
           CLOSE SESSION-REPORT-FILE
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
