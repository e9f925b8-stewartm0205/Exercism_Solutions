       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSGRAD.
       AUTHOR. TRAINING-DEPARTMENT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PASSGRAD BUILDS THE TYPING-TEST PASSAGE LIBRARY FROM THE
      *    PASSAGE CARDS (COLS 1-6 PASSAGE ID, COLS 8-87 TEXT).
      *    EVERY PASSAGE IS RUN THROUGH PANGRAM -- THE FIRST 60
      *    CHARACTERS AND THEN THE REST, THE TWO HIT TABLES MERGED --
      *    AND ONLY A TRUE PANGRAM GOES ON THE LIBRARY, GRADED FROM
      *    ITS LENGTH, PUNCTUATION AND LETTER COVERAGE AS TYPPASS
      *    DESCRIBES.  A PASSAGE THAT IS NOT A PANGRAM (WITH THE
      *    LETTERS IT MISSES), HAS NO ID OR TEXT, OR REPEATS AN ID
      *    IS REJECTED ON THE GRADING REPORT.  THE LIBRARY IS
      *    REBUILT WHOLE EACH RUN.  EXITS 8 ON ANY REJECT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSAGE-CARD-FILE ASSIGN TO "PASSCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT PASSAGE-LIBRARY-FILE ASSIGN TO "PASSLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

           SELECT GRADING-REPORT-FILE ASSIGN TO "PASSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASSAGE-CARD-FILE.
       01  PASSAGE-CARD-RECORD.
           05  PC-PASSAGE-ID            PIC X(06).
           05  FILLER                   PIC X(01).
           05  PC-TEXT                  PIC X(80).

       FD  PASSAGE-LIBRARY-FILE.
       COPY TYPPASS.

       FD  GRADING-REPORT-FILE.
       01  GRADING-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SENTENCE                   PIC X(60) EXTERNAL.
       01 H                             PIC X(26) EXTERNAL.
       01 H-TABLE REDEFINES H.
           05 HH                        PIC 9 OCCURS 26 TIMES.
       01 WS-RESULT                     PIC 9 EXTERNAL.

       01  WS-PC-FILE-STATUS            PIC XX.
       01  WS-PL-FILE-STATUS            PIC XX.
       01  WS-GR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-CARD-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-LIBRARY-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REJECT-REASON             PIC X(30).

      *    THE LETTERS PANGRAM FOUND ACROSS BOTH PIECES OF THE TEXT.
       01  WS-HITS                      PIC X(26).
       01  WS-HITS-R REDEFINES WS-HITS.
           05  WS-HIT                   PIC 9 OCCURS 26 TIMES.
       01  WS-HI                        PIC 9(02).
       01  WS-ALPHABET                  PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MISSING                   PIC X(26).
       01  WS-MISSING-COUNT             PIC 9(02).

      *    THE PASSAGE MEASURED FOR GRADING.
       01  WS-PASSAGE                   PIC X(80).
       01  WS-PASSAGE-R REDEFINES WS-PASSAGE.
           05  WS-P-CHAR                PIC X OCCURS 80 TIMES.
       01  WS-CHAR-SUB                  PIC 9(02).
       01  WS-LENGTH                    PIC 9(02).
       01  WS-PUNCTUATION               PIC 9(02).
       01  WS-LETTERS                   PIC 9(02).
       01  WS-GRADE                     PIC 9(01).

      *    PASSAGE IDS ALREADY ON THE LIBRARY THIS RUN.
       01  WS-ID-MAX                    PIC 9(03) VALUE 500.
       01  WS-ID-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY              PIC X(06) OCCURS 500 TIMES.
       01  WS-ID-SUB                    PIC 9(03).
       01  WS-DUPLICATE-SW              PIC X.
           88  WS-DUPLICATE             VALUE "Y".

       01  WS-REPORT-HEADING            PIC X(60) VALUE
           "TYPING-TEST PASSAGE LIBRARY GRADING".
       01  WS-COLUMN-HEADING            PIC X(60) VALUE
           "ID      GRADE  LEN  PUNCT  LETTERS  STATUS".

       01  WS-PASSAGE-LINE.
           05  WS-L-PASSAGE-ID          PIC X(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-L-GRADE               PIC Z.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-L-LENGTH              PIC Z9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-L-PUNCTUATION         PIC Z9.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  WS-L-LETTERS             PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-L-STATUS              PIC X(30).

       01  WS-MISSING-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE
               "MISSING LETTERS ".
           05  WS-M-LETTERS             PIC X(26).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE "PASSAGES ".
           05  WS-T-CARDS               PIC ZZZZ9.
           05  FILLER                   PIC X(13) VALUE
               "   LIBRARY  ".
           05  WS-T-LIBRARY             PIC ZZZZ9.
           05  FILLER                   PIC X(13) VALUE
               "   REJECTED ".
           05  WS-T-REJECTED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GRADE-ONE-PASSAGE
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PASSAGE-CARD-FILE
           IF WS-PC-FILE-STATUS NOT = "00"
               DISPLAY "PASSGRAD REFUSED -- NO PASSAGE CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PASSAGE-LIBRARY-FILE
           OPEN OUTPUT GRADING-REPORT-FILE
           MOVE WS-REPORT-HEADING TO GRADING-REPORT-LINE
           WRITE GRADING-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO GRADING-REPORT-LINE
           WRITE GRADING-REPORT-LINE
           PERFORM 1100-READ-NEXT-CARD.

       1100-READ-NEXT-CARD.
           READ PASSAGE-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-GRADE-ONE-PASSAGE - MEASURE THE PASSAGE, PROVE IT A
      *    PANGRAM, THEN EITHER GRADE IT ONTO THE LIBRARY OR REJECT
      *    IT.
      ******************************************************************
       2000-GRADE-ONE-PASSAGE.
           ADD 1 TO WS-CARD-COUNT
           MOVE PC-TEXT TO WS-PASSAGE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-MISSING
           PERFORM 2100-MEASURE-THE-PASSAGE
           PERFORM 2200-CHECK-FOR-PANGRAM
           PERFORM 2300-CHECK-FOR-DUPLICATE
           EVALUATE TRUE
               WHEN PC-PASSAGE-ID = SPACES
                   MOVE "REJECTED -- NO PASSAGE ID"
                       TO WS-REJECT-REASON
               WHEN WS-LENGTH = ZERO
                   MOVE "REJECTED -- NO TEXT" TO WS-REJECT-REASON
               WHEN WS-DUPLICATE
                   MOVE "REJECTED -- DUPLICATE ID"
                       TO WS-REJECT-REASON
               WHEN WS-MISSING-COUNT > ZERO
                   MOVE "REJECTED -- NOT A PANGRAM"
                       TO WS-REJECT-REASON
           END-EVALUATE
           MOVE PC-PASSAGE-ID TO WS-L-PASSAGE-ID
           MOVE WS-LENGTH TO WS-L-LENGTH
           MOVE WS-PUNCTUATION TO WS-L-PUNCTUATION
           MOVE WS-LETTERS TO WS-L-LETTERS
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-ADD-TO-LIBRARY
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE ZERO TO WS-L-GRADE
               MOVE WS-REJECT-REASON TO WS-L-STATUS
               MOVE WS-PASSAGE-LINE TO GRADING-REPORT-LINE
               WRITE GRADING-REPORT-LINE
               IF WS-MISSING-COUNT > ZERO AND WS-LENGTH > ZERO
                   MOVE WS-MISSING TO WS-M-LETTERS
                   MOVE WS-MISSING-LINE TO GRADING-REPORT-LINE
                   WRITE GRADING-REPORT-LINE
               END-IF
           END-IF
           PERFORM 1100-READ-NEXT-CARD.

      ******************************************************************
      *    2100-MEASURE-THE-PASSAGE - LENGTH TO THE LAST NON-BLANK
      *    CHARACTER, LETTERS, AND PUNCTUATION (ANY MARK THAT IS
      *    NEITHER A LETTER, A DIGIT NOR A SPACE).
      ******************************************************************
       2100-MEASURE-THE-PASSAGE.
           MOVE ZERO TO WS-LENGTH
           MOVE ZERO TO WS-PUNCTUATION
           MOVE ZERO TO WS-LETTERS
           PERFORM 2110-MEASURE-ONE-CHARACTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 80.

       2110-MEASURE-ONE-CHARACTER.
           IF WS-P-CHAR(WS-CHAR-SUB) NOT = SPACE
               MOVE WS-CHAR-SUB TO WS-LENGTH
               EVALUATE TRUE
                   WHEN WS-P-CHAR(WS-CHAR-SUB) IS ALPHABETIC
                       ADD 1 TO WS-LETTERS
                   WHEN WS-P-CHAR(WS-CHAR-SUB) IS NUMERIC
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-PUNCTUATION
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    2200-CHECK-FOR-PANGRAM - PANGRAM LOOKS AT 60 CHARACTERS, SO
      *    THE PASSAGE GOES THROUGH IN TWO PIECES AND THE HIT TABLES
      *    ARE MERGED BEFORE THE MISSING LETTERS ARE LISTED.
      ******************************************************************
       2200-CHECK-FOR-PANGRAM.
           MOVE WS-PASSAGE(1:60) TO WS-SENTENCE
           CALL "PANGRAM"
           MOVE H TO WS-HITS
           MOVE WS-PASSAGE(61:20) TO WS-SENTENCE
           CALL "PANGRAM"
           MOVE ZERO TO WS-MISSING-COUNT
           PERFORM 2210-MERGE-ONE-LETTER
               VARYING WS-HI FROM 1 BY 1
               UNTIL WS-HI > 26.

       2210-MERGE-ONE-LETTER.
           IF HH(WS-HI) = 1
               MOVE 1 TO WS-HIT(WS-HI)
           END-IF
           IF WS-HIT(WS-HI) = 0
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-ALPHABET(WS-HI:1)
                   TO WS-MISSING(WS-MISSING-COUNT:1)
           END-IF.

       2300-CHECK-FOR-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-SW
           PERFORM 2310-CHECK-ONE-ID
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-ID-COUNT OR WS-DUPLICATE.

       2310-CHECK-ONE-ID.
           IF WS-ID-ENTRY(WS-ID-SUB) = PC-PASSAGE-ID
               SET WS-DUPLICATE TO TRUE
           END-IF.

      ******************************************************************
      *    2400-ADD-TO-LIBRARY - GRADE THE PASSAGE AS TYPPASS
      *    DESCRIBES AND WRITE IT TO THE LIBRARY.
      ******************************************************************
       2400-ADD-TO-LIBRARY.
           IF WS-ID-COUNT NOT < WS-ID-MAX
               DISPLAY "PASSGRAD REFUSED -- LIBRARY PAST "
                   WS-ID-MAX " PASSAGES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE PC-PASSAGE-ID TO WS-ID-ENTRY(WS-ID-COUNT)
           MOVE 1 TO WS-GRADE
           IF WS-LENGTH >= 65
               ADD 2 TO WS-GRADE
           ELSE
               IF WS-LENGTH >= 45
                   ADD 1 TO WS-GRADE
               END-IF
           END-IF
           IF WS-PUNCTUATION >= 3
               ADD 1 TO WS-GRADE
           END-IF
           IF WS-LETTERS <= 32
               ADD 1 TO WS-GRADE
           END-IF
           MOVE PC-PASSAGE-ID TO PL-PASSAGE-ID
           MOVE WS-GRADE TO PL-GRADE
           MOVE WS-LENGTH TO PL-LENGTH
           MOVE WS-PUNCTUATION TO PL-PUNCTUATION
           MOVE WS-LETTERS TO PL-LETTERS
           MOVE PC-TEXT TO PL-TEXT
           WRITE TYPING-PASSAGE-RECORD
           ADD 1 TO WS-LIBRARY-COUNT
           MOVE WS-GRADE TO WS-L-GRADE
           MOVE "ON LIBRARY" TO WS-L-STATUS
           MOVE WS-PASSAGE-LINE TO GRADING-REPORT-LINE
           WRITE GRADING-REPORT-LINE.

       9999-TERMINATE.
           MOVE WS-CARD-COUNT TO WS-T-CARDS
           MOVE WS-LIBRARY-COUNT TO WS-T-LIBRARY
           MOVE WS-REJECTED-COUNT TO WS-T-REJECTED
           MOVE WS-TOTAL-LINE TO GRADING-REPORT-LINE
           WRITE GRADING-REPORT-LINE
           CLOSE PASSAGE-CARD-FILE
           CLOSE PASSAGE-LIBRARY-FILE
           CLOSE GRADING-REPORT-FILE
           DISPLAY "PASSGRAD: " WS-CARD-COUNT " PASSAGES, "
               WS-LIBRARY-COUNT " ON LIBRARY, "
               WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
