       IDENTIFICATION DIVISION.
       PROGRAM-ID. KWICRPT.
       AUTHOR. RECORDS-MANAGEMENT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    KWICRPT PRINTS THE KEYWORD-IN-CONTEXT TITLE INDEX KWICGEN
      *    BUILT, AFTER KWICIDX HAS SORTED IT BY KEYWORD.  EVERY LINE
      *    SHOWS THE TITLE ROTATED SO THE KEYWORD STARTS THE INDEX
      *    COLUMN, WITH THE DOCUMENT ID AND ACRONYM TO ASK ACRNLOOK
      *    OR THE RECORDS ROOM FOR.
      *    WITH NO KWLOOK CARD THE WHOLE INDEX PRINTS.  KWLOOK CARDS
      *    (UP TO 8 WORDS A CARD, SPACE-SEPARATED, 20 WORDS IN ALL)
      *    TURN IT INTO A SHORT LISTING OF ONLY THE LINES WHOSE
      *    KEYWORD IS ONE OF THE WORDS -- A WORD ENDING IN * MATCHES
      *    EVERY KEYWORD IT STARTS (RETAIN* FINDS RETAIN, RETAINED,
      *    RETAINING) -- ENDING WITH HOW MANY TITLES EACH WORD FOUND.
      *    A CARD OF MORE THAN 8 WORDS, OR MORE THAN 20 WORDS IN ALL,
      *    IS REFUSED WITH RC 16 RATHER THAN SEARCHED SHORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KWIC-INDEX-FILE ASSIGN TO "KWICIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KI-FILE-STATUS.

           SELECT LOOKUP-CARD-FILE ASSIGN TO "KWLOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-FILE-STATUS.

           SELECT KWIC-REPORT-FILE ASSIGN TO "KWICRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KWIC-INDEX-FILE.
       COPY KWICENT.

       FD  LOOKUP-CARD-FILE.
       01  LOOKUP-CARD-RECORD.
           05  LK-WORDS                 PIC X(80).

       FD  KWIC-REPORT-FILE.
       01  KWIC-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-KI-FILE-STATUS            PIC XX.
       01  WS-LK-FILE-STATUS            PIC XX.
       01  WS-KR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

      *    THE LOOKUP WORDS.  WS-W-PREFIX-LEN IS ZERO FOR AN EXACT
      *    WORD, OR THE LENGTH AHEAD OF THE * FOR A PREFIX.
       01  WS-WRD-MAX                   PIC 9(02) VALUE 20.
       01  WS-WRD-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-WRD-TABLE.
           05  WS-WRD-ENTRY OCCURS 20 TIMES.
               10  WS-W-WORD            PIC X(20).
               10  WS-W-PREFIX-LEN      PIC 9(02).
               10  WS-W-HITS            PIC 9(05).
       01  WS-WRD-SUB                   PIC 9(02).
       01  WS-CARD-WORDS.
           05  WS-CW                    PIC X(20) OCCURS 8 TIMES.
       01  WS-CW-EXTRA                  PIC X(20).
       01  WS-CW-SUB                    PIC 9(02).
       01  WS-MATCH-SW                  PIC X.
           88  WS-MATCH                 VALUE "Y".
       01  WS-LINE-COUNT                PIC 9(06) VALUE ZERO.

       01  WS-INDEX-HEADING             PIC X(60) VALUE
           "KEYWORD-IN-CONTEXT TITLE INDEX".
       01  WS-LOOKUP-HEADING.
           05  FILLER                   PIC X(40) VALUE
               "KEYWORD-IN-CONTEXT LOOKUP -- WORDS:".
           05  WS-H-WORD-COUNT          PIC Z9.
       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  FILLER                   PIC X(57) VALUE
               "KEYWORD AND TITLE".
           05  FILLER                   PIC X(12) VALUE "DOCUMENT".
           05  FILLER                   PIC X(07) VALUE "ACRONYM".

       01  WS-INDEX-LINE.
           05  WS-L-LEFT-CONTEXT        PIC X(40).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-L-RIGHT-CONTEXT       PIC X(55).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-L-DOCUMENT-ID         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-L-ACRONYM             PIC X(20).

       01  WS-HITS-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-S-WORD                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-S-HITS                PIC ZZZZ9.
           05  FILLER                   PIC X(10) VALUE " LINES".

       01  WS-NO-HITS-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-N-WORD                PIC X(20).
           05  FILLER                   PIC X(24) VALUE
               "  NO TITLE HAS THIS WORD".

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(14) VALUE
               "INDEX LINES   ".
           05  WS-T-LINES               PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-ONE-ENTRY
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE SORTED INDEX IS MANDATORY; THE
      *    LOOKUP CARDS DECIDE WHICH LISTING THIS IS.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT KWIC-INDEX-FILE
           IF WS-KI-FILE-STATUS NOT = "00"
               DISPLAY "KWICRPT REFUSED -- NO KWIC INDEX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOOKUP-CARD-FILE
           IF WS-LK-FILE-STATUS = "00"
               PERFORM 1100-READ-LOOKUP-CARD
               PERFORM 1200-STORE-CARD-WORDS
                   UNTIL WS-LK-FILE-STATUS NOT = "00"
               CLOSE LOOKUP-CARD-FILE
           END-IF
           OPEN OUTPUT KWIC-REPORT-FILE
           IF WS-WRD-COUNT = ZERO
               MOVE WS-INDEX-HEADING TO KWIC-REPORT-LINE
           ELSE
               MOVE WS-WRD-COUNT TO WS-H-WORD-COUNT
               MOVE WS-LOOKUP-HEADING TO KWIC-REPORT-LINE
           END-IF
           WRITE KWIC-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO KWIC-REPORT-LINE
           WRITE KWIC-REPORT-LINE
           PERFORM 1400-READ-NEXT-ENTRY.

       1100-READ-LOOKUP-CARD.
           READ LOOKUP-CARD-FILE
               AT END
                   MOVE "10" TO WS-LK-FILE-STATUS
           END-READ.

       1200-STORE-CARD-WORDS.
           MOVE SPACES TO WS-CARD-WORDS
           MOVE SPACES TO WS-CW-EXTRA
           UNSTRING LK-WORDS DELIMITED BY ALL SPACE
               INTO WS-CW(1) WS-CW(2) WS-CW(3) WS-CW(4)
                    WS-CW(5) WS-CW(6) WS-CW(7) WS-CW(8)
                    WS-CW-EXTRA
           END-UNSTRING
           IF WS-CW-EXTRA NOT = SPACES
               DISPLAY "KWICRPT REFUSED -- MORE THAN 8 WORDS ON A "
                   "KWLOOK CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-STORE-ONE-WORD
               VARYING WS-CW-SUB FROM 1 BY 1
               UNTIL WS-CW-SUB > 8
           PERFORM 1100-READ-LOOKUP-CARD.

      *    KEYWORDS ARE FILED UPPER-CASE, SO THE WORDS ARE TOO.
       1300-STORE-ONE-WORD.
           IF WS-CW(WS-CW-SUB) NOT = SPACES
               IF WS-WRD-COUNT NOT < WS-WRD-MAX
                   DISPLAY "KWICRPT REFUSED -- MORE THAN " WS-WRD-MAX
                       " LOOKUP WORDS ON KWLOOK"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WRD-COUNT
               MOVE WS-CW(WS-CW-SUB) TO WS-W-WORD(WS-WRD-COUNT)
               INSPECT WS-W-WORD(WS-WRD-COUNT) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE ZERO TO WS-W-PREFIX-LEN(WS-WRD-COUNT)
               MOVE ZERO TO WS-W-HITS(WS-WRD-COUNT)
               INSPECT WS-W-WORD(WS-WRD-COUNT) TALLYING
                   WS-W-PREFIX-LEN(WS-WRD-COUNT)
                   FOR CHARACTERS BEFORE INITIAL "*"
               IF WS-W-PREFIX-LEN(WS-WRD-COUNT) = 20
                   MOVE ZERO TO WS-W-PREFIX-LEN(WS-WRD-COUNT)
               END-IF
           END-IF.

       1400-READ-NEXT-ENTRY.
           READ KWIC-INDEX-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-PRINT-ONE-ENTRY - EVERY ENTRY FOR THE FULL INDEX;
      *    ONLY A MATCHING ONE FOR A LOOKUP.  AN ENTRY MATCHING TWO
      *    LOOKUP WORDS PRINTS ONCE AND COUNTS FOR BOTH.
      ******************************************************************
       2000-PRINT-ONE-ENTRY.
           IF WS-WRD-COUNT = ZERO
               PERFORM 2200-PRINT-THE-LINE
           ELSE
               MOVE "N" TO WS-MATCH-SW
               PERFORM 2100-CHECK-ONE-WORD
                   VARYING WS-WRD-SUB FROM 1 BY 1
                   UNTIL WS-WRD-SUB > WS-WRD-COUNT
               IF WS-MATCH
                   PERFORM 2200-PRINT-THE-LINE
               END-IF
           END-IF
           PERFORM 1400-READ-NEXT-ENTRY.

       2100-CHECK-ONE-WORD.
           IF WS-W-PREFIX-LEN(WS-WRD-SUB) = ZERO
               IF KW-KEYWORD = WS-W-WORD(WS-WRD-SUB)
                   SET WS-MATCH TO TRUE
                   ADD 1 TO WS-W-HITS(WS-WRD-SUB)
               END-IF
           ELSE
               IF KW-KEYWORD(1:WS-W-PREFIX-LEN(WS-WRD-SUB))
                   = WS-W-WORD(WS-WRD-SUB)
                       (1:WS-W-PREFIX-LEN(WS-WRD-SUB))
                   SET WS-MATCH TO TRUE
                   ADD 1 TO WS-W-HITS(WS-WRD-SUB)
               END-IF
           END-IF.

       2200-PRINT-THE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE KW-LEFT-CONTEXT TO WS-L-LEFT-CONTEXT
           MOVE KW-RIGHT-CONTEXT TO WS-L-RIGHT-CONTEXT
           MOVE KW-DOCUMENT-ID TO WS-L-DOCUMENT-ID
           MOVE KW-ACRONYM TO WS-L-ACRONYM
           MOVE WS-INDEX-LINE TO KWIC-REPORT-LINE
           WRITE KWIC-REPORT-LINE.

       3000-PRINT-ONE-WORD-COUNT.
           IF WS-W-HITS(WS-WRD-SUB) = ZERO
               MOVE WS-W-WORD(WS-WRD-SUB) TO WS-N-WORD
               MOVE WS-NO-HITS-LINE TO KWIC-REPORT-LINE
           ELSE
               MOVE WS-W-WORD(WS-WRD-SUB) TO WS-S-WORD
               MOVE WS-W-HITS(WS-WRD-SUB) TO WS-S-HITS
               MOVE WS-HITS-LINE TO KWIC-REPORT-LINE
           END-IF
           WRITE KWIC-REPORT-LINE.

       9999-TERMINATE.
           MOVE SPACES TO KWIC-REPORT-LINE
           WRITE KWIC-REPORT-LINE
           PERFORM 3000-PRINT-ONE-WORD-COUNT
               VARYING WS-WRD-SUB FROM 1 BY 1
               UNTIL WS-WRD-SUB > WS-WRD-COUNT
           MOVE WS-LINE-COUNT TO WS-T-LINES
           MOVE WS-TOTAL-LINE TO KWIC-REPORT-LINE
           WRITE KWIC-REPORT-LINE
           CLOSE KWIC-INDEX-FILE
           CLOSE KWIC-REPORT-FILE
           DISPLAY "KWICRPT: " WS-LINE-COUNT " INDEX LINES PRINTED".
