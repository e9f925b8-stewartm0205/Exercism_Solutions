       IDENTIFICATION DIVISION.
       PROGRAM-ID. KWICGEN.
       AUTHOR. RECORDS-MANAGEMENT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    KWICGEN BUILDS THE KEYWORD-IN-CONTEXT TITLE INDEX, FOR
      *    PEOPLE WHO REMEMBER A WORD OF A TITLE BUT NOT THE ACRONYM
      *    ACRNLOOK WANTS.  EVERY WORD OF EVERY DI-TITLE ON THE
      *    DOCUMENT INDEX BECOMES ONE KWICENT ENTRY, WITH THE TITLE
      *    ROTATED SO THE WORD SITS IN THE INDEX COLUMN -- EXCEPT:
      *        A WORD ON THE STOP-WORD REFERENCE FILE (STOPWORD, ONE
      *        WORD PER RECORD IN COLS 1-20: THE, OF, AND, ...)
      *        A DOCUMENT ON THE DESTRUCTION REGISTER, WHICH IS NOT
      *        INDEXED AT ALL EVEN IF THE INDEX STILL CARRIES IT
      *    PUNCTUATION IS TRIMMED OFF EACH END OF A WORD BEFORE IT
      *    IS USED AS A KEYWORD ("PLAN," FILES UNDER PLAN), AND THE
      *    KEYWORD IS UPPER-CASED SO THE SORT FILES IT ONCE.  THE
      *    ENTRIES COME OUT IN INDEX ORDER; KWICIDX SORTS THEM FOR
      *    KWICRPT.  MORE THAN 300 STOP WORDS IS REFUSED WITH RC 16
      *    RATHER THAN INDEXING THE WORDS PAST THE TABLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-INDEX-FILE ASSIGN TO "DOCINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-FILE-STATUS.

           SELECT STOP-WORD-FILE ASSIGN TO "STOPWORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.

           SELECT DESTRUCTION-REGISTER-FILE ASSIGN TO "DESTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT KWIC-ENTRY-FILE ASSIGN TO "KWICENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-INDEX-FILE.
       COPY DOCINDEX.

       FD  STOP-WORD-FILE.
       01  STOP-WORD-RECORD.
           05  SW-WORD                  PIC X(20).

       FD  DESTRUCTION-REGISTER-FILE.
       COPY DESTREG.

       FD  KWIC-ENTRY-FILE.
       COPY KWICENT.

       WORKING-STORAGE SECTION.
       01  WS-DI-FILE-STATUS            PIC XX.
       01  WS-SW-FILE-STATUS            PIC XX.
       01  WS-DR-FILE-STATUS            PIC XX.
       01  WS-KW-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

      *    THE STOP WORDS.
       01  WS-STP-MAX                   PIC 9(03) VALUE 300.
       01  WS-STP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-STP-TABLE.
           05  WS-STP-WORD              PIC X(20) OCCURS 300 TIMES.
       01  WS-STP-SUB                   PIC 9(03).

      *    THE DESTROYED DOCUMENTS.  A SHORT TABLE WOULD PUT
      *    DESTROYED DOCUMENTS BACK IN THE INDEX, SO AN OVERFLOW
      *    REFUSES THE RUN.
       01  WS-DSP-MAX                   PIC 9(04) VALUE 5000.
       01  WS-DSP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-DOCUMENT-ID       PIC X(10) OCCURS 5000 TIMES.
       01  WS-DSP-SUB                   PIC 9(04).
       01  WS-FOUND-SW                  PIC X.
           88  WS-FOUND                 VALUE "Y".

      *    THE TITLE BEING ROTATED, WITH ONE TRAILING SPACE SO A
      *    WORD ENDING IN COLUMN 80 STILL HAS A SPACE AFTER IT.
       01  WS-TITLE                     PIC X(81).
       01  WS-TITLE-TABLE REDEFINES WS-TITLE.
           05  WS-TC                    PIC X OCCURS 81 TIMES.
       01  WS-POS                       PIC 9(02).
       01  WS-WORD-START                PIC 9(02).
       01  WS-WORD-END                  PIC 9(02).
       01  WS-KEY-START                 PIC 9(02).
       01  WS-KEY-END                   PIC 9(02).
       01  WS-KEY-LEN                   PIC 9(02).
       01  WS-LEFT-LEN                  PIC 9(02).
       01  WS-KEYWORD                   PIC X(20).

       01  WS-TITLE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-DESTROYED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-ENTRY-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-STOPPED-COUNT             PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INDEX-ONE-TITLE
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE INDEX IS MANDATORY.  NO STOP-WORD
      *    FILE INDEXES EVERY WORD; NO REGISTER MEANS NOTHING HAS
      *    BEEN DESTROYED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT DOCUMENT-INDEX-FILE
           IF WS-DI-FILE-STATUS NOT = "00"
               DISPLAY "KWICGEN REFUSED -- NO DOCUMENT INDEX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STOP-WORD-FILE
           IF WS-SW-FILE-STATUS = "00"
               PERFORM 1100-READ-STOP-WORD
               PERFORM 1200-STORE-STOP-WORD
                   UNTIL WS-SW-FILE-STATUS NOT = "00"
               CLOSE STOP-WORD-FILE
           END-IF
           OPEN INPUT DESTRUCTION-REGISTER-FILE
           IF WS-DR-FILE-STATUS = "00"
               PERFORM 1300-READ-REGISTER-ENTRY
               PERFORM 1400-STORE-REGISTER-ENTRY
                   UNTIL WS-DR-FILE-STATUS NOT = "00"
               CLOSE DESTRUCTION-REGISTER-FILE
           END-IF
           OPEN OUTPUT KWIC-ENTRY-FILE
           PERFORM 1500-READ-NEXT-DOCUMENT.

       1100-READ-STOP-WORD.
           READ STOP-WORD-FILE
               AT END
                   MOVE "10" TO WS-SW-FILE-STATUS
           END-READ.

       1200-STORE-STOP-WORD.
           IF SW-WORD NOT = SPACES
               IF WS-STP-COUNT NOT < WS-STP-MAX
                   DISPLAY "KWICGEN REFUSED -- MORE THAN " WS-STP-MAX
                       " STOP WORDS ON STOPWORD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STP-COUNT
               MOVE SW-WORD TO WS-STP-WORD(WS-STP-COUNT)
               INSPECT WS-STP-WORD(WS-STP-COUNT) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           PERFORM 1100-READ-STOP-WORD.

       1300-READ-REGISTER-ENTRY.
           READ DESTRUCTION-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-DR-FILE-STATUS
           END-READ.

       1400-STORE-REGISTER-ENTRY.
           IF WS-DSP-COUNT NOT < WS-DSP-MAX
               DISPLAY "KWICGEN REFUSED -- DESTRUCTION REGISTER PAST "
                   WS-DSP-MAX " DOCUMENTS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DSP-COUNT
           MOVE DR-DOCUMENT-ID TO WS-DSP-DOCUMENT-ID(WS-DSP-COUNT)
           PERFORM 1300-READ-REGISTER-ENTRY.

       1500-READ-NEXT-DOCUMENT.
           READ DOCUMENT-INDEX-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-INDEX-ONE-TITLE - EVERY WORD START IN THE TITLE IS A
      *    CANDIDATE KEYWORD.
      ******************************************************************
       2000-INDEX-ONE-TITLE.
           ADD 1 TO WS-TITLE-COUNT
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2010-CHECK-ONE-DESTROYED
               VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT OR WS-FOUND
           IF WS-FOUND
               ADD 1 TO WS-DESTROYED-COUNT
           ELSE
               MOVE DI-TITLE TO WS-TITLE
               PERFORM 2100-CHECK-ONE-POSITION
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 80
           END-IF
           PERFORM 1500-READ-NEXT-DOCUMENT.

       2010-CHECK-ONE-DESTROYED.
           IF WS-DSP-DOCUMENT-ID(WS-DSP-SUB) = DI-DOCUMENT-ID
               SET WS-FOUND TO TRUE
           END-IF.

       2100-CHECK-ONE-POSITION.
           IF WS-TC(WS-POS) NOT = SPACE
               IF WS-POS = 1
                   PERFORM 2200-TAKE-THE-WORD
               ELSE
                   IF WS-TC(WS-POS - 1) = SPACE
                       PERFORM 2200-TAKE-THE-WORD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2200-TAKE-THE-WORD - THE WORD RUNS TO THE NEXT SPACE; ITS
      *    KEYWORD IS THE PART FROM THE FIRST LETTER OR DIGIT TO THE
      *    LAST.  A WORD OF PUNCTUATION ALONE ("-", "&") IS SKIPPED.
      ******************************************************************
       2200-TAKE-THE-WORD.
           MOVE WS-POS TO WS-WORD-START
           MOVE WS-POS TO WS-WORD-END
           PERFORM 2210-EXTEND-THE-WORD
               UNTIL WS-TC(WS-WORD-END + 1) = SPACE
           MOVE ZERO TO WS-KEY-START
           MOVE ZERO TO WS-KEY-END
           PERFORM 2220-CHECK-ONE-CHARACTER
               VARYING WS-KEY-LEN FROM WS-WORD-START BY 1
               UNTIL WS-KEY-LEN > WS-WORD-END
           IF WS-KEY-START > ZERO
               COMPUTE WS-KEY-LEN = WS-KEY-END - WS-KEY-START + 1
               MOVE SPACES TO WS-KEYWORD
               IF WS-KEY-LEN > 20
                   MOVE 20 TO WS-KEY-LEN
               END-IF
               MOVE WS-TITLE(WS-KEY-START:WS-KEY-LEN) TO WS-KEYWORD
               INSPECT WS-KEYWORD CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "N" TO WS-FOUND-SW
               PERFORM 2230-CHECK-ONE-STOP-WORD
                   VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT OR WS-FOUND
               IF WS-FOUND
                   ADD 1 TO WS-STOPPED-COUNT
               ELSE
                   PERFORM 2300-WRITE-THE-ENTRY
               END-IF
           END-IF.

       2210-EXTEND-THE-WORD.
           ADD 1 TO WS-WORD-END.

      *    WS-KEY-LEN WALKS THE WORD HERE; FIRST AND LAST LETTER OR
      *    DIGIT SEEN BOUND THE KEYWORD.
       2220-CHECK-ONE-CHARACTER.
           IF (WS-TC(WS-KEY-LEN) IS ALPHABETIC
                   AND WS-TC(WS-KEY-LEN) NOT = SPACE)
               OR WS-TC(WS-KEY-LEN) IS NUMERIC
               IF WS-KEY-START = ZERO
                   MOVE WS-KEY-LEN TO WS-KEY-START
               END-IF
               MOVE WS-KEY-LEN TO WS-KEY-END
           END-IF.

       2230-CHECK-ONE-STOP-WORD.
           IF WS-STP-WORD(WS-STP-SUB) = WS-KEYWORD
               SET WS-FOUND TO TRUE
           END-IF.

      ******************************************************************
      *    2300-WRITE-THE-ENTRY - THE TITLE FROM THE WORD ON IS THE
      *    RIGHT CONTEXT; THE TITLE AHEAD OF IT, LESS THE SPACES
      *    BETWEEN, IS RIGHT-JUSTIFIED INTO THE LEFT CONTEXT (ITS
      *    LAST 40 CHARACTERS WHEN LONGER).
      ******************************************************************
       2300-WRITE-THE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-KEYWORD TO KW-KEYWORD
           MOVE DI-DOCUMENT-ID TO KW-DOCUMENT-ID
           MOVE DI-ACRONYM TO KW-ACRONYM
           MOVE WS-TITLE(WS-WORD-START:) TO KW-RIGHT-CONTEXT
           MOVE SPACES TO KW-LEFT-CONTEXT
           COMPUTE WS-LEFT-LEN = WS-WORD-START - 1
           PERFORM 2310-DROP-ONE-SPACE
               UNTIL WS-LEFT-LEN = ZERO
                   OR WS-TC(WS-LEFT-LEN) NOT = SPACE
           EVALUATE TRUE
               WHEN WS-LEFT-LEN = ZERO
                   CONTINUE
               WHEN WS-LEFT-LEN > 40
                   MOVE WS-TITLE(WS-LEFT-LEN - 39:40)
                       TO KW-LEFT-CONTEXT
               WHEN OTHER
                   MOVE WS-TITLE(1:WS-LEFT-LEN)
                       TO KW-LEFT-CONTEXT(41 - WS-LEFT-LEN:WS-LEFT-LEN)
           END-EVALUATE
           WRITE KWIC-ENTRY-RECORD.

       2310-DROP-ONE-SPACE.
           SUBTRACT 1 FROM WS-LEFT-LEN.

       9999-TERMINATE.
           CLOSE DOCUMENT-INDEX-FILE
           CLOSE KWIC-ENTRY-FILE
           DISPLAY "KWICGEN: " WS-TITLE-COUNT " TITLES, "
               WS-DESTROYED-COUNT " DESTROYED, " WS-ENTRY-COUNT
               " KEYWORDS, " WS-STOPPED-COUNT " STOP WORDS DROPPED".
