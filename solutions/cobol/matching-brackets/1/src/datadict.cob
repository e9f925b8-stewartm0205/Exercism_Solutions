       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATADICT.
       AUTHOR. SOURCE-LIBRARY-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DATADICT PRINTS THE DATA DICTIONARY OF THE COPYBOOK
      *    LIBRARY FROM THE SAME FLATTENED EXTRACT COPYXREF READS
      *    (MEMBERS DELIMITED BY ./ ADD NAME= HEADER LINES).  EVERY
      *    DATA-DESCRIPTION ENTRY IS ASSEMBLED ACROSS ITS LINES UP TO
      *    THE SEPARATOR PERIOD AND BROKEN INTO ITS LEVEL, NAME,
      *    PICTURE, USAGE, REDEFINES AND OCCURS CLAUSES; 88 AND 66
      *    ENTRIES ARE PASSED OVER.  EACH 01 OR 77 (OR THE FIRST
      *    ENTRY OF A MEMBER HOLDING ONLY A FRAGMENT) OPENS A RECORD
      *    LAYOUT.  ONCE A LAYOUT IS COMPLETE ITS GROUP LENGTHS ARE
      *    BUILT UP FROM THE ELEMENTARY ITEMS, A REDEFINES STARTING
      *    WHERE ITS OBJECT STARTS AND AN OCCURS TAKING ITS LENGTH
      *    TIMES THE COUNT, AND EVERY ITEM GETS ITS 1-BASED START
      *    POSITION.  THE LAYOUT PRINTS ON DATADICT WITH ONE LINE PER
      *    ENTRY, AND EVERY NAMED ELEMENTARY FIELD IS WRITTEN TO
      *    DDFIELDS (DDFIELD) ONCE PER TABLE OCCURRENCE WITH A READY
      *    FIELDSPC CARD FOR CSVXTRCT AND CSVLOADR.  A LAYOUT TOO BIG
      *    FOR THE TABLE OR A REDEFINES WHOSE OBJECT CANNOT BE FOUND
      *    IS FLAGGED AND ENDS THE RUN WITH RC 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-LIBRARY-FILE ASSIGN TO "SRCLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT DICTIONARY-REPORT-FILE ASSIGN TO "DATADICT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT DICTIONARY-FIELD-FILE ASSIGN TO "DDFIELDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-LIBRARY-FILE.
       01  SOURCE-LIBRARY-RECORD          PIC X(100).

       FD  DICTIONARY-REPORT-FILE.
       01  DICTIONARY-REPORT-LINE         PIC X(132).

       FD  DICTIONARY-FIELD-FILE.
           COPY DDFIELD.

       WORKING-STORAGE SECTION.
       01  WS-SL-FILE-STATUS              PIC XX.
       01  WS-DR-FILE-STATUS              PIC XX.
       01  WS-DF-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-LINE                        PIC X(100).
       01  WS-LINE-TABLE REDEFINES WS-LINE.
           05  WS-LC                      PIC X OCCURS 100 TIMES.
       01  WS-CUR-MEMBER                  PIC X(08) VALUE "(NONE)".
       01  WS-COL                         PIC 9(03) COMP.

      *    THE ENTRY BEING ASSEMBLED.  A PERIOD OUTSIDE A LITERAL IS
      *    HELD UNTIL THE NEXT CHARACTER SHOWS WHETHER IT ENDS THE
      *    ENTRY (SPACE OR END OF LINE) OR BELONGS TO A PICTURE.
       01  WS-STMT-MAX                    PIC 9(04) VALUE 3999.
       01  WS-STMT-LEN                    PIC 9(04) VALUE ZERO.
       01  WS-STMT                        PIC X(4000).
       01  WS-STMT-TABLE REDEFINES WS-STMT.
           05  WS-SC                      PIC X OCCURS 4000 TIMES.
       01  WS-CHAR                        PIC X.
       01  WS-APPEND-CHAR                 PIC X.
       01  WS-QUOTE-CHAR                  PIC X.
       01  WS-IN-QUOTE-SW                 PIC X VALUE "N".
           88  WS-IN-QUOTE                VALUE "Y".
       01  WS-PERIOD-PENDING-SW           PIC X VALUE "N".
           88  WS-PERIOD-PENDING          VALUE "Y".
       01  WS-QUOTE-FOUND-SW              PIC X.
           88  WS-QUOTE-FOUND             VALUE "Y".

      *    THE ENTRY BROKEN INTO WORDS; A LITERAL IS ONE WORD AND
      *    KEEPS ITS QUOTES, SO IT CAN NEVER PASS FOR A CLAUSE.
       01  WS-TOK-MAX                     PIC 9(03) VALUE 200.
       01  WS-TOK-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-TOK-TABLE.
           05  WS-TOK                     PIC X(40) OCCURS 200 TIMES.
       01  WS-TOK-SUB                     PIC 9(03) COMP.
       01  WS-POS                         PIC 9(04) COMP.
       01  WS-TOK-START                   PIC 9(04) COMP.
       01  WS-TOK-LEN                     PIC 9(04) COMP.
       01  WS-SEPARATOR-SW                PIC X.
           88  WS-SEPARATOR               VALUE "Y".
       01  WS-LEVEL                       PIC 9(02).
       01  WS-LEVEL-SW                    PIC X.
           88  WS-LEVEL-NUMBER            VALUE "Y".
       01  WS-CLAUSE-WORD-SW              PIC X.
           88  WS-CLAUSE-WORD             VALUE "Y".

      *    THE ENTRIES OF THE RECORD LAYOUT IN HAND.  WS-E-SIZE IS
      *    ONE OCCURRENCE; WS-E-REL-START IS THE OFFSET WITHIN THE
      *    PARENT AND WS-E-START THE 1-BASED POSITION IN THE RECORD
      *    OF THE FIRST OCCURRENCE.
       01  WS-ENT-MAX                     PIC 9(03) VALUE 500.
       01  WS-ENT-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 501 TIMES.
               10  WS-E-LEVEL              PIC 9(02).
               10  WS-E-NAME               PIC X(30).
               10  WS-E-PICTURE            PIC X(30).
               10  WS-E-USAGE              PIC X(08).
               10  WS-E-OCCURS             PIC 9(04).
               10  WS-E-REDEF-NAME         PIC X(30).
               10  WS-E-REDEF-SUB          PIC 9(03).
               10  WS-E-PARENT             PIC 9(03).
               10  WS-E-DEPTH              PIC 9(02).
               10  WS-E-SEP-SIGN-SW        PIC X.
                   88  WS-E-SEP-SIGN       VALUE "Y".
               10  WS-E-ELEM-SW            PIC X.
                   88  WS-E-ELEMENTARY     VALUE "Y".
               10  WS-E-ALT-VIEW-SW        PIC X.
                   88  WS-E-ALT-VIEW       VALUE "Y".
               10  WS-E-DATA-TYPE          PIC X.
               10  WS-E-SIZE               PIC 9(07).
               10  WS-E-REL-START          PIC 9(07).
               10  WS-E-START              PIC 9(07).
       01  WS-EI                          PIC 9(03) COMP.
       01  WS-EJ                          PIC 9(03) COMP.
       01  WS-EK                          PIC 9(03) COMP.
       01  WS-RECORD-LENGTH               PIC 9(07).
       01  WS-RUNNING                     PIC 9(07).
       01  WS-ITEM-END                    PIC 9(07).
       01  WS-MAX-END                     PIC 9(07).
       01  WS-OVERFLOW-SW                 PIC X VALUE "N".
           88  WS-OVERFLOW                VALUE "Y".

      *    OPEN GROUPS ABOVE THE ENTRY BEING FILED, INNERMOST ON
      *    TOP, FOR FINDING EACH ENTRY'S PARENT.
       01  WS-STK-TOP                     PIC 9(02) VALUE ZERO.
       01  WS-STK-TABLE.
           05  WS-STK-SUB                 PIC 9(03) OCCURS 50 TIMES.
       01  WS-POP-DONE-SW                 PIC X.
           88  WS-POP-DONE                VALUE "Y".

      *    PICTURE SIZING.
       01  WS-PIC-WORK                    PIC X(32).
       01  WS-PIC-SUB                     PIC 9(02) COMP.
       01  WS-PIC-CHAR                    PIC X.
       01  WS-ONE-DIGIT                   PIC 9.
       01  WS-REPEAT                      PIC 9(04).
       01  WS-DIGITS                      PIC 9(04).
       01  WS-DISPLAY-LEN                 PIC 9(05).
       01  WS-ALPHA-SW                    PIC X.
           88  WS-ALPHA                   VALUE "Y".
       01  WS-EDITED-SW                   PIC X.
           88  WS-EDITED                  VALUE "Y".

      *    OCCURRENCE EXPANSION FOR THE FIELD FILE: THE OCCURS
      *    LEVELS ABOVE AND INCLUDING THE FIELD, INNERMOST FIRST.
       01  WS-DIM-COUNT                   PIC 9(01) VALUE ZERO.
       01  WS-DIM-TABLE.
           05  WS-DIM-ENTRY OCCURS 7 TIMES.
               10  WS-DIM-OCCURS           PIC 9(04).
               10  WS-DIM-STRIDE           PIC 9(07).
               10  WS-DIM-INDEX            PIC 9(04).
       01  WS-DIM                         PIC 9(01) COMP.
       01  WS-OCC-TOTAL                   PIC 9(07).
       01  WS-OCC-NUMBER                  PIC 9(07).
       01  WS-OCC-REMAINDER               PIC 9(07).
       01  WS-FIELD-START                 PIC 9(07).
       01  WS-SUBSCRIPT                   PIC X(12).
       01  WS-SUB-PTR                     PIC 9(02).
       01  WS-SUB-LEN                     PIC 9(02).
       01  WS-NAME-LEN                    PIC 9(02).
       01  WS-INDEX-EDIT                  PIC Z(3)9.
       01  WS-LEAD                        PIC 9(02).
       01  WS-SPEC-AREA-MAX               PIC 9(03) VALUE 400.

       01  WS-MEMBER-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-RECORD-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-FIELD-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-NO-CARD-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-RECORD-HEADING.
           05  FILLER                     PIC X(08) VALUE "MEMBER  ".
           05  WS-RH-MEMBER               PIC X(08).
           05  FILLER                     PIC X(10) VALUE
               "  RECORD  ".
           05  WS-RH-RECORD               PIC X(30).
           05  FILLER                     PIC X(10) VALUE
               "  LENGTH  ".
           05  WS-RH-LENGTH               PIC Z(6)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RH-REDEFINES            PIC X(40).

       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(36) VALUE
               "LV NAME".
           05  FILLER                     PIC X(31) VALUE
               "PICTURE".
           05  FILLER                     PIC X(09) VALUE
               "USAGE".
           05  FILLER                     PIC X(23) VALUE
               "  START  LENGTH OCCURS".
           05  FILLER                     PIC X(09) VALUE
               "REDEFINES".

       01  WS-DETAIL-LINE.
           05  WS-DL-LEVEL                PIC 9(02).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-NAME                 PIC X(32).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-PICTURE              PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-USAGE                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-START                PIC Z(6)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-LENGTH               PIC Z(6)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-OCCURS               PIC Z(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-REDEFINES            PIC X(30).
       01  WS-INDENT                      PIC 9(02).

       01  WS-WARNING-LINE.
           05  FILLER                     PIC X(04) VALUE "*** ".
           05  WS-WL-TEXT                 PIC X(60).
           05  WS-WL-NAME                 PIC X(30).

       01  WS-BLANK-LINE                  PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ONE-LINE
               UNTIL WS-EOF
           PERFORM 2900-END-OF-MEMBER
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SOURCE-LIBRARY-FILE
           IF WS-SL-FILE-STATUS NOT = "00"
               DISPLAY "DATADICT REFUSED -- NO SOURCE LIBRARY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DICTIONARY-REPORT-FILE
           OPEN OUTPUT DICTIONARY-FIELD-FILE
           PERFORM 1100-READ-NEXT-LINE.

       1100-READ-NEXT-LINE.
           READ SOURCE-LIBRARY-FILE INTO WS-LINE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-SCAN-ONE-LINE - A ./ ADD NAME= HEADER CLOSES THE
      *    MEMBER IN HAND AND OPENS THE NEXT; COMMENT AND PAGE-EJECT
      *    LINES ARE SKIPPED; A CONTINUATION LINE RESUMES ITS
      *    LITERAL; ANY OTHER LINE FEEDS COLUMNS 8-72 TO THE ENTRY.
      ******************************************************************
       2000-SCAN-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-LINE(1:11) = "./ ADD NAME"
                   PERFORM 2900-END-OF-MEMBER
                   MOVE WS-LINE(13:8) TO WS-CUR-MEMBER
                   ADD 1 TO WS-MEMBER-COUNT
               WHEN WS-LINE(7:1) = "*" OR WS-LINE(7:1) = "/"
                   CONTINUE
               WHEN WS-LINE(7:1) = "-"
                   PERFORM 2200-ADD-CONTINUATION-LINE
               WHEN OTHER
                   PERFORM 2100-ADD-SOURCE-LINE
           END-EVALUATE
           PERFORM 1100-READ-NEXT-LINE.

       2100-ADD-SOURCE-LINE.
           PERFORM 2300-ADD-ONE-COLUMN
               VARYING WS-COL FROM 8 BY 1
               UNTIL WS-COL > 72
           PERFORM 2240-END-THE-LINE.

      ******************************************************************
      *    2200-ADD-CONTINUATION-LINE - THE CONTINUED LITERAL PICKS
      *    UP AFTER THE FIRST QUOTE FROM COLUMN 12 ON; A CONTINUED
      *    WORD PICKS UP AT ITS FIRST CHARACTER.
      ******************************************************************
       2200-ADD-CONTINUATION-LINE.
           MOVE "N" TO WS-QUOTE-FOUND-SW
           MOVE 12 TO WS-COL
           IF WS-IN-QUOTE
               PERFORM 2210-LOOK-FOR-QUOTE
                   UNTIL WS-COL > 72 OR WS-QUOTE-FOUND
           END-IF
           IF NOT WS-QUOTE-FOUND
               MOVE 12 TO WS-COL
               PERFORM 2220-SKIP-LEADING-SPACE
                   UNTIL WS-COL > 72 OR WS-LC(WS-COL) NOT = SPACE
           END-IF
           PERFORM 2300-ADD-ONE-COLUMN
               VARYING WS-COL FROM WS-COL BY 1
               UNTIL WS-COL > 72
           PERFORM 2240-END-THE-LINE.

       2210-LOOK-FOR-QUOTE.
           IF WS-LC(WS-COL) = WS-QUOTE-CHAR
               MOVE "Y" TO WS-QUOTE-FOUND-SW
           END-IF
           ADD 1 TO WS-COL.

       2220-SKIP-LEADING-SPACE.
           ADD 1 TO WS-COL.

      *    END OF LINE ENDS A WORD, OR THE ENTRY WHEN A PERIOD IS
      *    HELD; INSIDE A LITERAL THE CONTINUATION LINE GOES ON.
       2240-END-THE-LINE.
           IF NOT WS-IN-QUOTE
               MOVE SPACE TO WS-CHAR
               PERFORM 2310-TAKE-CHAR
           END-IF.

       2300-ADD-ONE-COLUMN.
           MOVE WS-LC(WS-COL) TO WS-CHAR
           PERFORM 2310-TAKE-CHAR.

       2310-TAKE-CHAR.
           IF WS-PERIOD-PENDING
               MOVE "N" TO WS-PERIOD-PENDING-SW
               IF WS-CHAR = SPACE
                   PERFORM 2400-END-OF-ENTRY
               ELSE
                   MOVE "." TO WS-APPEND-CHAR
                   PERFORM 2330-APPEND-CHAR
                   PERFORM 2320-CLASSIFY-CHAR
               END-IF
           ELSE
               PERFORM 2320-CLASSIFY-CHAR
           END-IF.

       2320-CLASSIFY-CHAR.
           MOVE WS-CHAR TO WS-APPEND-CHAR
           EVALUATE TRUE
               WHEN WS-IN-QUOTE
                   IF WS-CHAR = WS-QUOTE-CHAR
                       MOVE "N" TO WS-IN-QUOTE-SW
                   END-IF
                   PERFORM 2330-APPEND-CHAR
               WHEN WS-CHAR = QUOTE OR WS-CHAR = "'"
                   MOVE "Y" TO WS-IN-QUOTE-SW
                   MOVE WS-CHAR TO WS-QUOTE-CHAR
                   PERFORM 2330-APPEND-CHAR
               WHEN WS-CHAR = "."
                   MOVE "Y" TO WS-PERIOD-PENDING-SW
               WHEN OTHER
                   PERFORM 2330-APPEND-CHAR
           END-EVALUATE.

       2330-APPEND-CHAR.
           IF WS-STMT-LEN < WS-STMT-MAX
               ADD 1 TO WS-STMT-LEN
               MOVE WS-APPEND-CHAR TO WS-SC(WS-STMT-LEN)
           END-IF.

       2400-END-OF-ENTRY.
           IF WS-STMT-LEN > ZERO
               PERFORM 3000-SPLIT-INTO-WORDS
               PERFORM 3100-FILE-THE-ENTRY
           END-IF
           MOVE SPACES TO WS-STMT
           MOVE ZERO TO WS-STMT-LEN
           MOVE "N" TO WS-IN-QUOTE-SW
           MOVE "N" TO WS-PERIOD-PENDING-SW.

      ******************************************************************
      *    2900-END-OF-MEMBER - AN ENTRY LEFT WITHOUT ITS PERIOD AT
      *    THE END OF A MEMBER IS TAKEN AS ENDED, AND THE LAYOUT IN
      *    HAND IS COMPLETE.
      ******************************************************************
       2900-END-OF-MEMBER.
           PERFORM 2400-END-OF-ENTRY
           PERFORM 5000-FINISH-RECORD.

      ******************************************************************
      *    3000-SPLIT-INTO-WORDS - WORDS ARE SEPARATED BY SPACES, OR
      *    BY A COMMA OR SEMICOLON FOLLOWED BY A SPACE (A COMMA
      *    INSIDE AN EDITED PICTURE STAYS IN THE WORD).
      ******************************************************************
       3000-SPLIT-INTO-WORDS.
           MOVE ZERO TO WS-TOK-COUNT
           MOVE SPACES TO WS-TOK-TABLE
           MOVE 1 TO WS-POS
           PERFORM 3010-TAKE-NEXT-WORD
               UNTIL WS-POS > WS-STMT-LEN.

       3010-TAKE-NEXT-WORD.
           PERFORM 3030-CHECK-SEPARATOR
           IF WS-SEPARATOR
               ADD 1 TO WS-POS
           ELSE
               MOVE WS-POS TO WS-TOK-START
               IF WS-SC(WS-POS) = QUOTE OR WS-SC(WS-POS) = "'"
                   MOVE WS-SC(WS-POS) TO WS-QUOTE-CHAR
                   ADD 1 TO WS-POS
                   PERFORM 3020-STEP-ONE-POSITION
                       UNTIL WS-POS > WS-STMT-LEN
                          OR WS-SC(WS-POS) = WS-QUOTE-CHAR
                   ADD 1 TO WS-POS
               ELSE
                   MOVE "N" TO WS-SEPARATOR-SW
                   PERFORM 3025-STEP-TO-SEPARATOR
                       UNTIL WS-POS > WS-STMT-LEN OR WS-SEPARATOR
               END-IF
               PERFORM 3040-KEEP-THE-WORD
           END-IF.

       3020-STEP-ONE-POSITION.
           ADD 1 TO WS-POS.

       3025-STEP-TO-SEPARATOR.
           ADD 1 TO WS-POS
           IF WS-POS NOT > WS-STMT-LEN
               PERFORM 3030-CHECK-SEPARATOR
           END-IF.

       3030-CHECK-SEPARATOR.
           MOVE "N" TO WS-SEPARATOR-SW
           EVALUATE TRUE
               WHEN WS-SC(WS-POS) = SPACE
                   MOVE "Y" TO WS-SEPARATOR-SW
               WHEN WS-SC(WS-POS) = "," OR WS-SC(WS-POS) = ";"
                   IF WS-POS = WS-STMT-LEN
                       OR WS-SC(WS-POS + 1) = SPACE
                       MOVE "Y" TO WS-SEPARATOR-SW
                   END-IF
           END-EVALUATE.

       3040-KEEP-THE-WORD.
           IF WS-POS > WS-STMT-LEN
               COMPUTE WS-TOK-LEN = WS-STMT-LEN - WS-TOK-START + 1
           ELSE
               COMPUTE WS-TOK-LEN = WS-POS - WS-TOK-START
           END-IF
           IF WS-TOK-LEN > 40
               MOVE 40 TO WS-TOK-LEN
           END-IF
           IF WS-TOK-COUNT < WS-TOK-MAX AND WS-TOK-LEN > ZERO
               ADD 1 TO WS-TOK-COUNT
               MOVE WS-STMT(WS-TOK-START:WS-TOK-LEN)
                   TO WS-TOK(WS-TOK-COUNT)
           END-IF.

      ******************************************************************
      *    3100-FILE-THE-ENTRY - ONLY A DATA-DESCRIPTION ENTRY (ONE
      *    THAT OPENS WITH A LEVEL NUMBER) IS FILED.  AN 01 OR 77
      *    COMPLETES THE LAYOUT IN HAND AND OPENS A NEW ONE.  THE
      *    NAME IS THE SECOND WORD UNLESS THAT IS ALREADY A CLAUSE,
      *    WHICH MAKES THE ENTRY AN IMPLICIT FILLER.
      ******************************************************************
       3100-FILE-THE-ENTRY.
           PERFORM 3110-CHECK-LEVEL-NUMBER
           IF WS-LEVEL-NUMBER
               AND WS-LEVEL NOT = 88 AND WS-LEVEL NOT = 66
               IF WS-LEVEL = 01 OR WS-LEVEL = 77
                   PERFORM 5000-FINISH-RECORD
               END-IF
               IF WS-ENT-COUNT < WS-ENT-MAX
                   PERFORM 3200-START-THE-ENTRY
                   PERFORM 3300-TAKE-ONE-CLAUSE
                       UNTIL WS-TOK-SUB > WS-TOK-COUNT
                   PERFORM 3500-PLACE-IN-HIERARCHY
                   PERFORM 3600-FIND-REDEFINED-ITEM
                   PERFORM 3700-SIZE-THE-ENTRY
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       3110-CHECK-LEVEL-NUMBER.
           MOVE "N" TO WS-LEVEL-SW
           EVALUATE TRUE
               WHEN WS-TOK-COUNT = ZERO
                   CONTINUE
               WHEN WS-TOK(1)(1:2) IS NUMERIC
                    AND WS-TOK(1)(3:1) = SPACE
                   MOVE WS-TOK(1)(1:2) TO WS-LEVEL
                   MOVE "Y" TO WS-LEVEL-SW
               WHEN WS-TOK(1)(1:1) IS NUMERIC
                    AND WS-TOK(1)(2:1) = SPACE
                   MOVE WS-TOK(1)(1:1) TO WS-LEVEL
                   MOVE "Y" TO WS-LEVEL-SW
           END-EVALUATE.

       3200-START-THE-ENTRY.
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-ENT-COUNT TO WS-EI
           MOVE WS-LEVEL TO WS-E-LEVEL(WS-EI)
           MOVE "FILLER" TO WS-E-NAME(WS-EI)
           MOVE SPACES TO WS-E-PICTURE(WS-EI)
           MOVE SPACES TO WS-E-USAGE(WS-EI)
           MOVE 1 TO WS-E-OCCURS(WS-EI)
           MOVE SPACES TO WS-E-REDEF-NAME(WS-EI)
           MOVE ZERO TO WS-E-REDEF-SUB(WS-EI)
           MOVE ZERO TO WS-E-PARENT(WS-EI)
           MOVE 1 TO WS-E-DEPTH(WS-EI)
           MOVE "N" TO WS-E-SEP-SIGN-SW(WS-EI)
           MOVE "N" TO WS-E-ELEM-SW(WS-EI)
           MOVE "N" TO WS-E-ALT-VIEW-SW(WS-EI)
           MOVE SPACE TO WS-E-DATA-TYPE(WS-EI)
           MOVE ZERO TO WS-E-SIZE(WS-EI)
           MOVE ZERO TO WS-E-REL-START(WS-EI)
           MOVE ZERO TO WS-E-START(WS-EI)
           MOVE 2 TO WS-TOK-SUB
           IF WS-TOK-COUNT >= 2
               PERFORM 3210-CHECK-CLAUSE-WORD
               IF NOT WS-CLAUSE-WORD
                   MOVE WS-TOK(2) TO WS-E-NAME(WS-EI)
                   MOVE 3 TO WS-TOK-SUB
               END-IF
           END-IF.

       3210-CHECK-CLAUSE-WORD.
           MOVE "N" TO WS-CLAUSE-WORD-SW
           EVALUATE WS-TOK(WS-TOK-SUB)
               WHEN "PIC"
               WHEN "PICTURE"
               WHEN "REDEFINES"
               WHEN "OCCURS"
               WHEN "USAGE"
               WHEN "VALUE"
               WHEN "VALUES"
               WHEN "COMP"
               WHEN "COMP-1"
               WHEN "COMP-2"
               WHEN "COMP-3"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "BINARY"
               WHEN "PACKED-DECIMAL"
               WHEN "DISPLAY"
               WHEN "INDEX"
               WHEN "EXTERNAL"
               WHEN "GLOBAL"
               WHEN "SIGN"
               WHEN "JUST"
               WHEN "JUSTIFIED"
               WHEN "BLANK"
               WHEN "SYNC"
               WHEN "SYNCHRONIZED"
                   MOVE "Y" TO WS-CLAUSE-WORD-SW
           END-EVALUATE.

      ******************************************************************
      *    3300-TAKE-ONE-CLAUSE - PICTURE, REDEFINES, OCCURS AND
      *    USAGE ARE KEPT; SEPARATE MARKS A SEPARATE SIGN.  VALUE
      *    LITERALS, INDEXED BY NAMES AND THE REMAINING CLAUSES
      *    DO NOT AFFECT THE LAYOUT AND ARE STEPPED OVER.
      ******************************************************************
       3300-TAKE-ONE-CLAUSE.
           EVALUATE WS-TOK(WS-TOK-SUB)
               WHEN "PIC"
               WHEN "PICTURE"
                   ADD 1 TO WS-TOK-SUB
                   IF WS-TOK(WS-TOK-SUB) = "IS"
                       ADD 1 TO WS-TOK-SUB
                   END-IF
                   MOVE WS-TOK(WS-TOK-SUB) TO WS-E-PICTURE(WS-EI)
               WHEN "REDEFINES"
                   ADD 1 TO WS-TOK-SUB
                   MOVE WS-TOK(WS-TOK-SUB)
                       TO WS-E-REDEF-NAME(WS-EI)
               WHEN "OCCURS"
                   PERFORM 3310-TAKE-OCCURS
               WHEN "COMP"
               WHEN "COMPUTATIONAL"
               WHEN "COMP-4"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
                   MOVE "BINARY" TO WS-E-USAGE(WS-EI)
               WHEN "COMP-3"
               WHEN "COMPUTATIONAL-3"
               WHEN "PACKED-DECIMAL"
                   MOVE "PACKED" TO WS-E-USAGE(WS-EI)
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
                   MOVE "COMP-1" TO WS-E-USAGE(WS-EI)
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
                   MOVE "COMP-2" TO WS-E-USAGE(WS-EI)
               WHEN "INDEX"
                   MOVE "INDEX" TO WS-E-USAGE(WS-EI)
               WHEN "POINTER"
                   MOVE "POINTER" TO WS-E-USAGE(WS-EI)
               WHEN "DISPLAY"
                   MOVE "DISPLAY" TO WS-E-USAGE(WS-EI)
               WHEN "SEPARATE"
                   MOVE "Y" TO WS-E-SEP-SIGN-SW(WS-EI)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-TOK-SUB.

      *    OCCURS N [TIMES] OR OCCURS M TO N [TIMES] DEPENDING ON --
      *    A VARIABLE TABLE IS LAID OUT AT ITS MAXIMUM.
       3310-TAKE-OCCURS.
           ADD 1 TO WS-TOK-SUB
           IF WS-TOK(WS-TOK-SUB)(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-TOK(WS-TOK-SUB))
                   TO WS-E-OCCURS(WS-EI)
               IF WS-TOK-SUB < WS-TOK-COUNT
                   AND WS-TOK(WS-TOK-SUB + 1) = "TO"
                   ADD 2 TO WS-TOK-SUB
                   MOVE FUNCTION NUMVAL(WS-TOK(WS-TOK-SUB))
                       TO WS-E-OCCURS(WS-EI)
               END-IF
           END-IF
           IF WS-E-OCCURS(WS-EI) = ZERO
               MOVE 1 TO WS-E-OCCURS(WS-EI)
           END-IF.

      ******************************************************************
      *    3500-PLACE-IN-HIERARCHY - THE PARENT IS THE NEAREST OPEN
      *    GROUP WITH A LOWER LEVEL NUMBER.  AN ITEM WITHOUT ITS OWN
      *    USAGE TAKES ITS GROUP'S, AND AN ITEM UNDER A REDEFINES IS
      *    PART OF THE ALTERNATE VIEW.
      ******************************************************************
       3500-PLACE-IN-HIERARCHY.
           MOVE "N" TO WS-POP-DONE-SW
           PERFORM 3510-POP-CLOSED-GROUP
               UNTIL WS-POP-DONE
           IF WS-STK-TOP > ZERO
               MOVE WS-STK-SUB(WS-STK-TOP) TO WS-EJ
               MOVE WS-EJ TO WS-E-PARENT(WS-EI)
               COMPUTE WS-E-DEPTH(WS-EI) = WS-E-DEPTH(WS-EJ) + 1
               IF WS-E-USAGE(WS-EI) = SPACES
                   MOVE WS-E-USAGE(WS-EJ) TO WS-E-USAGE(WS-EI)
               END-IF
               IF WS-E-ALT-VIEW(WS-EJ)
                   MOVE "Y" TO WS-E-ALT-VIEW-SW(WS-EI)
               END-IF
           END-IF
           IF WS-E-REDEF-NAME(WS-EI) NOT = SPACES
               MOVE "Y" TO WS-E-ALT-VIEW-SW(WS-EI)
           END-IF
           IF WS-STK-TOP < 50
               ADD 1 TO WS-STK-TOP
               MOVE WS-EI TO WS-STK-SUB(WS-STK-TOP)
           END-IF.

       3510-POP-CLOSED-GROUP.
           IF WS-STK-TOP = ZERO
               MOVE "Y" TO WS-POP-DONE-SW
           ELSE
               IF WS-E-LEVEL(WS-STK-SUB(WS-STK-TOP)) < WS-LEVEL
                   MOVE "Y" TO WS-POP-DONE-SW
               ELSE
                   SUBTRACT 1 FROM WS-STK-TOP
               END-IF
           END-IF.

      *    THE OBJECT OF A REDEFINES IS THE LATEST EARLIER ITEM OF
      *    THAT NAME UNDER THE SAME PARENT.  AN 01 REDEFINES NAMES
      *    ANOTHER RECORD AND STARTS AT POSITION 1 REGARDLESS.
       3600-FIND-REDEFINED-ITEM.
           IF WS-E-REDEF-NAME(WS-EI) NOT = SPACES
               AND WS-E-LEVEL(WS-EI) NOT = 01
               PERFORM 3610-CHECK-ONE-EARLIER
                   VARYING WS-EJ FROM 1 BY 1
                   UNTIL WS-EJ >= WS-EI
           END-IF.

       3610-CHECK-ONE-EARLIER.
           IF WS-E-NAME(WS-EJ) = WS-E-REDEF-NAME(WS-EI)
               AND WS-E-PARENT(WS-EJ) = WS-E-PARENT(WS-EI)
               MOVE WS-EJ TO WS-E-REDEF-SUB(WS-EI)
           END-IF.

      ******************************************************************
      *    3700-SIZE-THE-ENTRY - AN ITEM WITH A PICTURE, OR A COMP-1,
      *    COMP-2, INDEX OR POINTER ITEM, IS ELEMENTARY.  DISPLAY
      *    TAKES A BYTE PER PICTURE POSITION (S, V AND P NONE, A
      *    SEPARATE SIGN ONE); BINARY TAKES 2, 4 OR 8 BYTES BY
      *    DIGITS; PACKED TAKES DIGITS/2 + 1.
      ******************************************************************
       3700-SIZE-THE-ENTRY.
           IF WS-E-PICTURE(WS-EI) NOT = SPACES
               OR WS-E-USAGE(WS-EI) = "COMP-1"
               OR WS-E-USAGE(WS-EI) = "COMP-2"
               OR WS-E-USAGE(WS-EI) = "INDEX"
               OR WS-E-USAGE(WS-EI) = "POINTER"
               MOVE "Y" TO WS-E-ELEM-SW(WS-EI)
               PERFORM 3710-MEASURE-PICTURE
               EVALUATE WS-E-USAGE(WS-EI)
                   WHEN "BINARY"
                       EVALUATE TRUE
                           WHEN WS-DIGITS < 5
                               MOVE 2 TO WS-E-SIZE(WS-EI)
                           WHEN WS-DIGITS < 10
                               MOVE 4 TO WS-E-SIZE(WS-EI)
                           WHEN OTHER
                               MOVE 8 TO WS-E-SIZE(WS-EI)
                       END-EVALUATE
                       MOVE "B" TO WS-E-DATA-TYPE(WS-EI)
                   WHEN "PACKED"
                       COMPUTE WS-E-SIZE(WS-EI) = WS-DIGITS / 2 + 1
                       MOVE "B" TO WS-E-DATA-TYPE(WS-EI)
                   WHEN "COMP-2"
                       MOVE 8 TO WS-E-SIZE(WS-EI)
                       MOVE "B" TO WS-E-DATA-TYPE(WS-EI)
                   WHEN "COMP-1"
                   WHEN "INDEX"
                   WHEN "POINTER"
                       MOVE 4 TO WS-E-SIZE(WS-EI)
                       MOVE "B" TO WS-E-DATA-TYPE(WS-EI)
                   WHEN OTHER
                       MOVE WS-DISPLAY-LEN TO WS-E-SIZE(WS-EI)
                       IF WS-E-SEP-SIGN(WS-EI)
                           ADD 1 TO WS-E-SIZE(WS-EI)
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-ALPHA
                               MOVE "A" TO WS-E-DATA-TYPE(WS-EI)
                           WHEN WS-EDITED
                               MOVE "E" TO WS-E-DATA-TYPE(WS-EI)
                           WHEN OTHER
                               MOVE "N" TO WS-E-DATA-TYPE(WS-EI)
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       3710-MEASURE-PICTURE.
           MOVE WS-E-PICTURE(WS-EI) TO WS-PIC-WORK
           MOVE ZERO TO WS-DIGITS
           MOVE ZERO TO WS-DISPLAY-LEN
           MOVE "N" TO WS-ALPHA-SW
           MOVE "N" TO WS-EDITED-SW
           MOVE 1 TO WS-PIC-SUB
           PERFORM 3720-TAKE-PICTURE-SYMBOL
               UNTIL WS-PIC-WORK(WS-PIC-SUB:1) = SPACE.

       3720-TAKE-PICTURE-SYMBOL.
           MOVE WS-PIC-WORK(WS-PIC-SUB:1) TO WS-PIC-CHAR
           ADD 1 TO WS-PIC-SUB
           MOVE 1 TO WS-REPEAT
           IF WS-PIC-WORK(WS-PIC-SUB:1) = "("
               MOVE ZERO TO WS-REPEAT
               ADD 1 TO WS-PIC-SUB
               PERFORM 3730-TAKE-REPEAT-DIGIT
                   UNTIL WS-PIC-WORK(WS-PIC-SUB:1) = ")"
                      OR WS-PIC-WORK(WS-PIC-SUB:1) = SPACE
               IF WS-PIC-WORK(WS-PIC-SUB:1) = ")"
                   ADD 1 TO WS-PIC-SUB
               END-IF
           END-IF
           EVALUATE WS-PIC-CHAR
               WHEN "9"
                   ADD WS-REPEAT TO WS-DIGITS
                   ADD WS-REPEAT TO WS-DISPLAY-LEN
               WHEN "X"
               WHEN "A"
                   ADD WS-REPEAT TO WS-DISPLAY-LEN
                   MOVE "Y" TO WS-ALPHA-SW
               WHEN "S"
               WHEN "V"
               WHEN "P"
                   CONTINUE
               WHEN OTHER
                   ADD WS-REPEAT TO WS-DISPLAY-LEN
                   MOVE "Y" TO WS-EDITED-SW
           END-EVALUATE.

       3730-TAKE-REPEAT-DIGIT.
           IF WS-PIC-WORK(WS-PIC-SUB:1) IS NUMERIC
               MOVE WS-PIC-WORK(WS-PIC-SUB:1) TO WS-ONE-DIGIT
               COMPUTE WS-REPEAT = WS-REPEAT * 10 + WS-ONE-DIGIT
           END-IF
           ADD 1 TO WS-PIC-SUB.

      ******************************************************************
      *    5000-FINISH-RECORD - LAY OUT THE RECORD IN HAND, PRINT ITS
      *    DICTIONARY AND WRITE ITS FIELDS, THEN CLEAR THE TABLE.
      ******************************************************************
       5000-FINISH-RECORD.
           IF WS-ENT-COUNT > ZERO
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 5100-SIZE-ONE-GROUP
                   VARYING WS-EI FROM WS-ENT-COUNT BY -1
                   UNTIL WS-EI < 1
               PERFORM 5200-PLACE-TOP-LEVEL
               PERFORM 5300-SET-ONE-START
                   VARYING WS-EI FROM 1 BY 1
                   UNTIL WS-EI > WS-ENT-COUNT
               PERFORM 6000-PRINT-THE-LAYOUT
               PERFORM 7000-WRITE-ONE-FIELD
                   VARYING WS-EI FROM 1 BY 1
                   UNTIL WS-EI > WS-ENT-COUNT
           END-IF
           MOVE ZERO TO WS-ENT-COUNT
           MOVE ZERO TO WS-STK-TOP
           MOVE "N" TO WS-OVERFLOW-SW.

      *    WORKING FROM THE LAST ENTRY BACK, EVERY GROUP'S CHILDREN
      *    ARE ALREADY SIZED WHEN THE GROUP IS REACHED.  EACH CHILD
      *    FOLLOWS THE ONE BEFORE IT UNLESS IT REDEFINES, AND THE
      *    GROUP IS AS LONG AS ITS FURTHEST-REACHING CHILD.
       5100-SIZE-ONE-GROUP.
           IF NOT WS-E-ELEMENTARY(WS-EI)
               MOVE ZERO TO WS-RUNNING
               MOVE ZERO TO WS-MAX-END
               PERFORM 5110-PLACE-ONE-CHILD
                   VARYING WS-EJ FROM WS-EI BY 1
                   UNTIL WS-EJ >= WS-ENT-COUNT
               MOVE WS-MAX-END TO WS-E-SIZE(WS-EI)
           END-IF.

       5110-PLACE-ONE-CHILD.
           MOVE WS-EJ TO WS-EK
           ADD 1 TO WS-EK
           IF WS-E-PARENT(WS-EK) = WS-EI
               PERFORM 5120-PLACE-ENTRY-EK
           END-IF.

       5120-PLACE-ENTRY-EK.
           IF WS-E-REDEF-SUB(WS-EK) > ZERO
               MOVE WS-E-REL-START(WS-E-REDEF-SUB(WS-EK))
                   TO WS-E-REL-START(WS-EK)
           ELSE
               MOVE WS-RUNNING TO WS-E-REL-START(WS-EK)
               COMPUTE WS-RUNNING = WS-RUNNING
                   + WS-E-SIZE(WS-EK) * WS-E-OCCURS(WS-EK)
           END-IF
           COMPUTE WS-ITEM-END = WS-E-REL-START(WS-EK)
               + WS-E-SIZE(WS-EK) * WS-E-OCCURS(WS-EK)
           IF WS-ITEM-END > WS-MAX-END
               MOVE WS-ITEM-END TO WS-MAX-END
           END-IF.

      *    THE TOP-LEVEL ENTRIES (THE 01 OR 77, OR THE ENTRIES OF A
      *    FRAGMENT) ARE PLACED THE SAME WAY FROM POSITION 1.
       5200-PLACE-TOP-LEVEL.
           MOVE ZERO TO WS-RUNNING
           MOVE ZERO TO WS-MAX-END
           PERFORM 5210-PLACE-ONE-TOP-ENTRY
               VARYING WS-EK FROM 1 BY 1
               UNTIL WS-EK > WS-ENT-COUNT
           MOVE WS-MAX-END TO WS-RECORD-LENGTH.

       5210-PLACE-ONE-TOP-ENTRY.
           IF WS-E-PARENT(WS-EK) = ZERO
               PERFORM 5120-PLACE-ENTRY-EK
           END-IF.

       5300-SET-ONE-START.
           IF WS-E-PARENT(WS-EI) = ZERO
               COMPUTE WS-E-START(WS-EI) = WS-E-REL-START(WS-EI) + 1
           ELSE
               COMPUTE WS-E-START(WS-EI) =
                   WS-E-START(WS-E-PARENT(WS-EI))
                   + WS-E-REL-START(WS-EI)
           END-IF.

      ******************************************************************
      *    6000-PRINT-THE-LAYOUT - ONE HEADING PER RECORD LAYOUT,
      *    THEN ONE LINE PER ENTRY INDENTED BY ITS DEPTH.  LENGTH IS
      *    ONE OCCURRENCE OF A TABLE ITEM.
      ******************************************************************
       6000-PRINT-THE-LAYOUT.
           MOVE WS-CUR-MEMBER TO WS-RH-MEMBER
           MOVE WS-E-NAME(1) TO WS-RH-RECORD
           MOVE WS-RECORD-LENGTH TO WS-RH-LENGTH
           MOVE SPACES TO WS-RH-REDEFINES
           IF WS-E-REDEF-NAME(1) NOT = SPACES
               STRING "REDEFINES " DELIMITED BY SIZE
                      WS-E-REDEF-NAME(1) DELIMITED BY SPACE
                   INTO WS-RH-REDEFINES
               END-STRING
           END-IF
           MOVE WS-RECORD-HEADING TO DICTIONARY-REPORT-LINE
           WRITE DICTIONARY-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO DICTIONARY-REPORT-LINE
           WRITE DICTIONARY-REPORT-LINE
           PERFORM 6100-PRINT-ONE-ENTRY
               VARYING WS-EI FROM 1 BY 1
               UNTIL WS-EI > WS-ENT-COUNT
           IF WS-OVERFLOW
               MOVE "LAYOUT TRUNCATED -- MORE ENTRIES THAN THE TABLE"
                   TO WS-WL-TEXT
               MOVE WS-E-NAME(1) TO WS-WL-NAME
               PERFORM 8000-WRITE-WARNING
           END-IF
           MOVE WS-BLANK-LINE TO DICTIONARY-REPORT-LINE
           WRITE DICTIONARY-REPORT-LINE.

       6100-PRINT-ONE-ENTRY.
           MOVE WS-E-LEVEL(WS-EI) TO WS-DL-LEVEL
           MOVE SPACES TO WS-DL-NAME
           COMPUTE WS-INDENT = (WS-E-DEPTH(WS-EI) - 1) * 2
           IF WS-INDENT > 12
               MOVE 12 TO WS-INDENT
           END-IF
           MOVE WS-E-NAME(WS-EI)
               TO WS-DL-NAME(WS-INDENT + 1:32 - WS-INDENT)
           MOVE WS-E-PICTURE(WS-EI) TO WS-DL-PICTURE
           EVALUATE TRUE
               WHEN WS-E-USAGE(WS-EI) NOT = SPACES
                   MOVE WS-E-USAGE(WS-EI) TO WS-DL-USAGE
               WHEN WS-E-ELEMENTARY(WS-EI)
                   MOVE "DISPLAY" TO WS-DL-USAGE
               WHEN OTHER
                   MOVE "GROUP" TO WS-DL-USAGE
           END-EVALUATE
           MOVE WS-E-START(WS-EI) TO WS-DL-START
           MOVE WS-E-SIZE(WS-EI) TO WS-DL-LENGTH
           IF WS-E-OCCURS(WS-EI) > 1
               MOVE WS-E-OCCURS(WS-EI) TO WS-DL-OCCURS
           ELSE
               MOVE ZERO TO WS-DL-OCCURS
           END-IF
           MOVE WS-E-REDEF-NAME(WS-EI) TO WS-DL-REDEFINES
           MOVE WS-DETAIL-LINE TO DICTIONARY-REPORT-LINE
           WRITE DICTIONARY-REPORT-LINE
           IF WS-E-REDEF-NAME(WS-EI) NOT = SPACES
               AND WS-E-LEVEL(WS-EI) NOT = 01
               AND WS-E-REDEF-SUB(WS-EI) = ZERO
               MOVE "REDEFINES OBJECT NOT FOUND -- LAID OUT IN LINE:"
                   TO WS-WL-TEXT
               MOVE WS-E-NAME(WS-EI) TO WS-WL-NAME
               PERFORM 8000-WRITE-WARNING
           END-IF.

      ******************************************************************
      *    7000-WRITE-ONE-FIELD - A NAMED ELEMENTARY FIELD IS
      *    WRITTEN ONCE FOR EVERY OCCURRENCE OF THE TABLES IT SITS
      *    IN, EACH OCCURRENCE STEPPED ON BY THE LENGTH OF ONE
      *    OCCURRENCE OF ITS TABLE.
      ******************************************************************
       7000-WRITE-ONE-FIELD.
           IF WS-E-ELEMENTARY(WS-EI)
               AND WS-E-NAME(WS-EI) NOT = "FILLER"
               MOVE ZERO TO WS-DIM-COUNT
               MOVE 1 TO WS-OCC-TOTAL
               MOVE WS-EI TO WS-EK
               PERFORM 7100-COLLECT-ONE-LEVEL
                   UNTIL WS-EK = ZERO
               PERFORM 7200-WRITE-ONE-OCCURRENCE
                   VARYING WS-OCC-NUMBER FROM ZERO BY 1
                   UNTIL WS-OCC-NUMBER >= WS-OCC-TOTAL
           END-IF.

       7100-COLLECT-ONE-LEVEL.
           IF WS-E-OCCURS(WS-EK) > 1 AND WS-DIM-COUNT < 7
               ADD 1 TO WS-DIM-COUNT
               MOVE WS-E-OCCURS(WS-EK) TO WS-DIM-OCCURS(WS-DIM-COUNT)
               MOVE WS-E-SIZE(WS-EK) TO WS-DIM-STRIDE(WS-DIM-COUNT)
               COMPUTE WS-OCC-TOTAL =
                   WS-OCC-TOTAL * WS-E-OCCURS(WS-EK)
           END-IF
           MOVE WS-E-PARENT(WS-EK) TO WS-EK.

       7200-WRITE-ONE-OCCURRENCE.
           MOVE WS-E-START(WS-EI) TO WS-FIELD-START
           MOVE WS-OCC-NUMBER TO WS-OCC-REMAINDER
           PERFORM 7210-TAKE-ONE-INDEX
               VARYING WS-DIM FROM 1 BY 1
               UNTIL WS-DIM > WS-DIM-COUNT
           MOVE SPACES TO WS-SUBSCRIPT
           MOVE 1 TO WS-SUB-PTR
           PERFORM 7220-ADD-ONE-SUBSCRIPT
               VARYING WS-DIM FROM WS-DIM-COUNT BY -1
               UNTIL WS-DIM < 1
           IF WS-DIM-COUNT > ZERO
               STRING ")" DELIMITED BY SIZE
                   INTO WS-SUBSCRIPT WITH POINTER WS-SUB-PTR
               END-STRING
           END-IF
           COMPUTE WS-SUB-LEN = WS-SUB-PTR - 1
           MOVE SPACES TO DICTIONARY-FIELD-RECORD
           MOVE WS-CUR-MEMBER TO DF-MEMBER
           MOVE WS-E-NAME(1) TO DF-RECORD-NAME
           MOVE WS-E-NAME(WS-EI) TO DF-FIELD-NAME
           MOVE WS-SUBSCRIPT TO DF-SUBSCRIPT
           MOVE WS-E-LEVEL(WS-EI) TO DF-LEVEL
           MOVE WS-E-PICTURE(WS-EI) TO DF-PICTURE
           IF WS-E-USAGE(WS-EI) = SPACES
               MOVE "DISPLAY" TO DF-USAGE
           ELSE
               MOVE WS-E-USAGE(WS-EI) TO DF-USAGE
           END-IF
           MOVE WS-FIELD-START TO DF-START
           MOVE WS-E-SIZE(WS-EI) TO DF-LENGTH
           MOVE WS-E-DATA-TYPE(WS-EI) TO DF-DATA-TYPE
           IF WS-E-ALT-VIEW(WS-EI)
               SET DF-ALTERNATE-VIEW TO TRUE
           ELSE
               SET DF-PRIMARY-VIEW TO TRUE
           END-IF
           IF WS-FIELD-START + WS-E-SIZE(WS-EI) - 1
                   > WS-SPEC-AREA-MAX
               ADD 1 TO WS-NO-CARD-COUNT
           ELSE
               PERFORM 7300-BUILD-SPEC-CARD
           END-IF
           WRITE DICTIONARY-FIELD-RECORD
           ADD 1 TO WS-FIELD-COUNT.

       7210-TAKE-ONE-INDEX.
           COMPUTE WS-DIM-INDEX(WS-DIM) =
               FUNCTION MOD(WS-OCC-REMAINDER, WS-DIM-OCCURS(WS-DIM))
               + 1
           COMPUTE WS-OCC-REMAINDER =
               WS-OCC-REMAINDER / WS-DIM-OCCURS(WS-DIM)
           COMPUTE WS-FIELD-START = WS-FIELD-START
               + (WS-DIM-INDEX(WS-DIM) - 1) * WS-DIM-STRIDE(WS-DIM).

      *    SUBSCRIPTS READ OUTERMOST FIRST, AS THEY ARE CODED.
       7220-ADD-ONE-SUBSCRIPT.
           MOVE WS-DIM-INDEX(WS-DIM) TO WS-INDEX-EDIT
           MOVE ZERO TO WS-LEAD
           INSPECT WS-INDEX-EDIT TALLYING WS-LEAD FOR LEADING SPACES
           IF WS-DIM = WS-DIM-COUNT
               STRING "(" DELIMITED BY SIZE
                   INTO WS-SUBSCRIPT WITH POINTER WS-SUB-PTR
               END-STRING
           ELSE
               STRING "," DELIMITED BY SIZE
                   INTO WS-SUBSCRIPT WITH POINTER WS-SUB-PTR
               END-STRING
           END-IF
           STRING WS-INDEX-EDIT(WS-LEAD + 1:4 - WS-LEAD)
                   DELIMITED BY SIZE
               INTO WS-SUBSCRIPT WITH POINTER WS-SUB-PTR
           END-STRING.

      *    THE CARD NAME IS THE FIELD NAME AND SUBSCRIPT, THE NAME
      *    CUT SHORT WHEN THE TWO WILL NOT FIT IN 20 COLUMNS.  ONLY
      *    AN UNSIGNED DISPLAY NUMERIC IS CARDED N -- CSVLOADR
      *    DIGIT-CHECKS N FIELDS AND A SIGN WOULD FAIL EVERY ROW.
       7300-BUILD-SPEC-CARD.
           MOVE ZERO TO WS-NAME-LEN
           INSPECT WS-E-NAME(WS-EI) TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NAME-LEN + WS-SUB-LEN > 20
               COMPUTE WS-NAME-LEN = 20 - WS-SUB-LEN
           END-IF
           MOVE WS-E-NAME(WS-EI)(1:WS-NAME-LEN) TO DF-SPEC-NAME
           IF WS-SUB-LEN > ZERO
               MOVE WS-SUBSCRIPT(1:WS-SUB-LEN)
                   TO DF-SPEC-NAME(WS-NAME-LEN + 1:WS-SUB-LEN)
           END-IF
           MOVE WS-FIELD-START TO DF-SPEC-START
           MOVE WS-E-SIZE(WS-EI) TO DF-SPEC-LENGTH
           IF WS-E-DATA-TYPE(WS-EI) = "N"
               AND WS-E-PICTURE(WS-EI)(1:1) NOT = "S"
               MOVE "N" TO DF-SPEC-TYPE
           END-IF.

       8000-WRITE-WARNING.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-WARNING-LINE TO DICTIONARY-REPORT-LINE
           WRITE DICTIONARY-REPORT-LINE.

       9999-TERMINATE.
           CLOSE SOURCE-LIBRARY-FILE
           CLOSE DICTIONARY-REPORT-FILE
           CLOSE DICTIONARY-FIELD-FILE
           DISPLAY "DATADICT: " WS-MEMBER-COUNT " MEMBERS, "
               WS-RECORD-COUNT " RECORD LAYOUTS, "
               WS-FIELD-COUNT " FIELDS"
           IF WS-NO-CARD-COUNT > ZERO
               DISPLAY "DATADICT: " WS-NO-CARD-COUNT
                   " FIELDS PAST THE 400-BYTE CARD AREA, NO CARD"
           END-IF
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "DATADICT: " WS-EXCEPTION-COUNT
                   " LAYOUT EXCEPTIONS -- SEE THE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
