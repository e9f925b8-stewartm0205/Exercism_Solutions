       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAUDIT.
       AUTHOR. SOURCE-LIBRARY-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DDAUDIT CATCHES THE 2 A.M. DD-NAME FAILURE BEFORE IT RUNS.
      *    IT READS THE FLATTENED JCL LIBRARY AND THE FLATTENED
      *    SOURCE LIBRARY (BOTH DELIMITED BY ./ ADD NAME= HEADER
      *    LINES, AS MBRKTBAT AND COPYXREF READ THEM) AND PAIRS EVERY
      *    EXEC PGM= STEP WITH ITS PROGRAM BY PROGRAM-ID.  A STEP'S
      *    PROGRAM NEEDS A DD FOR EVERY SELECT ... ASSIGN TO "NAME"
      *    IN ITS OWN SOURCE AND IN EVERY PROGRAM IT CALLS, FOLLOWED
      *    THROUGH THEIR CALLS IN TURN (A CALL TO AN ENTRY NAME
      *    COUNTS AS A CALL TO THE PROGRAM CARRYING THE ENTRY).  THE
      *    REPORT LISTS:
      *        MISSING DDS   A FILE THE PROGRAM NEEDS THAT THE STEP
      *                      DOES NOT SUPPLY
      *        UNUSED DDS    A DD THE STEP SUPPLIES THAT NOTHING IN
      *                      THE PROGRAM OPENS (STEPLIB, SYSOUT AND
      *                      THE OTHER SYSTEM DDS EXCEPTED)
      *        UNKNOWN PGMS  A STEP NAMING A PROGRAM NOT IN THE
      *                      SOURCE LIBRARY (SYSTEM UTILITIES SUCH
      *                      AS SORT AND IDCAMS EXCEPTED)
      *        UNRUN PGMS    A PROGRAM NO STEP EXECUTES AND NO
      *                      PROGRAM CALLS
      *    A CALL OR ASSIGN THROUGH A DATA NAME CANNOT BE SEEN AND
      *    IS NOT FOLLOWED.  EXITS 8 ON A MISSING DD OR AN UNKNOWN
      *    PROGRAM, 4 ON UNUSED DDS OR UNRUN PROGRAMS ONLY.  A STEP
      *    REACHING MORE PROGRAMS, OR NEEDING MORE DDS, THAN THE
      *    TABLES HOLD REFUSES THE RUN (RC 16) RATHER THAN REPORT
      *    DDS AS UNUSED THAT A PROGRAM LEFT OFF DOES OPEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JCL-LIBRARY-FILE ASSIGN TO "JCLLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JL-FILE-STATUS.

           SELECT SOURCE-LIBRARY-FILE ASSIGN TO "SRCLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "DDAUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JCL-LIBRARY-FILE.
       01  JCL-LIBRARY-RECORD             PIC X(100).

       FD  SOURCE-LIBRARY-FILE.
       01  SOURCE-LIBRARY-RECORD          PIC X(100).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JL-FILE-STATUS              PIC XX.
       01  WS-SL-FILE-STATUS              PIC XX.
       01  WS-AR-FILE-STATUS              PIC XX.

       01  WS-LINE                        PIC X(100).
       01  WS-LINE-TABLE REDEFINES WS-LINE.
           05  WS-LC                      PIC X OCCURS 100 TIMES.
       01  WS-CUR-MEMBER                  PIC X(08).
       01  WS-I                           PIC 9(03) COMP.
       01  WS-J                           PIC 9(03) COMP.
       01  WS-TOKEN                       PIC X(08).
       01  WS-TOKEN-LEN                   PIC 9(02).

      *    THE PIECES OF ONE JCL STATEMENT.
       01  WS-JCL-NAME                    PIC X(20).
       01  WS-JCL-OPERATION               PIC X(08).
       01  WS-JCL-OPERANDS                PIC X(80).
       01  WS-JCL-PROGRAM                 PIC X(08).
       01  WS-DOT-COUNT                   PIC 9(02).

      *    DD NAMES THE SYSTEM SUPPLIES OR USES, NEVER UNUSED; AND
      *    SYSTEM UTILITIES, WHOSE STEPS ARE NOT AUDITED.
       01  WS-SYSTEM-DD-VALUES.
           05  FILLER                     PIC X(08) VALUE "STEPLIB".
           05  FILLER                     PIC X(08) VALUE "JOBLIB".
           05  FILLER                     PIC X(08) VALUE "SYSOUT".
           05  FILLER                     PIC X(08) VALUE "SYSPRINT".
           05  FILLER                     PIC X(08) VALUE "SYSIN".
           05  FILLER                     PIC X(08) VALUE "SYSUDUMP".
           05  FILLER                     PIC X(08) VALUE "SYSABEND".
           05  FILLER                     PIC X(08) VALUE "SYSMDUMP".
           05  FILLER                     PIC X(08) VALUE "CEEDUMP".
           05  FILLER                     PIC X(08) VALUE "SYSDBOUT".
           05  FILLER                     PIC X(08) VALUE "SYSTSPRT".
           05  FILLER                     PIC X(08) VALUE "SYSTSIN".
       01  WS-SYSTEM-DD-TABLE REDEFINES WS-SYSTEM-DD-VALUES.
           05  WS-SYSTEM-DD               PIC X(08) OCCURS 12 TIMES.
       01  WS-UTILITY-VALUES.
           05  FILLER                     PIC X(08) VALUE "SORT".
           05  FILLER                     PIC X(08) VALUE "DFSORT".
           05  FILLER                     PIC X(08) VALUE "ICETOOL".
           05  FILLER                     PIC X(08) VALUE "IDCAMS".
           05  FILLER                     PIC X(08) VALUE "IEFBR14".
           05  FILLER                     PIC X(08) VALUE "IEBGENER".
           05  FILLER                     PIC X(08) VALUE "IEBCOPY".
           05  FILLER                     PIC X(08) VALUE "IEBUPDTE".
           05  FILLER                     PIC X(08) VALUE "IKJEFT01".
       01  WS-UTILITY-TABLE REDEFINES WS-UTILITY-VALUES.
           05  WS-UTILITY                 PIC X(08) OCCURS 9 TIMES.
       01  WS-LIST-SUB                    PIC 9(02).
       01  WS-LIST-HIT-SW                 PIC X.
           88  WS-LIST-HIT                VALUE "Y".
       01  WS-CHECK-NAME                  PIC X(08).

      *    THE PROGRAMS IN THE SOURCE LIBRARY, THE NAMES EACH ANSWERS
      *    TO (PROGRAM-ID AND ENTRIES), THE FILES EACH ASSIGNS AND
      *    THE PROGRAMS EACH CALLS.  AN AUDIT THAT DROPPED ANY OF
      *    THEM WOULD REPORT FALSE FINDINGS, SO AN OVERFLOW REFUSES
      *    THE RUN.
       01  WS-PRG-MAX                     PIC 9(04) VALUE 500.
       01  WS-PRG-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-PRG-TABLE.
           05  WS-PRG-ENTRY OCCURS 500 TIMES.
               10  WS-P-NAME              PIC X(08).
               10  WS-P-MEMBER            PIC X(08).
               10  WS-P-RUN-SW            PIC X.
                   88  WS-P-RUN           VALUE "Y".
       01  WS-CUR-PRG                     PIC 9(04).
       01  WS-NAM-MAX                     PIC 9(04) VALUE 1000.
       01  WS-NAM-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-NAM-TABLE.
           05  WS-NAM-ENTRY OCCURS 1000 TIMES.
               10  WS-A-NAME              PIC X(08).
               10  WS-A-PRG               PIC 9(04).
       01  WS-FIL-MAX                     PIC 9(04) VALUE 3000.
       01  WS-FIL-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-FIL-TABLE.
           05  WS-FIL-ENTRY OCCURS 3000 TIMES.
               10  WS-F-PRG               PIC 9(04).
               10  WS-F-NAME              PIC X(08).
       01  WS-CAL-MAX                     PIC 9(04) VALUE 3000.
       01  WS-CAL-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 3000 TIMES.
               10  WS-C-PRG               PIC 9(04).
               10  WS-C-NAME              PIC X(08).

      *    THE EXEC PGM= STEPS AND THEIR DDS, WHICH FOLLOW EACH
      *    STEP'S EXEC STATEMENT IN ORDER.
       01  WS-STP-MAX                     PIC 9(04) VALUE 1000.
       01  WS-STP-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-STP-TABLE.
           05  WS-STP-ENTRY OCCURS 1000 TIMES.
               10  WS-S-MEMBER            PIC X(08).
               10  WS-S-STEP              PIC X(08).
               10  WS-S-PROGRAM           PIC X(08).
               10  WS-S-PRG               PIC 9(04).
               10  WS-S-UTILITY-SW        PIC X.
                   88  WS-S-UTILITY       VALUE "Y".
               10  WS-S-DD-FIRST          PIC 9(04).
               10  WS-S-DD-LAST           PIC 9(04).
       01  WS-CUR-STEP                    PIC 9(04) VALUE ZERO.
       01  WS-DDN-MAX                     PIC 9(04) VALUE 8000.
       01  WS-DDN-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-DDN-TABLE.
           05  WS-DDN-NAME                PIC X(08) OCCURS 8000 TIMES.

      *    THE PROGRAMS ONE STEP REACHES AND THE DDS THEY NEED.
       01  WS-RCH-MAX                     PIC 9(03) VALUE 100.
       01  WS-RCH-COUNT                   PIC 9(03).
       01  WS-RCH-TABLE.
           05  WS-RCH-PRG                 PIC 9(04) OCCURS 100 TIMES.
       01  WS-RCH-SUB                     PIC 9(03).
       01  WS-RCH-SCAN                    PIC 9(03).
       01  WS-NED-MAX                     PIC 9(03) VALUE 200.
       01  WS-NED-COUNT                   PIC 9(03).
       01  WS-NED-TABLE.
           05  WS-NED-ENTRY OCCURS 200 TIMES.
               10  WS-E-NAME              PIC X(08).
               10  WS-E-PRG               PIC 9(04).
       01  WS-NED-SUB                     PIC 9(03).
       01  WS-SUB                         PIC 9(04).
       01  WS-STP-SUB                     PIC 9(04).
       01  WS-DDN-SUB                     PIC 9(04).
       01  WS-CAL-SUB                     PIC 9(04).
       01  WS-FIL-SUB                     PIC 9(04).
       01  WS-FOUND-SUB                   PIC 9(04).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".
       01  WS-FIND-NAME                   PIC X(08).

       01  WS-MISSING-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNUSED-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-UNKNOWN-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-UNRUN-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-SECTION-COUNT               PIC 9(04).

       01  WS-REPORT-HEADING              PIC X(60) VALUE
           "JCL-TO-PROGRAM DD CONSISTENCY AUDIT".
       01  WS-MISSING-HEADING             PIC X(60) VALUE
           "MISSING DDS -- THE PROGRAM OPENS A FILE THE STEP LACKS".
       01  WS-UNUSED-HEADING              PIC X(60) VALUE
           "UNUSED DDS -- THE STEP SUPPLIES A FILE NOTHING OPENS".
       01  WS-UNKNOWN-HEADING             PIC X(60) VALUE
           "STEPS NAMING PROGRAMS NOT IN THE SOURCE LIBRARY".
       01  WS-UNRUN-HEADING               PIC X(60) VALUE
           "PROGRAMS NO STEP RUNS AND NO PROGRAM CALLS".
       01  WS-COLUMN-HEADING              PIC X(60) VALUE
           "  JCL       STEP      PROGRAM   DD NAME   OPENED BY".
       01  WS-NONE-LINE                   PIC X(20) VALUE
           "  (NONE)".

       01  WS-FINDING-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-L-MEMBER                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-L-STEP                  PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-L-PROGRAM               PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-L-DD-NAME               PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-L-OPENED-BY             PIC X(08).

       01  WS-UNRUN-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-U-PROGRAM               PIC X(08).
           05  FILLER                     PIC X(11) VALUE
               "  MEMBER   ".
           05  WS-U-MEMBER                PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(08) VALUE "MISSING ".
           05  WS-T-MISSING               PIC ZZZ9.
           05  FILLER                     PIC X(10) VALUE
               "   UNUSED ".
           05  WS-T-UNUSED                PIC ZZZ9.
           05  FILLER                     PIC X(11) VALUE
               "   UNKNOWN ".
           05  WS-T-UNKNOWN               PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE
               "   UNRUN ".
           05  WS-T-UNRUN                 PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-THE-SOURCE
           PERFORM 2500-LOAD-THE-JCL
           PERFORM 2900-MARK-CALLED-PROGRAMS
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
           PERFORM 3000-REPORT-MISSING-DDS
           PERFORM 4000-REPORT-UNUSED-DDS
           PERFORM 5000-REPORT-UNKNOWN-PROGRAMS
           PERFORM 6000-REPORT-UNRUN-PROGRAMS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT JCL-LIBRARY-FILE
           IF WS-JL-FILE-STATUS NOT = "00"
               DISPLAY "DDAUDIT REFUSED -- NO JCL LIBRARY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SOURCE-LIBRARY-FILE
           IF WS-SL-FILE-STATUS NOT = "00"
               DISPLAY "DDAUDIT REFUSED -- NO SOURCE LIBRARY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE WS-REPORT-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

      ******************************************************************
      *    2000-LOAD-THE-SOURCE - A ./ ADD NAME= HEADER OPENS THE NEXT
      *    MEMBER; COMMENT LINES ARE SKIPPED; ANY OTHER LINE IS
      *    SCANNED FOR PROGRAM-ID, ENTRY, ASSIGN AND CALL.  A MEMBER
      *    WITH NO PROGRAM-ID (A COPYBOOK) CONTRIBUTES NOTHING.
      ******************************************************************
       2000-LOAD-THE-SOURCE.
           MOVE ZERO TO WS-CUR-PRG
           PERFORM 2010-READ-SOURCE-LINE
           PERFORM 2020-SCAN-ONE-SOURCE-LINE
               UNTIL WS-SL-FILE-STATUS NOT = "00"
           CLOSE SOURCE-LIBRARY-FILE.

       2010-READ-SOURCE-LINE.
           READ SOURCE-LIBRARY-FILE INTO WS-LINE
               AT END
                   MOVE "10" TO WS-SL-FILE-STATUS
           END-READ.

       2020-SCAN-ONE-SOURCE-LINE.
           EVALUATE TRUE
               WHEN WS-LINE(1:11) = "./ ADD NAME"
                   MOVE WS-LINE(13:8) TO WS-CUR-MEMBER
                   MOVE ZERO TO WS-CUR-PRG
               WHEN WS-LC(7) = "*" OR WS-LC(7) = "/"
                   CONTINUE
               WHEN OTHER
                   PERFORM 2100-CHECK-ONE-POSITION
                       VARYING WS-I FROM 2 BY 1
                       UNTIL WS-I > 89
           END-EVALUATE
           PERFORM 2010-READ-SOURCE-LINE.

       2100-CHECK-ONE-POSITION.
           EVALUATE TRUE
               WHEN WS-LINE(WS-I:11) = "PROGRAM-ID."
                   AND WS-LC(WS-I - 1) = SPACE
                   COMPUTE WS-J = WS-I + 11
                   PERFORM 2200-TAKE-THE-WORD
                   IF WS-TOKEN NOT = SPACES
                       AND WS-TOKEN(1:1) NOT = QUOTE
                       PERFORM 2300-ENROLL-PROGRAM
                   END-IF
               WHEN WS-CUR-PRG = ZERO
                   CONTINUE
               WHEN WS-LINE(WS-I:6) = "ENTRY "
                   AND WS-LC(WS-I - 1) = SPACE
                   AND WS-LC(WS-I + 6) = QUOTE
                   COMPUTE WS-J = WS-I + 7
                   PERFORM 2250-TAKE-THE-LITERAL
                   IF WS-TOKEN NOT = SPACES
                       MOVE WS-CUR-PRG TO WS-FOUND-SUB
                       PERFORM 2350-ENROLL-NAME
                   END-IF
               WHEN WS-LINE(WS-I:10) = "ASSIGN TO "
                   AND WS-LC(WS-I - 1) = SPACE
                   AND WS-LC(WS-I + 10) = QUOTE
                   COMPUTE WS-J = WS-I + 11
                   PERFORM 2250-TAKE-THE-LITERAL
                   IF WS-TOKEN NOT = SPACES
                       PERFORM 2400-ENROLL-FILE
                   END-IF
               WHEN WS-LINE(WS-I:5) = "CALL "
                   AND WS-LC(WS-I - 1) = SPACE
                   AND WS-LC(WS-I + 5) = QUOTE
                   COMPUTE WS-J = WS-I + 6
                   PERFORM 2250-TAKE-THE-LITERAL
                   IF WS-TOKEN NOT = SPACES
                       PERFORM 2450-ENROLL-CALL
                   END-IF
           END-EVALUATE.

      *    THE WORD AFTER PROGRAM-ID., ENDING AT A SPACE OR PERIOD.
       2200-TAKE-THE-WORD.
           MOVE SPACES TO WS-TOKEN
           MOVE ZERO TO WS-TOKEN-LEN
           PERFORM 2210-SKIP-ONE-SPACE
               UNTIL WS-J > 100 OR WS-LC(WS-J) NOT = SPACE
           PERFORM 2220-TAKE-ONE-CHAR
               UNTIL WS-J > 100 OR WS-TOKEN-LEN >= 8
                   OR WS-LC(WS-J) = SPACE OR WS-LC(WS-J) = "."
           INSPECT WS-TOKEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       2210-SKIP-ONE-SPACE.
           ADD 1 TO WS-J.

       2220-TAKE-ONE-CHAR.
           ADD 1 TO WS-TOKEN-LEN
           MOVE WS-LC(WS-J) TO WS-TOKEN(WS-TOKEN-LEN:1)
           ADD 1 TO WS-J.

      *    THE NAME INSIDE A QUOTED LITERAL.
       2250-TAKE-THE-LITERAL.
           MOVE SPACES TO WS-TOKEN
           MOVE ZERO TO WS-TOKEN-LEN
           PERFORM 2220-TAKE-ONE-CHAR
               UNTIL WS-J > 100 OR WS-TOKEN-LEN >= 8
                   OR WS-LC(WS-J) = QUOTE
           INSPECT WS-TOKEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       2300-ENROLL-PROGRAM.
           IF WS-PRG-COUNT NOT < WS-PRG-MAX
               DISPLAY "DDAUDIT REFUSED -- SOURCE LIBRARY PAST "
                   WS-PRG-MAX " PROGRAMS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRG-COUNT
           MOVE WS-PRG-COUNT TO WS-CUR-PRG
           MOVE WS-TOKEN TO WS-P-NAME(WS-CUR-PRG)
           MOVE WS-CUR-MEMBER TO WS-P-MEMBER(WS-CUR-PRG)
           MOVE "N" TO WS-P-RUN-SW(WS-CUR-PRG)
           MOVE WS-CUR-PRG TO WS-FOUND-SUB
           PERFORM 2350-ENROLL-NAME.

      *    THE FIRST PROGRAM TO CLAIM A NAME KEEPS IT.
       2350-ENROLL-NAME.
           MOVE WS-TOKEN TO WS-FIND-NAME
           PERFORM 2800-FIND-PROGRAM-BY-NAME
           IF NOT WS-FOUND
               IF WS-NAM-COUNT NOT < WS-NAM-MAX
                   DISPLAY "DDAUDIT REFUSED -- SOURCE LIBRARY PAST "
                       WS-NAM-MAX " PROGRAM AND ENTRY NAMES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NAM-COUNT
               MOVE WS-TOKEN TO WS-A-NAME(WS-NAM-COUNT)
               MOVE WS-CUR-PRG TO WS-A-PRG(WS-NAM-COUNT)
           END-IF.

       2400-ENROLL-FILE.
           IF WS-FIL-COUNT NOT < WS-FIL-MAX
               DISPLAY "DDAUDIT REFUSED -- SOURCE LIBRARY PAST "
                   WS-FIL-MAX " ASSIGNED FILES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FIL-COUNT
           MOVE WS-CUR-PRG TO WS-F-PRG(WS-FIL-COUNT)
           MOVE WS-TOKEN TO WS-F-NAME(WS-FIL-COUNT).

       2450-ENROLL-CALL.
           IF WS-CAL-COUNT NOT < WS-CAL-MAX
               DISPLAY "DDAUDIT REFUSED -- SOURCE LIBRARY PAST "
                   WS-CAL-MAX " CALLS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CUR-PRG TO WS-C-PRG(WS-CAL-COUNT)
           MOVE WS-TOKEN TO WS-C-NAME(WS-CAL-COUNT).

      ******************************************************************
      *    2500-LOAD-THE-JCL - AN EXEC PGM= STATEMENT OPENS A STEP AND
      *    EACH NAMED DD AFTER IT BELONGS TO THAT STEP.  A JOB CARD,
      *    A PROCEDURE EXEC, A COMMENT, A CONTINUATION OR A
      *    CONCATENATED DD (NO NAME) OPENS NOTHING; A DD OVERRIDE
      *    (STEP.DDNAME) IS NOT AUDITED.
      ******************************************************************
       2500-LOAD-THE-JCL.
           PERFORM 2510-READ-JCL-LINE
           PERFORM 2520-SCAN-ONE-JCL-LINE
               UNTIL WS-JL-FILE-STATUS NOT = "00"
           CLOSE JCL-LIBRARY-FILE.

       2510-READ-JCL-LINE.
           READ JCL-LIBRARY-FILE INTO WS-LINE
               AT END
                   MOVE "10" TO WS-JL-FILE-STATUS
           END-READ.

       2520-SCAN-ONE-JCL-LINE.
           EVALUATE TRUE
               WHEN WS-LINE(1:11) = "./ ADD NAME"
                   MOVE WS-LINE(13:8) TO WS-CUR-MEMBER
                   MOVE ZERO TO WS-CUR-STEP
               WHEN WS-LINE(1:3) = "//*"
                   CONTINUE
               WHEN WS-LINE(1:2) = "//" AND WS-LC(3) NOT = SPACE
                   PERFORM 2600-SPLIT-THE-STATEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2510-READ-JCL-LINE.

       2600-SPLIT-THE-STATEMENT.
           MOVE SPACES TO WS-JCL-NAME
           MOVE SPACES TO WS-JCL-OPERATION
           MOVE SPACES TO WS-JCL-OPERANDS
           UNSTRING WS-LINE(3:98) DELIMITED BY ALL SPACE
               INTO WS-JCL-NAME WS-JCL-OPERATION WS-JCL-OPERANDS
           END-UNSTRING
           EVALUATE WS-JCL-OPERATION
               WHEN "JOB"
                   MOVE ZERO TO WS-CUR-STEP
               WHEN "EXEC"
                   MOVE ZERO TO WS-CUR-STEP
                   IF WS-JCL-OPERANDS(1:4) = "PGM="
                       MOVE SPACES TO WS-JCL-PROGRAM
                       UNSTRING WS-JCL-OPERANDS(5:76)
                           DELIMITED BY "," OR SPACE
                           INTO WS-JCL-PROGRAM
                       END-UNSTRING
                       PERFORM 2700-OPEN-A-STEP
                   END-IF
               WHEN "DD"
                   MOVE ZERO TO WS-DOT-COUNT
                   INSPECT WS-JCL-NAME TALLYING WS-DOT-COUNT
                       FOR ALL "."
                   IF WS-CUR-STEP > ZERO AND WS-DOT-COUNT = ZERO
                       PERFORM 2750-ADD-A-DD
                   END-IF
           END-EVALUATE.

       2700-OPEN-A-STEP.
           IF WS-STP-COUNT NOT < WS-STP-MAX
               DISPLAY "DDAUDIT REFUSED -- JCL LIBRARY PAST "
                   WS-STP-MAX " STEPS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STP-COUNT
           MOVE WS-STP-COUNT TO WS-CUR-STEP
           MOVE WS-CUR-MEMBER TO WS-S-MEMBER(WS-CUR-STEP)
           MOVE WS-JCL-NAME TO WS-S-STEP(WS-CUR-STEP)
           MOVE WS-JCL-PROGRAM TO WS-S-PROGRAM(WS-CUR-STEP)
           COMPUTE WS-S-DD-FIRST(WS-CUR-STEP) = WS-DDN-COUNT + 1
           MOVE WS-DDN-COUNT TO WS-S-DD-LAST(WS-CUR-STEP)
           MOVE WS-JCL-PROGRAM TO WS-CHECK-NAME
           PERFORM 2850-CHECK-UTILITY-LIST
           IF WS-LIST-HIT
               MOVE "Y" TO WS-S-UTILITY-SW(WS-CUR-STEP)
               MOVE ZERO TO WS-S-PRG(WS-CUR-STEP)
           ELSE
               MOVE "N" TO WS-S-UTILITY-SW(WS-CUR-STEP)
               MOVE WS-JCL-PROGRAM TO WS-FIND-NAME
               PERFORM 2800-FIND-PROGRAM-BY-NAME
               MOVE WS-FOUND-SUB TO WS-S-PRG(WS-CUR-STEP)
               IF WS-FOUND
                   MOVE "Y" TO WS-P-RUN-SW(WS-FOUND-SUB)
               END-IF
           END-IF.

       2750-ADD-A-DD.
           IF WS-DDN-COUNT NOT < WS-DDN-MAX
               DISPLAY "DDAUDIT REFUSED -- JCL LIBRARY PAST "
                   WS-DDN-MAX " DDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DDN-COUNT
           MOVE WS-JCL-NAME TO WS-DDN-NAME(WS-DDN-COUNT)
           MOVE WS-DDN-COUNT TO WS-S-DD-LAST(WS-CUR-STEP).

      *    WS-FIND-NAME TO ITS PROGRAM; WS-FOUND-SUB ZERO IF NONE.
       2800-FIND-PROGRAM-BY-NAME.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2810-CHECK-ONE-NAME
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-NAM-COUNT OR WS-FOUND.

       2810-CHECK-ONE-NAME.
           IF WS-A-NAME(WS-SUB) = WS-FIND-NAME
               SET WS-FOUND TO TRUE
               MOVE WS-A-PRG(WS-SUB) TO WS-FOUND-SUB
           END-IF.

       2850-CHECK-UTILITY-LIST.
           MOVE "N" TO WS-LIST-HIT-SW
           PERFORM 2860-CHECK-ONE-UTILITY
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > 9 OR WS-LIST-HIT.

       2860-CHECK-ONE-UTILITY.
           IF WS-UTILITY(WS-LIST-SUB) = WS-CHECK-NAME
               SET WS-LIST-HIT TO TRUE
           END-IF.

       2870-CHECK-SYSTEM-DD-LIST.
           MOVE "N" TO WS-LIST-HIT-SW
           PERFORM 2880-CHECK-ONE-SYSTEM-DD
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > 12 OR WS-LIST-HIT.

       2880-CHECK-ONE-SYSTEM-DD.
           IF WS-SYSTEM-DD(WS-LIST-SUB) = WS-CHECK-NAME
               SET WS-LIST-HIT TO TRUE
           END-IF.

      *    A PROGRAM ANY PROGRAM CALLS IS RUN, IF INDIRECTLY.
       2900-MARK-CALLED-PROGRAMS.
           MOVE WS-C-NAME(WS-CAL-SUB) TO WS-FIND-NAME
           PERFORM 2800-FIND-PROGRAM-BY-NAME
           IF WS-FOUND
               MOVE "Y" TO WS-P-RUN-SW(WS-FOUND-SUB)
           END-IF.

      ******************************************************************
      *    3000-REPORT-MISSING-DDS - EVERY FILE THE STEP'S PROGRAMS
      *    NEED THAT NO DD OF THE STEP SUPPLIES.
      ******************************************************************
       3000-REPORT-MISSING-DDS.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-MISSING-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 3100-CHECK-ONE-STEP-NEEDS
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-COUNT
           IF WS-MISSING-COUNT = ZERO
               MOVE WS-NONE-LINE TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       3100-CHECK-ONE-STEP-NEEDS.
           IF WS-S-PRG(WS-STP-SUB) > ZERO
               PERFORM 7000-GATHER-STEP-NEEDS
               PERFORM 3200-CHECK-ONE-NEED
                   VARYING WS-NED-SUB FROM 1 BY 1
                   UNTIL WS-NED-SUB > WS-NED-COUNT
           END-IF.

       3200-CHECK-ONE-NEED.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3210-CHECK-ONE-STEP-DD
               VARYING WS-DDN-SUB FROM WS-S-DD-FIRST(WS-STP-SUB)
               BY 1
               UNTIL WS-DDN-SUB > WS-S-DD-LAST(WS-STP-SUB)
                   OR WS-FOUND
           IF NOT WS-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-E-NAME(WS-NED-SUB) TO WS-L-DD-NAME
               MOVE WS-P-NAME(WS-E-PRG(WS-NED-SUB))
                   TO WS-L-OPENED-BY
               PERFORM 8000-WRITE-FINDING
           END-IF.

       3210-CHECK-ONE-STEP-DD.
           IF WS-DDN-NAME(WS-DDN-SUB) = WS-E-NAME(WS-NED-SUB)
               SET WS-FOUND TO TRUE
           END-IF.

      ******************************************************************
      *    4000-REPORT-UNUSED-DDS - EVERY DD OF A STEP THAT NONE OF
      *    ITS PROGRAMS OPENS, THE SYSTEM'S OWN DDS EXCEPTED.
      ******************************************************************
       4000-REPORT-UNUSED-DDS.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-UNUSED-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 4100-CHECK-ONE-STEP-DDS
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-COUNT
           IF WS-UNUSED-COUNT = ZERO
               MOVE WS-NONE-LINE TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       4100-CHECK-ONE-STEP-DDS.
           IF WS-S-PRG(WS-STP-SUB) > ZERO
               PERFORM 7000-GATHER-STEP-NEEDS
               PERFORM 4200-CHECK-ONE-DD
                   VARYING WS-DDN-SUB FROM WS-S-DD-FIRST(WS-STP-SUB)
                   BY 1
                   UNTIL WS-DDN-SUB > WS-S-DD-LAST(WS-STP-SUB)
           END-IF.

       4200-CHECK-ONE-DD.
           MOVE WS-DDN-NAME(WS-DDN-SUB) TO WS-CHECK-NAME
           PERFORM 2870-CHECK-SYSTEM-DD-LIST
           IF NOT WS-LIST-HIT
               MOVE "N" TO WS-FOUND-SW
               PERFORM 4210-CHECK-ONE-NEED
                   VARYING WS-NED-SUB FROM 1 BY 1
                   UNTIL WS-NED-SUB > WS-NED-COUNT OR WS-FOUND
               IF NOT WS-FOUND
                   ADD 1 TO WS-UNUSED-COUNT
                   MOVE WS-DDN-NAME(WS-DDN-SUB) TO WS-L-DD-NAME
                   MOVE SPACES TO WS-L-OPENED-BY
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF.

       4210-CHECK-ONE-NEED.
           IF WS-E-NAME(WS-NED-SUB) = WS-DDN-NAME(WS-DDN-SUB)
               SET WS-FOUND TO TRUE
           END-IF.

       5000-REPORT-UNKNOWN-PROGRAMS.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-UNKNOWN-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 5100-CHECK-ONE-STEP-PROGRAM
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-COUNT
           IF WS-UNKNOWN-COUNT = ZERO
               MOVE WS-NONE-LINE TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       5100-CHECK-ONE-STEP-PROGRAM.
           IF WS-S-PRG(WS-STP-SUB) = ZERO
               AND NOT WS-S-UTILITY(WS-STP-SUB)
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO WS-L-DD-NAME
               MOVE SPACES TO WS-L-OPENED-BY
               PERFORM 8000-WRITE-FINDING
           END-IF.

       6000-REPORT-UNRUN-PROGRAMS.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-UNRUN-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 6100-CHECK-ONE-PROGRAM
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PRG-COUNT
           IF WS-UNRUN-COUNT = ZERO
               MOVE WS-NONE-LINE TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       6100-CHECK-ONE-PROGRAM.
           IF NOT WS-P-RUN(WS-SUB)
               ADD 1 TO WS-UNRUN-COUNT
               MOVE WS-P-NAME(WS-SUB) TO WS-U-PROGRAM
               MOVE WS-P-MEMBER(WS-SUB) TO WS-U-MEMBER
               MOVE WS-UNRUN-LINE TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

      ******************************************************************
      *    7000-GATHER-STEP-NEEDS - THE STEP'S PROGRAM AND EVERYTHING
      *    IT CALLS, FOLLOWED UNTIL NO NEW PROGRAM TURNS UP, THEN THE
      *    FILES THEY ASSIGN, EACH DD NAME ONCE (FIRST OPENER KEPT).
      ******************************************************************
       7000-GATHER-STEP-NEEDS.
           MOVE 1 TO WS-RCH-COUNT
           MOVE WS-S-PRG(WS-STP-SUB) TO WS-RCH-PRG(1)
           PERFORM 7100-FOLLOW-ONE-PROGRAM
               VARYING WS-RCH-SCAN FROM 1 BY 1
               UNTIL WS-RCH-SCAN > WS-RCH-COUNT
           MOVE ZERO TO WS-NED-COUNT
           PERFORM 7300-GATHER-ONE-PROGRAM
               VARYING WS-RCH-SCAN FROM 1 BY 1
               UNTIL WS-RCH-SCAN > WS-RCH-COUNT.

       7100-FOLLOW-ONE-PROGRAM.
           PERFORM 7200-FOLLOW-ONE-CALL
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.

       7200-FOLLOW-ONE-CALL.
           IF WS-C-PRG(WS-CAL-SUB) = WS-RCH-PRG(WS-RCH-SCAN)
               MOVE WS-C-NAME(WS-CAL-SUB) TO WS-FIND-NAME
               PERFORM 2800-FIND-PROGRAM-BY-NAME
               IF WS-FOUND
                   MOVE "N" TO WS-LIST-HIT-SW
                   PERFORM 7210-CHECK-ONE-REACHED
                       VARYING WS-RCH-SUB FROM 1 BY 1
                       UNTIL WS-RCH-SUB > WS-RCH-COUNT
                           OR WS-LIST-HIT
                   IF NOT WS-LIST-HIT
                       IF WS-RCH-COUNT NOT < WS-RCH-MAX
                           DISPLAY "DDAUDIT REFUSED -- STEP "
                               WS-S-STEP(WS-STP-SUB) " REACHES MORE "
                               "THAN " WS-RCH-MAX " PROGRAMS"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RCH-COUNT
                       MOVE WS-FOUND-SUB TO WS-RCH-PRG(WS-RCH-COUNT)
                   END-IF
               END-IF
           END-IF.

       7210-CHECK-ONE-REACHED.
           IF WS-RCH-PRG(WS-RCH-SUB) = WS-FOUND-SUB
               SET WS-LIST-HIT TO TRUE
           END-IF.

       7300-GATHER-ONE-PROGRAM.
           PERFORM 7400-GATHER-ONE-FILE
               VARYING WS-FIL-SUB FROM 1 BY 1
               UNTIL WS-FIL-SUB > WS-FIL-COUNT.

       7400-GATHER-ONE-FILE.
           IF WS-F-PRG(WS-FIL-SUB) = WS-RCH-PRG(WS-RCH-SCAN)
               MOVE "N" TO WS-LIST-HIT-SW
               PERFORM 7410-CHECK-ONE-GATHERED
                   VARYING WS-NED-SUB FROM 1 BY 1
                   UNTIL WS-NED-SUB > WS-NED-COUNT OR WS-LIST-HIT
               IF NOT WS-LIST-HIT
                   IF WS-NED-COUNT NOT < WS-NED-MAX
                       DISPLAY "DDAUDIT REFUSED -- STEP "
                           WS-S-STEP(WS-STP-SUB) " NEEDS MORE THAN "
                           WS-NED-MAX " DDS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NED-COUNT
                   MOVE WS-F-NAME(WS-FIL-SUB)
                       TO WS-E-NAME(WS-NED-COUNT)
                   MOVE WS-F-PRG(WS-FIL-SUB)
                       TO WS-E-PRG(WS-NED-COUNT)
               END-IF
           END-IF.

       7410-CHECK-ONE-GATHERED.
           IF WS-E-NAME(WS-NED-SUB) = WS-F-NAME(WS-FIL-SUB)
               SET WS-LIST-HIT TO TRUE
           END-IF.

       8000-WRITE-FINDING.
           MOVE WS-S-MEMBER(WS-STP-SUB) TO WS-L-MEMBER
           MOVE WS-S-STEP(WS-STP-SUB) TO WS-L-STEP
           MOVE WS-S-PROGRAM(WS-STP-SUB) TO WS-L-PROGRAM
           MOVE WS-FINDING-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       9999-TERMINATE.
           MOVE WS-MISSING-COUNT TO WS-T-MISSING
           MOVE WS-UNUSED-COUNT TO WS-T-UNUSED
           MOVE WS-UNKNOWN-COUNT TO WS-T-UNKNOWN
           MOVE WS-UNRUN-COUNT TO WS-T-UNRUN
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-TOTAL-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           CLOSE AUDIT-REPORT-FILE
           DISPLAY "DDAUDIT: " WS-STP-COUNT " STEPS, "
               WS-PRG-COUNT " PROGRAMS, " WS-MISSING-COUNT
               " MISSING DDS, " WS-UNUSED-COUNT " UNUSED DDS"
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > ZERO
                   OR WS-UNKNOWN-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNUSED-COUNT > ZERO
                   OR WS-UNRUN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
