       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCCOMP.
       AUTHOR. SOURCE-LIBRARY-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    SRCCOMP ANSWERS "WHAT CHANGED?" BETWEEN TWO GENERATIONS OF
      *    THE FLATTENED SOURCE-LIBRARY EXTRACT MBRKTBAT AND COPYXREF
      *    READ (MEMBERS DELIMITED BY ./ ADD NAME= HEADER LINES).
      *    MEMBERS ARE MATCHED BY NAME: ONE ONLY IN THE NEW
      *    GENERATION IS ADDED, ONE ONLY IN THE OLD IS DELETED, AND
      *    ONE IN BOTH WHOSE LINES DIFFER IS CHANGED, WITH A LINE-
      *    LEVEL DIFFERENCE LISTING OF THE LINES INSERTED, DELETED
      *    AND REPLACED.  AFTER A MISMATCH THE COMPARE RESYNCHRONIZES
      *    ON THE NEAREST PAIR OF LINES THAT AGREE (TWO IN A ROW, SO
      *    A BLANK LINE DOES NOT FALSELY REALIGN IT) WITHIN 50 LINES
      *    OF EACH SIDE; THE LINES SKIPPED ARE PAIRED OFF AS
      *    REPLACED AND THE REMAINDER ARE INSERTED OR DELETED.
      *    EVERY ADDED, DELETED OR CHANGED MEMBER GOES TO THE
      *    CHANGE AUDIT THROUGH OPRAUTH, KEYED ON THE MEMBER NAME
      *    AND ITS COUNTS (I INSERTED, D DELETED, R REPLACED, EACH
      *    SHOWN TO 999), SO EVERY LIBRARY CHANGE HAS A RECORD.
      *    EXITS 4 WHEN THE GENERATIONS DIFFER AT ALL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LIBRARY-FILE ASSIGN TO "SRCOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OL-FILE-STATUS.

           SELECT NEW-LIBRARY-FILE ASSIGN TO "SRCNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NL-FILE-STATUS.

           SELECT DIFFERENCE-REPORT-FILE ASSIGN TO "SRCDIFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LIBRARY-FILE.
       01  OLD-LIBRARY-RECORD             PIC X(100).

       FD  NEW-LIBRARY-FILE.
       01  NEW-LIBRARY-RECORD             PIC X(100).

       FD  DIFFERENCE-REPORT-FILE.
       01  DIFFERENCE-REPORT-LINE         PIC X(116).

       WORKING-STORAGE SECTION.
       01  WS-OP-PROGRAM                  PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID              PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW               PIC X EXTERNAL.
           88  WS-OP-AUTH-OK              VALUE "Y".
       01  WS-OP-KEY                      PIC X(20) EXTERNAL.
       01  WS-OP-ACTION                   PIC X(10) EXTERNAL.

       01  WS-OL-FILE-STATUS              PIC XX.
       01  WS-NL-FILE-STATUS              PIC XX.
       01  WS-DR-FILE-STATUS              PIC XX.
       01  WS-LINE                        PIC X(100).
       01  WS-CUR-MEMBER                  PIC X(08).

      *    EACH GENERATION IS HELD WHOLE: ITS LINES, AND ITS MEMBERS
      *    AS RUNS OF THOSE LINES (HEADER LINES EXCLUDED).  LINES
      *    AHEAD OF THE FIRST HEADER FORM MEMBER "(NONE)", AS IN
      *    COPYXREF.  A GENERATION THAT WILL NOT FIT REFUSES THE
      *    RUN -- HALF A COMPARE WOULD REPORT CHANGES THAT ARE NOT.
       01  WS-LIN-MAX                     PIC 9(05) VALUE 20000.
       01  WS-OLD-LINE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-OLD-LINE-TABLE.
           05  WS-OLD-LINE                PIC X(100)
               OCCURS 20000 TIMES.
       01  WS-NEW-LINE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-NEW-LINE-TABLE.
           05  WS-NEW-LINE                PIC X(100)
               OCCURS 20000 TIMES.

       01  WS-MEM-MAX                     PIC 9(03) VALUE 500.
       01  WS-OLD-MEM-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-OLD-MEM-TABLE.
           05  WS-OLD-MEM-ENTRY OCCURS 500 TIMES.
               10  WS-O-NAME              PIC X(08).
               10  WS-O-FIRST             PIC 9(05).
               10  WS-O-LAST              PIC 9(05).
       01  WS-NEW-MEM-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-NEW-MEM-TABLE.
           05  WS-NEW-MEM-ENTRY OCCURS 500 TIMES.
               10  WS-N-NAME              PIC X(08).
               10  WS-N-FIRST             PIC 9(05).
               10  WS-N-LAST              PIC 9(05).
               10  WS-N-MATCHED-SW        PIC X.
                   88  WS-N-MATCHED       VALUE "Y".
       01  WS-MEM-SUB                     PIC 9(03).
       01  WS-NEW-SUB                     PIC 9(03).
       01  WS-NEW-FOUND-SUB               PIC 9(03).

      *    THE COMPARE OF ONE MEMBER.  WS-OI/WS-NI WALK THE OLD AND
      *    NEW LINES; WS-SKIP-OLD/WS-SKIP-NEW ARE THE LINES EACH
      *    SIDE SKIPS TO REACH THE RESYNC POINT.
       01  WS-OI                          PIC 9(05).
       01  WS-NI                          PIC 9(05).
       01  WS-OLD-END                     PIC 9(05).
       01  WS-NEW-END                     PIC 9(05).
       01  WS-SKIP-OLD                    PIC 9(05).
       01  WS-SKIP-NEW                    PIC 9(05).
       01  WS-WINDOW                      PIC 9(03) VALUE 50.
       01  WS-DISTANCE                    PIC 9(03).
       01  WS-TRY-OLD                     PIC 9(03).
       01  WS-TRY-NEW                     PIC 9(03).
       01  WS-AT-OLD                      PIC 9(05).
       01  WS-AT-NEW                      PIC 9(05).
       01  WS-RESYNC-SW                   PIC X.
           88  WS-RESYNC-FOUND            VALUE "Y".
       01  WS-INSERTED                    PIC 9(05).
       01  WS-DELETED                     PIC 9(05).
       01  WS-REPLACED                    PIC 9(05).
       01  WS-DIFFERS-SW                  PIC X.
           88  WS-DIFFERS                 VALUE "Y".
       01  WS-LISTING-SW                  PIC X.
           88  WS-LISTING                 VALUE "Y".
       01  WS-OLD-SIZE                    PIC 9(05).
       01  WS-NEW-SIZE                    PIC 9(05).
       01  WS-AUDIT-COUNT                 PIC 9(03).

       01  WS-UNCHANGED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CHANGED-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ADDED-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-DELETED-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-REPORT-HEADING              PIC X(60) VALUE
           "SOURCE LIBRARY COMPARISON -- OLD GENERATION TO NEW".

       01  WS-MEMBER-LINE.
           05  FILLER                     PIC X(07) VALUE "MEMBER ".
           05  WS-M-NAME                  PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-M-STATUS                PIC X(09).
           05  FILLER                     PIC X(05) VALUE "  OLD".
           05  WS-M-OLD-SIZE              PIC ZZZZ9.
           05  FILLER                     PIC X(05) VALUE "  NEW".
           05  WS-M-NEW-SIZE              PIC ZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               "  INSERTED ".
           05  WS-M-INSERTED              PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE
               "  DELETED ".
           05  WS-M-DELETED               PIC ZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               "  REPLACED ".
           05  WS-M-REPLACED              PIC ZZZZ9.

      *    ONE LISTED LINE: THE KIND, ITS OLD AND NEW LINE NUMBERS
      *    WITHIN THE MEMBER (BLANK ON THE SIDE IT IS NOT IN), AND
      *    THE LINE ITSELF.
       01  WS-DIFF-LINE.
           05  WS-D-KIND                  PIC X(04).
           05  WS-D-OLD-NUMBER            PIC ZZZZZ.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-NEW-NUMBER            PIC ZZZZZ.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-TEXT                  PIC X(100).
       01  WS-LINE-NUMBER                 PIC 9(05).

       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(10) VALUE
               "UNCHANGED ".
           05  WS-T-UNCHANGED             PIC ZZ9.
           05  FILLER                     PIC X(11) VALUE
               "   CHANGED ".
           05  WS-T-CHANGED               PIC ZZ9.
           05  FILLER                     PIC X(09) VALUE
               "   ADDED ".
           05  WS-T-ADDED                 PIC ZZ9.
           05  FILLER                     PIC X(11) VALUE
               "   DELETED ".
           05  WS-T-DELETED               PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "SRCCOMP" TO WS-OP-PROGRAM
           CALL "OPRAUTH"
           IF NOT WS-OP-AUTH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OLD-GENERATION
           PERFORM 2500-LOAD-NEW-GENERATION
           PERFORM 3000-COMPARE-ONE-OLD-MEMBER
               VARYING WS-MEM-SUB FROM 1 BY 1
               UNTIL WS-MEM-SUB > WS-OLD-MEM-COUNT
           PERFORM 6000-REPORT-ONE-ADDED-MEMBER
               VARYING WS-MEM-SUB FROM 1 BY 1
               UNTIL WS-MEM-SUB > WS-NEW-MEM-COUNT
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-LIBRARY-FILE
           IF WS-OL-FILE-STATUS NOT = "00"
               DISPLAY "SRCCOMP REFUSED -- NO OLD GENERATION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NEW-LIBRARY-FILE
           IF WS-NL-FILE-STATUS NOT = "00"
               DISPLAY "SRCCOMP REFUSED -- NO NEW GENERATION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DIFFERENCE-REPORT-FILE
           MOVE WS-REPORT-HEADING TO DIFFERENCE-REPORT-LINE
           WRITE DIFFERENCE-REPORT-LINE.

      ******************************************************************
      *    2000-LOAD-OLD-GENERATION - A ./ ADD NAME= HEADER OPENS THE
      *    NEXT MEMBER; EVERY OTHER LINE BELONGS TO THE MEMBER OPEN.
      ******************************************************************
       2000-LOAD-OLD-GENERATION.
           PERFORM 2010-READ-OLD-LINE
           PERFORM 2020-FILE-ONE-OLD-LINE
               UNTIL WS-OL-FILE-STATUS NOT = "00"
           CLOSE OLD-LIBRARY-FILE.

       2010-READ-OLD-LINE.
           READ OLD-LIBRARY-FILE INTO WS-LINE
               AT END
                   MOVE "10" TO WS-OL-FILE-STATUS
           END-READ.

       2020-FILE-ONE-OLD-LINE.
           IF WS-LINE(1:11) = "./ ADD NAME"
               MOVE WS-LINE(13:8) TO WS-CUR-MEMBER
               PERFORM 2030-OPEN-OLD-MEMBER
           ELSE
               IF WS-OLD-MEM-COUNT = ZERO
                   MOVE "(NONE)" TO WS-CUR-MEMBER
                   PERFORM 2030-OPEN-OLD-MEMBER
               END-IF
               IF WS-OLD-LINE-COUNT NOT < WS-LIN-MAX
                   DISPLAY "SRCCOMP REFUSED -- OLD GENERATION PAST "
                       WS-LIN-MAX " LINES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OLD-LINE-COUNT
               MOVE WS-LINE TO WS-OLD-LINE(WS-OLD-LINE-COUNT)
               MOVE WS-OLD-LINE-COUNT
                   TO WS-O-LAST(WS-OLD-MEM-COUNT)
           END-IF
           PERFORM 2010-READ-OLD-LINE.

       2030-OPEN-OLD-MEMBER.
           IF WS-OLD-MEM-COUNT NOT < WS-MEM-MAX
               DISPLAY "SRCCOMP REFUSED -- OLD GENERATION PAST "
                   WS-MEM-MAX " MEMBERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OLD-MEM-COUNT
           MOVE WS-CUR-MEMBER TO WS-O-NAME(WS-OLD-MEM-COUNT)
           COMPUTE WS-O-FIRST(WS-OLD-MEM-COUNT) =
               WS-OLD-LINE-COUNT + 1
           MOVE WS-OLD-LINE-COUNT TO WS-O-LAST(WS-OLD-MEM-COUNT).

       2500-LOAD-NEW-GENERATION.
           PERFORM 2510-READ-NEW-LINE
           PERFORM 2520-FILE-ONE-NEW-LINE
               UNTIL WS-NL-FILE-STATUS NOT = "00"
           CLOSE NEW-LIBRARY-FILE.

       2510-READ-NEW-LINE.
           READ NEW-LIBRARY-FILE INTO WS-LINE
               AT END
                   MOVE "10" TO WS-NL-FILE-STATUS
           END-READ.

       2520-FILE-ONE-NEW-LINE.
           IF WS-LINE(1:11) = "./ ADD NAME"
               MOVE WS-LINE(13:8) TO WS-CUR-MEMBER
               PERFORM 2530-OPEN-NEW-MEMBER
           ELSE
               IF WS-NEW-MEM-COUNT = ZERO
                   MOVE "(NONE)" TO WS-CUR-MEMBER
                   PERFORM 2530-OPEN-NEW-MEMBER
               END-IF
               IF WS-NEW-LINE-COUNT NOT < WS-LIN-MAX
                   DISPLAY "SRCCOMP REFUSED -- NEW GENERATION PAST "
                       WS-LIN-MAX " LINES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NEW-LINE-COUNT
               MOVE WS-LINE TO WS-NEW-LINE(WS-NEW-LINE-COUNT)
               MOVE WS-NEW-LINE-COUNT
                   TO WS-N-LAST(WS-NEW-MEM-COUNT)
           END-IF
           PERFORM 2510-READ-NEW-LINE.

       2530-OPEN-NEW-MEMBER.
           IF WS-NEW-MEM-COUNT NOT < WS-MEM-MAX
               DISPLAY "SRCCOMP REFUSED -- NEW GENERATION PAST "
                   WS-MEM-MAX " MEMBERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-MEM-COUNT
           MOVE WS-CUR-MEMBER TO WS-N-NAME(WS-NEW-MEM-COUNT)
           COMPUTE WS-N-FIRST(WS-NEW-MEM-COUNT) =
               WS-NEW-LINE-COUNT + 1
           MOVE WS-NEW-LINE-COUNT TO WS-N-LAST(WS-NEW-MEM-COUNT)
           MOVE "N" TO WS-N-MATCHED-SW(WS-NEW-MEM-COUNT).

      ******************************************************************
      *    3000-COMPARE-ONE-OLD-MEMBER - A MEMBER GONE FROM THE NEW
      *    GENERATION IS DELETED.  ONE STILL THERE IS COMPARED TWICE:
      *    ONCE QUIETLY TO COUNT, THEN -- ONLY IF IT DIFFERS -- AGAIN
      *    UNDER ITS HEADER LINE TO LIST THE DIFFERENCES.
      ******************************************************************
       3000-COMPARE-ONE-OLD-MEMBER.
           MOVE ZERO TO WS-NEW-FOUND-SUB
           PERFORM 3010-FIND-NEW-MEMBER
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-MEM-COUNT
                   OR WS-NEW-FOUND-SUB > ZERO
           MOVE WS-O-NAME(WS-MEM-SUB) TO WS-M-NAME
           COMPUTE WS-OLD-SIZE = WS-O-LAST(WS-MEM-SUB)
               - WS-O-FIRST(WS-MEM-SUB) + 1
           IF WS-NEW-FOUND-SUB = ZERO
               ADD 1 TO WS-DELETED-COUNT
               MOVE ZERO TO WS-NEW-SIZE
               MOVE ZERO TO WS-INSERTED
               MOVE WS-OLD-SIZE TO WS-DELETED
               MOVE ZERO TO WS-REPLACED
               MOVE "DELETED" TO WS-M-STATUS
               PERFORM 5000-WRITE-MEMBER-LINE
               MOVE "DELETED" TO WS-OP-ACTION
               PERFORM 5500-AUDIT-THE-MEMBER
           ELSE
               MOVE "Y" TO WS-N-MATCHED-SW(WS-NEW-FOUND-SUB)
               COMPUTE WS-NEW-SIZE = WS-N-LAST(WS-NEW-FOUND-SUB)
                   - WS-N-FIRST(WS-NEW-FOUND-SUB) + 1
               MOVE "N" TO WS-LISTING-SW
               PERFORM 4000-COMPARE-THE-LINES
               IF WS-DIFFERS
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-M-STATUS
                   PERFORM 5000-WRITE-MEMBER-LINE
                   SET WS-LISTING TO TRUE
                   PERFORM 4000-COMPARE-THE-LINES
                   MOVE "CHANGED" TO WS-OP-ACTION
                   PERFORM 5500-AUDIT-THE-MEMBER
               ELSE
                   ADD 1 TO WS-UNCHANGED-COUNT
               END-IF
           END-IF.

      *    A NAME REPEATED IN A GENERATION PAIRS OFF IN ORDER.
       3010-FIND-NEW-MEMBER.
           IF WS-N-NAME(WS-NEW-SUB) = WS-O-NAME(WS-MEM-SUB)
               AND NOT WS-N-MATCHED(WS-NEW-SUB)
               MOVE WS-NEW-SUB TO WS-NEW-FOUND-SUB
           END-IF.

      ******************************************************************
      *    4000-COMPARE-THE-LINES - WALK BOTH MEMBERS TOGETHER.  LINES
      *    THAT AGREE ARE PASSED OVER; AT A DISAGREEMENT THE NEAREST
      *    RESYNC POINT DECIDES WHAT WAS INSERTED, DELETED AND
      *    REPLACED.  WITH NONE IN REACH THE ONE PAIR IS REPLACED.
      ******************************************************************
       4000-COMPARE-THE-LINES.
           MOVE "N" TO WS-DIFFERS-SW
           MOVE ZERO TO WS-INSERTED
           MOVE ZERO TO WS-DELETED
           MOVE ZERO TO WS-REPLACED
           MOVE WS-O-FIRST(WS-MEM-SUB) TO WS-OI
           MOVE WS-O-LAST(WS-MEM-SUB) TO WS-OLD-END
           MOVE WS-N-FIRST(WS-NEW-FOUND-SUB) TO WS-NI
           MOVE WS-N-LAST(WS-NEW-FOUND-SUB) TO WS-NEW-END
           PERFORM 4100-STEP-THE-COMPARE
               UNTIL WS-OI > WS-OLD-END AND WS-NI > WS-NEW-END.

       4100-STEP-THE-COMPARE.
           EVALUATE TRUE
               WHEN WS-OI > WS-OLD-END
                   MOVE ZERO TO WS-SKIP-OLD
                   COMPUTE WS-SKIP-NEW = WS-NEW-END - WS-NI + 1
               WHEN WS-NI > WS-NEW-END
                   COMPUTE WS-SKIP-OLD = WS-OLD-END - WS-OI + 1
                   MOVE ZERO TO WS-SKIP-NEW
               WHEN WS-OLD-LINE(WS-OI) = WS-NEW-LINE(WS-NI)
                   MOVE ZERO TO WS-SKIP-OLD
                   MOVE ZERO TO WS-SKIP-NEW
                   ADD 1 TO WS-OI
                   ADD 1 TO WS-NI
               WHEN OTHER
                   PERFORM 4200-FIND-THE-RESYNC
                   IF NOT WS-RESYNC-FOUND
                       MOVE 1 TO WS-SKIP-OLD
                       MOVE 1 TO WS-SKIP-NEW
                   END-IF
           END-EVALUATE
           IF WS-SKIP-OLD > ZERO OR WS-SKIP-NEW > ZERO
               SET WS-DIFFERS TO TRUE
               PERFORM 4400-TAKE-ONE-SKIPPED-LINE
                   UNTIL WS-SKIP-OLD = ZERO AND WS-SKIP-NEW = ZERO
           END-IF.

      ******************************************************************
      *    4200-FIND-THE-RESYNC - TRY EVERY SKIP OF OLD AND NEW LINES
      *    IN ORDER OF THEIR TOTAL, FEWEST SKIPPED FIRST.
      ******************************************************************
       4200-FIND-THE-RESYNC.
           MOVE "N" TO WS-RESYNC-SW
           PERFORM 4210-TRY-ONE-DISTANCE
               VARYING WS-DISTANCE FROM 1 BY 1
               UNTIL WS-DISTANCE > WS-WINDOW * 2
                   OR WS-RESYNC-FOUND.

       4210-TRY-ONE-DISTANCE.
           PERFORM 4220-TRY-ONE-SPLIT
               VARYING WS-TRY-OLD FROM 0 BY 1
               UNTIL WS-TRY-OLD > WS-DISTANCE
                   OR WS-RESYNC-FOUND.

      *    A RESYNC IS TWO AGREEING LINES IN A ROW, OR ONE AGREEING
      *    LINE AT THE END OF EITHER MEMBER.
       4220-TRY-ONE-SPLIT.
           COMPUTE WS-TRY-NEW = WS-DISTANCE - WS-TRY-OLD
           COMPUTE WS-AT-OLD = WS-OI + WS-TRY-OLD
           COMPUTE WS-AT-NEW = WS-NI + WS-TRY-NEW
           IF WS-TRY-OLD <= WS-WINDOW AND WS-TRY-NEW <= WS-WINDOW
               AND WS-AT-OLD <= WS-OLD-END
               AND WS-AT-NEW <= WS-NEW-END
               IF WS-OLD-LINE(WS-AT-OLD) = WS-NEW-LINE(WS-AT-NEW)
                   IF WS-AT-OLD = WS-OLD-END
                       OR WS-AT-NEW = WS-NEW-END
                       SET WS-RESYNC-FOUND TO TRUE
                   ELSE
                       IF WS-OLD-LINE(WS-AT-OLD + 1)
                           = WS-NEW-LINE(WS-AT-NEW + 1)
                           SET WS-RESYNC-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-RESYNC-FOUND
               MOVE WS-TRY-OLD TO WS-SKIP-OLD
               MOVE WS-TRY-NEW TO WS-SKIP-NEW
           END-IF.

      ******************************************************************
      *    4400-TAKE-ONE-SKIPPED-LINE - SKIPPED LINES ON BOTH SIDES
      *    PAIR OFF AS REPLACED; THE REST ARE DELETED (OLD SIDE) OR
      *    INSERTED (NEW SIDE).
      ******************************************************************
       4400-TAKE-ONE-SKIPPED-LINE.
           EVALUATE TRUE
               WHEN WS-SKIP-OLD > ZERO AND WS-SKIP-NEW > ZERO
                   ADD 1 TO WS-REPLACED
                   IF WS-LISTING
                       MOVE "RPL-" TO WS-D-KIND
                       PERFORM 4500-LIST-OLD-LINE
                       MOVE "RPL+" TO WS-D-KIND
                       PERFORM 4600-LIST-NEW-LINE
                   END-IF
                   ADD 1 TO WS-OI
                   ADD 1 TO WS-NI
                   SUBTRACT 1 FROM WS-SKIP-OLD
                   SUBTRACT 1 FROM WS-SKIP-NEW
               WHEN WS-SKIP-OLD > ZERO
                   ADD 1 TO WS-DELETED
                   IF WS-LISTING
                       MOVE "DEL " TO WS-D-KIND
                       PERFORM 4500-LIST-OLD-LINE
                   END-IF
                   ADD 1 TO WS-OI
                   SUBTRACT 1 FROM WS-SKIP-OLD
               WHEN OTHER
                   ADD 1 TO WS-INSERTED
                   IF WS-LISTING
                       MOVE "INS " TO WS-D-KIND
                       PERFORM 4600-LIST-NEW-LINE
                   END-IF
                   ADD 1 TO WS-NI
                   SUBTRACT 1 FROM WS-SKIP-NEW
           END-EVALUATE.

       4500-LIST-OLD-LINE.
           COMPUTE WS-LINE-NUMBER =
               WS-OI - WS-O-FIRST(WS-MEM-SUB) + 1
           MOVE WS-LINE-NUMBER TO WS-D-OLD-NUMBER
           MOVE ZERO TO WS-D-NEW-NUMBER
           MOVE WS-OLD-LINE(WS-OI) TO WS-D-TEXT
           MOVE WS-DIFF-LINE TO DIFFERENCE-REPORT-LINE
           WRITE DIFFERENCE-REPORT-LINE.

       4600-LIST-NEW-LINE.
           COMPUTE WS-LINE-NUMBER =
               WS-NI - WS-N-FIRST(WS-NEW-FOUND-SUB) + 1
           MOVE ZERO TO WS-D-OLD-NUMBER
           MOVE WS-LINE-NUMBER TO WS-D-NEW-NUMBER
           MOVE WS-NEW-LINE(WS-NI) TO WS-D-TEXT
           MOVE WS-DIFF-LINE TO DIFFERENCE-REPORT-LINE
           WRITE DIFFERENCE-REPORT-LINE.

       5000-WRITE-MEMBER-LINE.
           MOVE SPACES TO DIFFERENCE-REPORT-LINE
           WRITE DIFFERENCE-REPORT-LINE
           MOVE WS-OLD-SIZE TO WS-M-OLD-SIZE
           MOVE WS-NEW-SIZE TO WS-M-NEW-SIZE
           MOVE WS-INSERTED TO WS-M-INSERTED
           MOVE WS-DELETED TO WS-M-DELETED
           MOVE WS-REPLACED TO WS-M-REPLACED
           MOVE WS-MEMBER-LINE TO DIFFERENCE-REPORT-LINE
           WRITE DIFFERENCE-REPORT-LINE.

      ******************************************************************
      *    5500-AUDIT-THE-MEMBER - ONE CHANGE-AUDIT RECORD PER MEMBER
      *    CHANGE, THROUGH THE SHARED OPRAUTH SERVICE.  THE KEY IS
      *    THE MEMBER NAME THEN I, D AND R WITH THREE-DIGIT COUNTS.
      ******************************************************************
       5500-AUDIT-THE-MEMBER.
           MOVE SPACES TO WS-OP-KEY
           MOVE WS-M-NAME TO WS-OP-KEY(1:8)
           MOVE "I" TO WS-OP-KEY(9:1)
           MOVE WS-INSERTED TO WS-AUDIT-COUNT
           IF WS-INSERTED > 999
               MOVE 999 TO WS-AUDIT-COUNT
           END-IF
           MOVE WS-AUDIT-COUNT TO WS-OP-KEY(10:3)
           MOVE "D" TO WS-OP-KEY(13:1)
           MOVE WS-DELETED TO WS-AUDIT-COUNT
           IF WS-DELETED > 999
               MOVE 999 TO WS-AUDIT-COUNT
           END-IF
           MOVE WS-AUDIT-COUNT TO WS-OP-KEY(14:3)
           MOVE "R" TO WS-OP-KEY(17:1)
           MOVE WS-REPLACED TO WS-AUDIT-COUNT
           IF WS-REPLACED > 999
               MOVE 999 TO WS-AUDIT-COUNT
           END-IF
           MOVE WS-AUDIT-COUNT TO WS-OP-KEY(18:3)
           CALL "OPR-AUDIT".

      ******************************************************************
      *    6000-REPORT-ONE-ADDED-MEMBER - A NEW-GENERATION MEMBER NO
      *    OLD MEMBER MATCHED.
      ******************************************************************
       6000-REPORT-ONE-ADDED-MEMBER.
           IF NOT WS-N-MATCHED(WS-MEM-SUB)
               ADD 1 TO WS-ADDED-COUNT
               MOVE WS-N-NAME(WS-MEM-SUB) TO WS-M-NAME
               MOVE ZERO TO WS-OLD-SIZE
               COMPUTE WS-NEW-SIZE = WS-N-LAST(WS-MEM-SUB)
                   - WS-N-FIRST(WS-MEM-SUB) + 1
               MOVE WS-NEW-SIZE TO WS-INSERTED
               MOVE ZERO TO WS-DELETED
               MOVE ZERO TO WS-REPLACED
               MOVE "ADDED" TO WS-M-STATUS
               PERFORM 5000-WRITE-MEMBER-LINE
               MOVE "ADDED" TO WS-OP-ACTION
               PERFORM 5500-AUDIT-THE-MEMBER
           END-IF.

       9999-TERMINATE.
           MOVE WS-UNCHANGED-COUNT TO WS-T-UNCHANGED
           MOVE WS-CHANGED-COUNT TO WS-T-CHANGED
           MOVE WS-ADDED-COUNT TO WS-T-ADDED
           MOVE WS-DELETED-COUNT TO WS-T-DELETED
           MOVE SPACES TO DIFFERENCE-REPORT-LINE
           WRITE DIFFERENCE-REPORT-LINE
           MOVE WS-TOTAL-LINE TO DIFFERENCE-REPORT-LINE
           WRITE DIFFERENCE-REPORT-LINE
           CLOSE DIFFERENCE-REPORT-FILE
           DISPLAY "SRCCOMP: " WS-CHANGED-COUNT " CHANGED, "
               WS-ADDED-COUNT " ADDED, " WS-DELETED-COUNT
               " DELETED, " WS-UNCHANGED-COUNT " UNCHANGED"
           IF WS-CHANGED-COUNT > ZERO OR WS-ADDED-COUNT > ZERO
               OR WS-DELETED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
