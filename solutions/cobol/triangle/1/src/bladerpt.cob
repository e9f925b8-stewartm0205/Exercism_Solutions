       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLADERPT.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    BLADERPT IS THE DAILY BLADE-LIFE REPORT, RUN AFTER THE CUT
      *    RUN HAS ADDED THE DAY'S WEAR TO THE BLADE MASTER.  EVERY
      *    BLADE NOT YET SCRAPPED WHOSE CUT LENGTH HAS REACHED THE
      *    WARNING PERCENT OF ITS RATED LIFE (BLADECTL CARD COLS 1-3,
      *    DEFAULT 80) IS LISTED WITH ITS SAW, ITS WEAR, THE LENGTH
      *    IT HAS LEFT, AND WHAT IT HAS BEEN CUTTING BY MATERIAL, SO
      *    THE BLADE IS CHANGED BECAUSE IT IS WORN AND NOT BECAUSE
      *    THE CALENDAR SAYS SO.  A BLADE PAST ITS RATED LIFE IS
      *    FLAGGED AND RAISES RETURN CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLADE-CONTROL-FILE ASSIGN TO "BLADECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-FILE-STATUS.

           SELECT BLADE-MASTER-FILE ASSIGN TO "BLADEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT BLADE-REPORT-FILE ASSIGN TO "BLADERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLADE-CONTROL-FILE.
       01  BLADE-CONTROL-RECORD.
           05  BK-WARN-PCT                PIC X(03).

       FD  BLADE-MASTER-FILE.
       COPY BLADEMST.

       FD  BLADE-REPORT-FILE.
       01  BLADE-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BK-FILE-STATUS              PIC XX.
       01  WS-BL-FILE-STATUS              PIC XX.
       01  WS-BR-FILE-STATUS              PIC XX.

       01  WS-TODAY                       PIC 9(08).
       01  WS-WARN-PCT                    PIC 9(03) VALUE 80.
       01  WS-WEAR-PCT                    PIC 9(03)V9.
       01  WS-LENGTH-LEFT                 PIC S9(09).
       01  WS-WEAR-SUB                    PIC 9(02).

       01  WS-BLADE-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-NEAR-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-PAST-COUNT                  PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                     PIC X(30) VALUE
               "BLADES NEARING END OF LIFE    ".
           05  WS-H-TODAY                 PIC 9(08).
           05  FILLER                     PIC X(16) VALUE
               "    WARN AT PCT ".
           05  WS-H-WARN-PCT              PIC ZZ9.

       01  WS-COLUMN-LINE.
           05  FILLER                     PIC X(33) VALUE
               "BLADE   SAW   MOUNTED       RATED".
           05  FILLER                     PIC X(35) VALUE
               "    CUT LENGTH  WEAR PCT       LEFT".

       01  WS-BLADE-LINE.
           05  WS-D-BLADE-ID              PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-SAW-ID                PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-MOUNT-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-RATED-LIFE            PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(05) VALUE SPACE.
           05  WS-D-CUT-LENGTH            PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACE.
           05  WS-D-WEAR-PCT              PIC ZZZZ9.9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-LENGTH-LEFT           PIC -(8)9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-FLAG                  PIC X(16).

       01  WS-MATERIAL-LINE.
           05  FILLER                     PIC X(18) VALUE
               "        MATERIAL  ".
           05  WS-M-MATERIAL              PIC X(04).
           05  FILLER                     PIC X(12) VALUE
               "  CUT LENGTH".
           05  WS-M-LENGTH                PIC ZZZZZZZZ9.

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(15) VALUE
               "BLADES IN USE  ".
           05  WS-TL-BLADES               PIC ZZZZ9.
           05  FILLER                     PIC X(17) VALUE
               "  NEARING END    ".
           05  WS-TL-NEAR                 PIC ZZZZ9.
           05  FILLER                     PIC X(17) VALUE
               "  PAST RATED LIFE".
           05  WS-TL-PAST                 PIC ZZZZ9.

       01  WS-CLEAN-LINE                  PIC X(40) VALUE
           "NO BLADE IS NEAR THE END OF ITS LIFE".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JUDGE-ONE-BLADE
               UNTIL WS-BL-FILE-STATUS NOT = "00"
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT BLADE-CONTROL-FILE
           IF WS-BK-FILE-STATUS = "00"
               READ BLADE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BK-WARN-PCT NUMERIC
                           AND BK-WARN-PCT NOT = ZERO
                           MOVE BK-WARN-PCT TO WS-WARN-PCT
                       END-IF
               END-READ
               CLOSE BLADE-CONTROL-FILE
           END-IF
           OPEN INPUT BLADE-MASTER-FILE
           IF WS-BL-FILE-STATUS NOT = "00"
               DISPLAY "BLADERPT REFUSED -- NO BLADE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BLADE-REPORT-FILE
           MOVE WS-TODAY TO WS-H-TODAY
           MOVE WS-WARN-PCT TO WS-H-WARN-PCT
           MOVE WS-HEADING-LINE TO BLADE-REPORT-LINE
           WRITE BLADE-REPORT-LINE
           MOVE WS-COLUMN-LINE TO BLADE-REPORT-LINE
           WRITE BLADE-REPORT-LINE
           PERFORM 1100-READ-BLADE.

       1100-READ-BLADE.
           READ BLADE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-BL-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-JUDGE-ONE-BLADE - A SCRAPPED BLADE IS GONE; A BLADE
      *    WITH NO RATED LIFE CANNOT BE JUDGED AND IS SKIPPED.
      ******************************************************************
       2000-JUDGE-ONE-BLADE.
           IF NOT BL-SCRAPPED AND BL-RATED-LIFE > ZERO
               ADD 1 TO WS-BLADE-COUNT
               COMPUTE WS-WEAR-PCT ROUNDED =
                   (BL-CUT-LENGTH * 100) / BL-RATED-LIFE
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-WEAR-PCT
               END-COMPUTE
               IF WS-WEAR-PCT NOT < WS-WARN-PCT
                   PERFORM 2100-REPORT-ONE-BLADE
               END-IF
           END-IF
           PERFORM 1100-READ-BLADE.

       2100-REPORT-ONE-BLADE.
           COMPUTE WS-LENGTH-LEFT = BL-RATED-LIFE - BL-CUT-LENGTH
           IF WS-WEAR-PCT NOT < 100
               ADD 1 TO WS-PAST-COUNT
               MOVE "PAST RATED LIFE" TO WS-D-FLAG
           ELSE
               ADD 1 TO WS-NEAR-COUNT
               MOVE SPACES TO WS-D-FLAG
           END-IF
           MOVE BL-BLADE-ID TO WS-D-BLADE-ID
           IF BL-MOUNTED
               MOVE BL-SAW-ID TO WS-D-SAW-ID
               MOVE BL-MOUNT-DATE TO WS-D-MOUNT-DATE
           ELSE
               MOVE "CRIB" TO WS-D-SAW-ID
               MOVE SPACES TO WS-D-MOUNT-DATE
           END-IF
           MOVE BL-RATED-LIFE TO WS-D-RATED-LIFE
           MOVE BL-CUT-LENGTH TO WS-D-CUT-LENGTH
           MOVE WS-WEAR-PCT TO WS-D-WEAR-PCT
           MOVE WS-LENGTH-LEFT TO WS-D-LENGTH-LEFT
           MOVE WS-BLADE-LINE TO BLADE-REPORT-LINE
           WRITE BLADE-REPORT-LINE
           PERFORM 2200-REPORT-ONE-MATERIAL
               VARYING WS-WEAR-SUB FROM 1 BY 1
               UNTIL WS-WEAR-SUB > 10.

       2200-REPORT-ONE-MATERIAL.
           IF BL-WEAR-MATERIAL(WS-WEAR-SUB) NOT = SPACES
               MOVE BL-WEAR-MATERIAL(WS-WEAR-SUB) TO WS-M-MATERIAL
               MOVE BL-WEAR-LENGTH(WS-WEAR-SUB) TO WS-M-LENGTH
               MOVE WS-MATERIAL-LINE TO BLADE-REPORT-LINE
               WRITE BLADE-REPORT-LINE
           END-IF.

       3000-WRITE-TOTALS.
           IF WS-NEAR-COUNT = ZERO AND WS-PAST-COUNT = ZERO
               MOVE WS-CLEAN-LINE TO BLADE-REPORT-LINE
               WRITE BLADE-REPORT-LINE
           END-IF
           MOVE WS-BLADE-COUNT TO WS-TL-BLADES
           MOVE WS-NEAR-COUNT TO WS-TL-NEAR
           MOVE WS-PAST-COUNT TO WS-TL-PAST
           MOVE WS-TOTALS-LINE TO BLADE-REPORT-LINE
           WRITE BLADE-REPORT-LINE.

       9999-TERMINATE.
           CLOSE BLADE-MASTER-FILE
           CLOSE BLADE-REPORT-FILE
           DISPLAY "BLADERPT: " WS-NEAR-COUNT " NEARING END, "
               WS-PAST-COUNT " PAST RATED LIFE"
           IF WS-PAST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
