       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLADEQC.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    BLADEQC IS THE QUARTERLY BLADE-WEAR ANALYSIS.  IT TAKES
      *    EVERY CUT ON THE BLADE CUT LOG (BLADECUT) MADE IN THE
      *    QUARTER, WITH THE BLADE'S WEAR AS A PERCENT OF ITS RATED
      *    LIFE AT THE TIME OF THE CUT, AND SETS IT AGAINST THE
      *    POST-CUT QC HISTORY (QCHIST) FOR THE SAME JOB.  THE CUTS
      *    ARE BANDED BY WEAR, AND FOR EACH BAND THE REPORT SHOWS
      *    HOW MANY CUTS WERE MADE, HOW MANY WERE MEASURED, HOW MANY
      *    FAILED QC, AND THE FAILURE RATE; THEN THE AVERAGE WEAR AT
      *    CUT FOR THE PASSED AND THE FAILED CUTS.  A FAILURE RATE
      *    THAT CLIMBS WITH THE WEAR BAND SAYS THE BLADES ARE BEING
      *    RUN TOO LONG; A FLAT ONE SAYS THEY ARE CHANGED TOO SOON.
      *    THE BQCCTL CARD GIVES THE QUARTER (COLS 1-8 FIRST DAY,
      *    10-17 LAST DAY); WITHOUT ONE THE RUN TAKES THE CALENDAR
      *    QUARTER BEFORE THE ONE IT RUNS IN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-CONTROL-FILE ASSIGN TO "BQCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT BLADE-CUT-FILE ASSIGN TO "BLADECUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

           SELECT QC-HISTORY-FILE ASSIGN TO "QCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QH-FILE-STATUS.

           SELECT ANALYSIS-REPORT-FILE ASSIGN TO "BLADEQC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANALYSIS-CONTROL-FILE.
       01  ANALYSIS-CONTROL-RECORD.
           05  AC-FIRST-DATE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  AC-LAST-DATE               PIC X(08).

       FD  BLADE-CUT-FILE.
       COPY BLADECUT.

       FD  QC-HISTORY-FILE.
       COPY QCHIST.

       FD  ANALYSIS-REPORT-FILE.
       01  ANALYSIS-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AC-FILE-STATUS              PIC XX.
       01  WS-BC-FILE-STATUS              PIC XX.
       01  WS-QH-FILE-STATUS              PIC XX.
       01  WS-AR-FILE-STATUS              PIC XX.

       01  WS-TODAY.
           05  WS-TODAY-YEAR              PIC 9(04).
           05  WS-TODAY-MONTH             PIC 9(02).
           05  WS-TODAY-DAY               PIC 9(02).
       01  WS-FIRST-DATE.
           05  WS-FIRST-YEAR              PIC 9(04).
           05  WS-FIRST-MONTH             PIC 9(02).
           05  WS-FIRST-DAY               PIC 9(02).
       01  WS-FIRST-DATE-NUM REDEFINES WS-FIRST-DATE PIC 9(08).
       01  WS-LAST-DATE.
           05  WS-LAST-YEAR               PIC 9(04).
           05  WS-LAST-MONTH              PIC 9(02).
           05  WS-LAST-DAY                PIC 9(02).
       01  WS-LAST-DATE-NUM REDEFINES WS-LAST-DATE PIC 9(08).
       01  WS-QUARTER                     PIC 9(01).

      *    QUARTER-END DAYS FOR MARCH, JUNE, SEPTEMBER, DECEMBER.
       01  WS-QUARTER-END-DAYS.
           05  FILLER                     PIC 9(02) VALUE 31.
           05  FILLER                     PIC 9(02) VALUE 30.
           05  FILLER                     PIC 9(02) VALUE 30.
           05  FILLER                     PIC 9(02) VALUE 31.
       01  WS-QUARTER-END-TABLE REDEFINES WS-QUARTER-END-DAYS.
           05  WS-QUARTER-END-DAY OCCURS 4 TIMES PIC 9(02).

      *    THE QUARTER'S CUTS, WITH THE WEAR BAND EACH FELL IN.  A
      *    JOB CUT TWICE KEEPS ITS LATER CUT.
       01  WS-CUT-MAX                     PIC 9(05) VALUE 5000.
       01  WS-CUT-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-CUT-TABLE.
           05  WS-CUT-ENTRY OCCURS 5000 TIMES.
               10  WS-C-JOB-NO             PIC X(08).
               10  WS-C-WEAR-PCT           PIC 9(03)V9.
               10  WS-C-BAND               PIC 9(01).
               10  WS-C-CUT-DATE           PIC 9(08).
       01  WS-CUT-SUB                     PIC 9(05).
       01  WS-CUT-HIT-SUB                 PIC 9(05).
       01  WS-DROPPED-COUNT               PIC 9(05) VALUE ZERO.

       01  WS-BAND-SUB                    PIC 9(01).
       01  WS-BAND-TOTALS.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-N-CUTS               PIC 9(07).
               10  WS-N-MEASURED           PIC 9(07).
               10  WS-N-FAILED             PIC 9(07).

       01  WS-BAND-LABELS.
           05  FILLER                     PIC X(10) VALUE "UNDER 50  ".
           05  FILLER                     PIC X(10) VALUE "50-74     ".
           05  FILLER                     PIC X(10) VALUE "75-89     ".
           05  FILLER                     PIC X(10) VALUE "90-99     ".
           05  FILLER                     PIC X(10) VALUE "100 +     ".
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL OCCURS 5 TIMES PIC X(10).

       01  WS-PASSED-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-FAILED-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-PASSED-WEAR                 PIC 9(09)V9 VALUE ZERO.
       01  WS-FAILED-WEAR                 PIC 9(09)V9 VALUE ZERO.
       01  WS-UNMATCHED-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-PCT-WORK                    PIC 9(03)V9.

       01  WS-HEADING-LINE.
           05  FILLER                     PIC X(38) VALUE
               "BLADE WEAR AGAINST QC RESULTS -- FROM ".
           05  WS-H-FIRST-DATE            PIC 9(08).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  WS-H-LAST-DATE             PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER                     PIC X(30) VALUE
               "WEAR PCT       CUTS   MEASURED".
           05  FILLER                     PIC X(22) VALUE
               "     FAILED   FAIL PCT".

       01  WS-BAND-LINE.
           05  WS-B-LABEL                 PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-B-CUTS                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACE.
           05  WS-B-MEASURED              PIC ZZZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACE.
           05  WS-B-FAILED                PIC ZZZZZZ9.
           05  FILLER                     PIC X(06) VALUE SPACE.
           05  WS-B-FAIL-PCT              PIC ZZ9.9.

       01  WS-AVERAGE-LINE.
           05  FILLER                     PIC X(20) VALUE
               "AVERAGE WEAR AT CUT ".
           05  WS-AV-CAPTION              PIC X(08).
           05  WS-AV-COUNT                PIC ZZZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               " CUTS  WEAR ".
           05  WS-AV-WEAR                 PIC ZZ9.9.

       01  WS-UNMATCHED-LINE.
           05  FILLER                     PIC X(40) VALUE
               "QC RESULTS WITH NO CUT IN THE QUARTER   ".
           05  WS-UL-COUNT                PIC ZZZZZZ9.

       01  WS-DROPPED-LINE.
           05  FILLER                     PIC X(40) VALUE
               "CUTS NOT ANALYSED -- TABLE FULL         ".
           05  WS-DL-COUNT                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ONE-QC-RESULT
               UNTIL WS-QH-FILE-STATUS NOT = "00"
           PERFORM 3000-WRITE-REPORT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE QUARTER, LOAD ITS CUTS, OPEN
      *    THE QC HISTORY.  BOTH FILES ARE MANDATORY.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1050-SET-DEFAULT-QUARTER
           OPEN INPUT ANALYSIS-CONTROL-FILE
           IF WS-AC-FILE-STATUS = "00"
               READ ANALYSIS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-FIRST-DATE NUMERIC
                           AND AC-LAST-DATE NUMERIC
                           AND AC-FIRST-DATE NOT > AC-LAST-DATE
                           MOVE AC-FIRST-DATE TO WS-FIRST-DATE
                           MOVE AC-LAST-DATE TO WS-LAST-DATE
                       END-IF
               END-READ
               CLOSE ANALYSIS-CONTROL-FILE
           END-IF
           MOVE ZERO TO WS-BAND-TOTALS
           OPEN INPUT BLADE-CUT-FILE
           IF WS-BC-FILE-STATUS NOT = "00"
               DISPLAY "BLADEQC REFUSED -- NO BLADE CUT LOG"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-CUT
           PERFORM 1200-STORE-CUT
               UNTIL WS-BC-FILE-STATUS NOT = "00"
           CLOSE BLADE-CUT-FILE
           OPEN INPUT QC-HISTORY-FILE
           IF WS-QH-FILE-STATUS NOT = "00"
               DISPLAY "BLADEQC REFUSED -- NO QC HISTORY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-READ-QC-RESULT.

      ******************************************************************
      *    1050-SET-DEFAULT-QUARTER - THE CALENDAR QUARTER BEFORE
      *    TODAY'S; IN THE FIRST QUARTER THAT IS LAST OCTOBER TO
      *    DECEMBER.
      ******************************************************************
       1050-SET-DEFAULT-QUARTER.
           COMPUTE WS-QUARTER = (WS-TODAY-MONTH - 1) / 3
           IF WS-QUARTER = ZERO
               MOVE 4 TO WS-QUARTER
               COMPUTE WS-FIRST-YEAR = WS-TODAY-YEAR - 1
           ELSE
               MOVE WS-TODAY-YEAR TO WS-FIRST-YEAR
           END-IF
           COMPUTE WS-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1
           MOVE 1 TO WS-FIRST-DAY
           MOVE WS-FIRST-YEAR TO WS-LAST-YEAR
           COMPUTE WS-LAST-MONTH = WS-FIRST-MONTH + 2
           MOVE WS-QUARTER-END-DAY(WS-QUARTER) TO WS-LAST-DAY.

       1100-READ-CUT.
           READ BLADE-CUT-FILE
               AT END
                   MOVE "10" TO WS-BC-FILE-STATUS
           END-READ.

       1200-STORE-CUT.
           IF BC-CUT-DATE NOT < WS-FIRST-DATE-NUM
               AND BC-CUT-DATE NOT > WS-LAST-DATE-NUM
               MOVE ZERO TO WS-CUT-HIT-SUB
               PERFORM 1210-FIND-CUT-JOB
                   VARYING WS-CUT-SUB FROM 1 BY 1
                   UNTIL WS-CUT-SUB > WS-CUT-COUNT
                       OR WS-CUT-HIT-SUB > ZERO
               IF WS-CUT-HIT-SUB = ZERO
                   IF WS-CUT-COUNT < WS-CUT-MAX
                       ADD 1 TO WS-CUT-COUNT
                       MOVE WS-CUT-COUNT TO WS-CUT-HIT-SUB
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               ELSE
                   MOVE WS-C-BAND(WS-CUT-HIT-SUB) TO WS-BAND-SUB
                   SUBTRACT 1 FROM WS-N-CUTS(WS-BAND-SUB)
               END-IF
               IF WS-CUT-HIT-SUB > ZERO
                   PERFORM 1220-BAND-THE-CUT
               END-IF
           END-IF
           PERFORM 1100-READ-CUT.

       1210-FIND-CUT-JOB.
           IF WS-C-JOB-NO(WS-CUT-SUB) = BC-JOB-NO
               MOVE WS-CUT-SUB TO WS-CUT-HIT-SUB
           END-IF.

       1220-BAND-THE-CUT.
           EVALUATE TRUE
               WHEN BC-WEAR-PCT < 50
                   MOVE 1 TO WS-BAND-SUB
               WHEN BC-WEAR-PCT < 75
                   MOVE 2 TO WS-BAND-SUB
               WHEN BC-WEAR-PCT < 90
                   MOVE 3 TO WS-BAND-SUB
               WHEN BC-WEAR-PCT < 100
                   MOVE 4 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BAND-SUB
           END-EVALUATE
           MOVE BC-JOB-NO TO WS-C-JOB-NO(WS-CUT-HIT-SUB)
           MOVE BC-WEAR-PCT TO WS-C-WEAR-PCT(WS-CUT-HIT-SUB)
           MOVE BC-CUT-DATE TO WS-C-CUT-DATE(WS-CUT-HIT-SUB)
           MOVE WS-BAND-SUB TO WS-C-BAND(WS-CUT-HIT-SUB)
           ADD 1 TO WS-N-CUTS(WS-BAND-SUB).

       1300-READ-QC-RESULT.
           READ QC-HISTORY-FILE
               AT END
                   MOVE "10" TO WS-QH-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-MATCH-ONE-QC-RESULT - A QC RESULT COUNTS AGAINST THE
      *    WEAR BAND ITS JOB WAS CUT IN.  A RESULT FOR A JOB CUT
      *    OUTSIDE THE QUARTER (OR BY A SAW WITH NO BLADE ON RECORD),
      *    OR CHECKED BEFORE THE CUT WAS MADE -- IT BELONGS TO AN
      *    EARLIER CUT OF THE SAME JOB -- IS ONLY COUNTED AS
      *    UNMATCHED.
      ******************************************************************
       2000-MATCH-ONE-QC-RESULT.
           MOVE ZERO TO WS-CUT-HIT-SUB
           PERFORM 2010-FIND-QC-JOB
               VARYING WS-CUT-SUB FROM 1 BY 1
               UNTIL WS-CUT-SUB > WS-CUT-COUNT
                   OR WS-CUT-HIT-SUB > ZERO
           IF WS-CUT-HIT-SUB > ZERO
               IF QC-CHECK-DATE NOT NUMERIC
                   OR QC-CHECK-DATE < WS-C-CUT-DATE(WS-CUT-HIT-SUB)
                   MOVE ZERO TO WS-CUT-HIT-SUB
               END-IF
           END-IF
           IF WS-CUT-HIT-SUB = ZERO
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               MOVE WS-C-BAND(WS-CUT-HIT-SUB) TO WS-BAND-SUB
               ADD 1 TO WS-N-MEASURED(WS-BAND-SUB)
               IF QC-FAILED
                   ADD 1 TO WS-N-FAILED(WS-BAND-SUB)
                   ADD 1 TO WS-FAILED-COUNT
                   ADD WS-C-WEAR-PCT(WS-CUT-HIT-SUB) TO WS-FAILED-WEAR
               ELSE
                   ADD 1 TO WS-PASSED-COUNT
                   ADD WS-C-WEAR-PCT(WS-CUT-HIT-SUB) TO WS-PASSED-WEAR
               END-IF
           END-IF
           PERFORM 1300-READ-QC-RESULT.

       2010-FIND-QC-JOB.
           IF WS-C-JOB-NO(WS-CUT-SUB) = QC-JOB-NO
               MOVE WS-CUT-SUB TO WS-CUT-HIT-SUB
           END-IF.

       3000-WRITE-REPORT.
           OPEN OUTPUT ANALYSIS-REPORT-FILE
           MOVE WS-FIRST-DATE-NUM TO WS-H-FIRST-DATE
           MOVE WS-LAST-DATE-NUM TO WS-H-LAST-DATE
           MOVE WS-HEADING-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE WS-COLUMN-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           PERFORM 3100-WRITE-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 5
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE "PASSED  " TO WS-AV-CAPTION
           MOVE WS-PASSED-COUNT TO WS-AV-COUNT
           IF WS-PASSED-COUNT > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PASSED-WEAR / WS-PASSED-COUNT
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-AV-WEAR
           MOVE WS-AVERAGE-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE "FAILED  " TO WS-AV-CAPTION
           MOVE WS-FAILED-COUNT TO WS-AV-COUNT
           IF WS-FAILED-COUNT > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-FAILED-WEAR / WS-FAILED-COUNT
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-AV-WEAR
           MOVE WS-AVERAGE-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-UL-COUNT
           MOVE WS-UNMATCHED-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           IF WS-DROPPED-COUNT > ZERO
               MOVE WS-DROPPED-COUNT TO WS-DL-COUNT
               MOVE WS-DROPPED-LINE TO ANALYSIS-REPORT-LINE
               WRITE ANALYSIS-REPORT-LINE
           END-IF
           CLOSE ANALYSIS-REPORT-FILE.

       3100-WRITE-ONE-BAND.
           MOVE WS-BAND-LABEL(WS-BAND-SUB) TO WS-B-LABEL
           MOVE WS-N-CUTS(WS-BAND-SUB) TO WS-B-CUTS
           MOVE WS-N-MEASURED(WS-BAND-SUB) TO WS-B-MEASURED
           MOVE WS-N-FAILED(WS-BAND-SUB) TO WS-B-FAILED
           IF WS-N-MEASURED(WS-BAND-SUB) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-N-FAILED(WS-BAND-SUB) * 100)
                       / WS-N-MEASURED(WS-BAND-SUB)
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-B-FAIL-PCT
           MOVE WS-BAND-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE.

       9999-TERMINATE.
           CLOSE QC-HISTORY-FILE
           DISPLAY "BLADEQC: " WS-CUT-COUNT " CUTS, "
               WS-FAILED-COUNT " QC FAILURES MATCHED"
           IF WS-DROPPED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
