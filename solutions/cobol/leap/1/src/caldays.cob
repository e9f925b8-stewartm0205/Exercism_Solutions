      *    THE BATCH SUITE CAN NOW ASK "IS TONIGHT A PROCESSING
      *    NIGHT" FROM DATA INSTEAD OF SOMEBODY'S MEMORY OF THE
      *    HOLIDAY SCHEDULE.
      *    WITH A FISCRULE CARD (SEE FISCRULE.CPY) EVERY DATE IS ALSO
      *    PLACED IN THE 4-4-5 FISCAL CALENDAR -- FISCAL YEAR,
      *    QUARTER, PERIOD AND WEEK, THE 53RD WEEK OF A LONG YEAR
      *    GOING TO PERIOD 12 -- AND EACH PERIOD WHOLLY INSIDE THE
      *    BUILT RANGE IS WRITTEN TO THE FISCPER PERIOD TABLE WITH
      *    ITS START, END AND WORKING-DAY COUNT.  WITHOUT THE CARD
      *    THE FISCAL FIELDS ARE ZERO AND FISCPER IS EMPTY; A CARD
      *    THAT CANNOT BE USED EXITS 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT FISCAL-RULE-FILE ASSIGN TO "FISCRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.

           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-RANGE-FILE.
       FD  DAILY-CALENDAR-FILE.
       COPY CALDAILY.

       FD  FISCAL-RULE-FILE.
       COPY FISCRULE.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCPER.

       WORKING-STORAGE SECTION.
       01 WS-YEAR                         PIC 9(4) EXTERNAL.
       01 WS-RESULT                       PIC 9(1) EXTERNAL.
       01  WS-YR-FILE-STATUS              PIC XX.
       01  WS-HR-FILE-STATUS              PIC XX.
       01  WS-CD-FILE-STATUS              PIC XX.
       01  WS-FR-FILE-STATUS              PIC XX.
       01  WS-PD-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-START                       PIC 9(4).
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAME-DATA.
           05  WS-WEEKDAY-NAME            PIC X(09) OCCURS 7 TIMES.

      *    THE FISCAL RULE, AND THE FISCAL YEAR THE BUILD IS IN.
       01  WS-FISCAL-SW                   PIC X VALUE "N".
           88  WS-FISCAL-ON               VALUE "Y".
           88  WS-FISCAL-REJECTED         VALUE "R".
       01  WS-FR-END-MONTH                PIC 9(02).
       01  WS-FR-END-WEEKDAY              PIC 9(01).
       01  WS-FR-END-RULE                 PIC X(01).
       01  WS-PATTERN-DATA                PIC X(03).
       01  WS-PATTERN-TABLE REDEFINES WS-PATTERN-DATA.
           05  WS-PATTERN-WEEKS           PIC 9(01) OCCURS 3 TIMES.
       01  WS-PATTERN-SUB                 PIC 9(01).
       01  WS-FY-YEAR                     PIC 9(04).
       01  WS-FY-START-INT                PIC 9(07).
       01  WS-FY-END-INT                  PIC 9(07) VALUE ZERO.
       01  WS-FY-WEEKS                    PIC 9(02).
       01  WS-WEEK-TOTAL                  PIC 9(02).
      *    THE LAST FISCAL WEEK OF EACH PERIOD IN THE CURRENT YEAR.
       01  WS-PER-TABLE.
           05  WS-PER-LAST-WEEK           PIC 9(02) OCCURS 12 TIMES.
       01  WS-PER-SUB                     PIC 9(02).
       01  WS-MONTH-END-WORK              PIC 9(08).
       01  WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END-WORK.
           05  WS-ME-YEAR                 PIC 9(04).
           05  WS-ME-MONTH                PIC 9(02).
           05  WS-ME-DAY                  PIC 9(02).
       01  WS-MONTH-END-INT               PIC 9(07).
       01  WS-MONTH-END-WEEKDAY           PIC 9(01).
       01  WS-DAYS-BACK                   PIC 9(01).
       01  WS-FISCAL-DAY-NO               PIC 9(03).
       01  WS-FISCAL-WEEK                 PIC 9(02).
       01  WS-FISCAL-PERIOD               PIC 9(02).
       01  WS-FISCAL-QUARTER              PIC 9(01).

      *    THE FISCAL PERIOD BEING TALLIED FOR THE PERIOD TABLE.
       01  WS-PD-YEAR                     PIC 9(04) VALUE ZERO.
       01  WS-PD-PERIOD                   PIC 9(02) VALUE ZERO.
       01  WS-PD-QUARTER                  PIC 9(01).
       01  WS-PD-START-DATE               PIC 9(08).
       01  WS-PD-START-INT                PIC 9(07).
       01  WS-PD-END-INT                  PIC 9(07).
       01  WS-PD-CALENDAR-DAYS            PIC 9(02).
       01  WS-PD-WORKING-DAYS             PIC 9(02).
       01  WS-PD-WHOLE-SW                 PIC X.
           88  WS-PD-WHOLE                VALUE "Y".
       01  WS-PERIODS-WRITTEN             PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
                   UNTIL WS-EOF
               CLOSE HOLIDAY-RULES-FILE
           END-IF
           PERFORM 1300-LOAD-FISCAL-RULE
           OPEN OUTPUT DAILY-CALENDAR-FILE
           OPEN OUTPUT FISCAL-PERIOD-FILE
           MOVE WS-START TO WS-YEAR.

       1100-READ-HOLIDAY-RULE.
           END-IF
           PERFORM 1100-READ-HOLIDAY-RULE.

      ******************************************************************
      *    1300-LOAD-FISCAL-RULE - NO CARD MEANS NO FISCAL CALENDAR;
      *    A CARD THAT CANNOT BE USED IS REPORTED AND IGNORED RATHER
      *    THAN GUESSED AT.
      ******************************************************************
       1300-LOAD-FISCAL-RULE.
           OPEN INPUT FISCAL-RULE-FILE
           IF WS-FR-FILE-STATUS = "00"
               READ FISCAL-RULE-FILE
                   AT END
                       MOVE "10" TO WS-FR-FILE-STATUS
               END-READ
               IF WS-FR-FILE-STATUS = "00"
                   IF FR-END-MONTH NUMERIC
                       AND FR-END-MONTH >= 1 AND FR-END-MONTH <= 12
                       AND FR-END-WEEKDAY NUMERIC
                       AND FR-END-WEEKDAY >= 1 AND FR-END-WEEKDAY <= 7
                       AND (FR-LAST-IN-MONTH OR FR-NEAREST-MONTH-END)
                       AND FR-VALID-PATTERN
                       SET WS-FISCAL-ON TO TRUE
                       MOVE FR-END-MONTH TO WS-FR-END-MONTH
                       MOVE FR-END-WEEKDAY TO WS-FR-END-WEEKDAY
                       MOVE FR-END-RULE TO WS-FR-END-RULE
                       MOVE FR-PATTERN TO WS-PATTERN-DATA
                   ELSE
                       DISPLAY "CALDAYS: FISCRULE CARD NOT USABLE -- "
                           FISCAL-RULE-RECORD
                       SET WS-FISCAL-REJECTED TO TRUE
                   END-IF
               END-IF
               CLOSE FISCAL-RULE-FILE
           END-IF.

      ******************************************************************
      *    2000-BUILD-ONE-YEAR - SIZE FEBRUARY FROM LEAP, THEN WRITE
      *    EVERY DATE OF THE YEAR.
           ELSE
               MOVE "Y" TO CD-WORKING-SW
           END-IF
           IF WS-FISCAL-ON
               PERFORM 2400-PLACE-IN-FISCAL-YEAR
           ELSE
               MOVE ZERO TO CD-FISCAL-YEAR
               MOVE ZERO TO CD-FISCAL-QUARTER
               MOVE ZERO TO CD-FISCAL-PERIOD
               MOVE ZERO TO CD-FISCAL-WEEK
           END-IF
           WRITE CALENDAR-DAY-RECORD.

       2300-MATCH-HOLIDAY-RULES.
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    2400-PLACE-IN-FISCAL-YEAR - THE DAY'S FISCAL WEEK COUNTS
      *    FROM THE FISCAL YEAR'S FIRST DAY; ITS PERIOD IS THE FIRST
      *    WHOSE LAST WEEK IS NOT BEFORE IT.
      ******************************************************************
       2400-PLACE-IN-FISCAL-YEAR.
           IF WS-DATE-INT > WS-FY-END-INT
               PERFORM 2410-FIND-FISCAL-YEAR
           END-IF
           COMPUTE WS-FISCAL-DAY-NO = WS-DATE-INT - WS-FY-START-INT
           COMPUTE WS-FISCAL-WEEK = WS-FISCAL-DAY-NO / 7 + 1
           MOVE ZERO TO WS-FISCAL-PERIOD
           PERFORM 2430-CHECK-ONE-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 12 OR WS-FISCAL-PERIOD > ZERO
           COMPUTE WS-FISCAL-QUARTER = (WS-FISCAL-PERIOD - 1) / 3 + 1
           MOVE WS-FY-YEAR TO CD-FISCAL-YEAR
           MOVE WS-FISCAL-QUARTER TO CD-FISCAL-QUARTER
           MOVE WS-FISCAL-PERIOD TO CD-FISCAL-PERIOD
           MOVE WS-FISCAL-WEEK TO CD-FISCAL-WEEK
           PERFORM 2500-TALLY-FISCAL-PERIOD.

      ******************************************************************
      *    2410-FIND-FISCAL-YEAR - STEP FORWARD FROM TWO YEARS BACK
      *    (OR FROM THE YEAR JUST FINISHED) TO THE FISCAL YEAR
      *    HOLDING THIS DATE, THEN SIZE ITS PERIODS FROM THE
      *    PATTERN.  A 371-DAY YEAR IS THE 53-WEEK YEAR.
      ******************************************************************
       2410-FIND-FISCAL-YEAR.
           IF WS-FY-END-INT = ZERO
               COMPUTE WS-FY-YEAR = WS-DW-YEAR - 2
               PERFORM 2420-FIND-FISCAL-YEAR-END
           END-IF
           PERFORM 2415-STEP-FISCAL-YEAR
               UNTIL WS-FY-END-INT >= WS-DATE-INT
           COMPUTE WS-FY-WEEKS =
               (WS-FY-END-INT - WS-FY-START-INT + 1) / 7
           MOVE ZERO TO WS-WEEK-TOTAL
           PERFORM 2440-SIZE-ONE-PERIOD
               VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 12
           MOVE WS-FY-WEEKS TO WS-PER-LAST-WEEK(12).

       2415-STEP-FISCAL-YEAR.
           COMPUTE WS-FY-START-INT = WS-FY-END-INT + 1
           ADD 1 TO WS-FY-YEAR
           PERFORM 2420-FIND-FISCAL-YEAR-END.

      ******************************************************************
      *    2420-FIND-FISCAL-YEAR-END - THE RULE WEEKDAY ON OR BEFORE
      *    THE LAST DAY OF THE END MONTH, OR FOR THE NEAREST RULE
      *    THE ONE AFTER IT WHEN THAT IS CLOSER.
      ******************************************************************
       2420-FIND-FISCAL-YEAR-END.
           IF WS-FR-END-MONTH = 12
               COMPUTE WS-ME-YEAR = WS-FY-YEAR + 1
               MOVE 1 TO WS-ME-MONTH
           ELSE
               MOVE WS-FY-YEAR TO WS-ME-YEAR
               COMPUTE WS-ME-MONTH = WS-FR-END-MONTH + 1
           END-IF
           MOVE 1 TO WS-ME-DAY
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-WORK) - 1
           COMPUTE WS-MONTH-END-WEEKDAY =
               FUNCTION MOD(WS-MONTH-END-INT - 1, 7) + 1
           COMPUTE WS-DAYS-BACK = FUNCTION MOD(
               WS-MONTH-END-WEEKDAY - WS-FR-END-WEEKDAY + 7, 7)
           IF WS-FR-END-RULE = "N" AND WS-DAYS-BACK > 3
               COMPUTE WS-FY-END-INT =
                   WS-MONTH-END-INT + 7 - WS-DAYS-BACK
           ELSE
               COMPUTE WS-FY-END-INT = WS-MONTH-END-INT - WS-DAYS-BACK
           END-IF.

       2430-CHECK-ONE-PERIOD.
           IF WS-FISCAL-WEEK <= WS-PER-LAST-WEEK(WS-PER-SUB)
               MOVE WS-PER-SUB TO WS-FISCAL-PERIOD
           END-IF.

       2440-SIZE-ONE-PERIOD.
           COMPUTE WS-PATTERN-SUB = FUNCTION MOD(WS-PER-SUB - 1, 3) + 1
           ADD WS-PATTERN-WEEKS(WS-PATTERN-SUB) TO WS-WEEK-TOTAL
           MOVE WS-WEEK-TOTAL TO WS-PER-LAST-WEEK(WS-PER-SUB).

      ******************************************************************
      *    2500-TALLY-FISCAL-PERIOD - COUNT THE PERIOD'S DAYS AND
      *    WORKING DAYS AS THEY ARE BUILT AND WRITE ITS PERIOD-TABLE
      *    RECORD ON ITS LAST DAY -- UNLESS THE BUILD STARTED PART
      *    WAY THROUGH IT.
      ******************************************************************
       2500-TALLY-FISCAL-PERIOD.
           IF WS-FISCAL-PERIOD NOT = WS-PD-PERIOD
               OR WS-FY-YEAR NOT = WS-PD-YEAR
               MOVE WS-FY-YEAR TO WS-PD-YEAR
               MOVE WS-FISCAL-PERIOD TO WS-PD-PERIOD
               MOVE WS-FISCAL-QUARTER TO WS-PD-QUARTER
               MOVE WS-DATE-WORK TO WS-PD-START-DATE
               MOVE ZERO TO WS-PD-CALENDAR-DAYS
               MOVE ZERO TO WS-PD-WORKING-DAYS
               IF WS-FISCAL-PERIOD = 1
                   MOVE WS-FY-START-INT TO WS-PD-START-INT
               ELSE
                   COMPUTE WS-PD-START-INT = WS-FY-START-INT
                       + 7 * WS-PER-LAST-WEEK(WS-FISCAL-PERIOD - 1)
               END-IF
               COMPUTE WS-PD-END-INT = WS-FY-START-INT
                   + 7 * WS-PER-LAST-WEEK(WS-FISCAL-PERIOD) - 1
               IF WS-DATE-INT = WS-PD-START-INT
                   MOVE "Y" TO WS-PD-WHOLE-SW
               ELSE
                   MOVE "N" TO WS-PD-WHOLE-SW
               END-IF
           END-IF
           ADD 1 TO WS-PD-CALENDAR-DAYS
           IF CD-WORKING-DAY
               ADD 1 TO WS-PD-WORKING-DAYS
           END-IF
           IF WS-DATE-INT = WS-PD-END-INT AND WS-PD-WHOLE
               MOVE WS-PD-YEAR TO PD-FISCAL-YEAR
               MOVE WS-PD-QUARTER TO PD-QUARTER
               MOVE WS-PD-PERIOD TO PD-PERIOD
               MOVE WS-PD-START-DATE TO PD-START-DATE
               MOVE WS-DATE-WORK TO PD-END-DATE
               COMPUTE PD-WEEKS = WS-PD-CALENDAR-DAYS / 7
               MOVE WS-PD-CALENDAR-DAYS TO PD-CALENDAR-DAYS
               MOVE WS-PD-WORKING-DAYS TO PD-WORKING-DAYS
               WRITE FISCAL-PERIOD-RECORD
               ADD 1 TO WS-PERIODS-WRITTEN
           END-IF.

       9999-TERMINATE.
           CLOSE DAILY-CALENDAR-FILE
           CLOSE FISCAL-PERIOD-FILE
           IF WS-FISCAL-ON
               DISPLAY "CALDAYS: " WS-PERIODS-WRITTEN
                   " FISCAL PERIODS ON THE PERIOD TABLE"
           END-IF
           IF WS-FISCAL-REJECTED
               MOVE 4 TO RETURN-CODE
           END-IF.
