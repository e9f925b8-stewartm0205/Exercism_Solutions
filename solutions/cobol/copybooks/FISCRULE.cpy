      ******************************************************************
      *    FISCRULE.CPY
      *    FISCAL-YEAR RULE CARD FOR THE DAY-LEVEL CALENDAR BUILD.
      *    THE FISCAL YEAR ENDS ON A FIXED WEEKDAY AT THE END OF
      *    FR-END-MONTH, SO EVERY FISCAL YEAR IS WHOLE WEEKS --
      *    52, OR 53 WHEN THE WEEKDAY DRIFTS FAR ENOUGH:
      *        FR-END-MONTH    COLS 1-2   MONTH THE YEAR ENDS IN
      *        FR-END-WEEKDAY  COL  4     1 = MONDAY ... 7 = SUNDAY
      *        FR-END-RULE     COL  6     L  THE LAST SUCH WEEKDAY
      *                                      OF THE MONTH
      *                                   N  THE SUCH WEEKDAY
      *                                      NEAREST THE MONTH END
      *                                      (UP TO 3 DAYS INTO THE
      *                                      NEXT MONTH)
      *        FR-PATTERN      COLS 8-10  WEEKS IN EACH PERIOD OF A
      *                                   QUARTER: 445, 454 OR 544
      *    A FISCAL YEAR IS NAMED FOR THE CALENDAR YEAR ITS
      *    FR-END-MONTH FALLS IN.  THE 53RD WEEK OF A LONG YEAR IS
      *    ADDED TO PERIOD 12.
      ******************************************************************
       01  FISCAL-RULE-RECORD.
           05  FR-END-MONTH             PIC 9(02).
           05  FILLER                   PIC X(01).
           05  FR-END-WEEKDAY           PIC 9(01).
           05  FILLER                   PIC X(01).
           05  FR-END-RULE              PIC X(01).
               88  FR-LAST-IN-MONTH     VALUE "L".
               88  FR-NEAREST-MONTH-END VALUE "N".
           05  FILLER                   PIC X(01).
           05  FR-PATTERN               PIC X(03).
               88  FR-VALID-PATTERN     VALUE "445" "454" "544".
