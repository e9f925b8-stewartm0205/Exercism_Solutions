       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDWEEK.
       AUTHOR. EGG-FARM-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    FEEDWEEK IS THE WEEKLY FEED-CONVERSION REPORT.  FOR THE
      *    SEVEN DAYS ENDING ON THE WEEK-END DATE (FEEDCTL COLS 1-8,
      *    DEFAULT THE LATEST COLLECTION DATE ON THE EGG HISTORY) IT
      *    SETS EACH COOP'S FEED USAGE OFF THE FEED TRANSACTIONS
      *    (FEEDTXN) AGAINST ITS HENS (FLOCKMST) AND ITS EGGS
      *    (EGGHIST) AND PRINTS:
      *        GRAMS OF FEED PER HEN PER DAY
      *        KILOGRAMS OF FEED PER DOZEN EGGS -- THE CONVERSION
      *        FEED COST PER DOZEN AT THE FEED PRICE TABLE (FEEDPRC)
      *    THE SAME CONVERSION IS WORKED FOR EACH OF THE FOUR WEEKS
      *    BEFORE, AND A COOP WHOSE RATIO THIS WEEK IS WORSE THAN
      *    ITS OWN FOUR-WEEK AVERAGE BY MORE THAN THE FEEDCTL
      *    PERCENTAGE (COLS 10-12, DEFAULT 10) IS FLAGGED.  A FEED
      *    STORE SECTION BALANCES DELIVERIES AGAINST USAGE BY FEED
      *    TYPE.  UNREADABLE TRANSACTIONS ARE LISTED AND END THE RUN
      *    RC 8; A FLAGGED COOP ENDS IT RC 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.

           SELECT FEED-PRICE-FILE ASSIGN TO "FEEDPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FILE-STATUS.

           SELECT FEED-TRANS-FILE ASSIGN TO "FEEDTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT EGG-HISTORY-FILE ASSIGN TO "EGGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EH-FILE-STATUS.

           SELECT FLOCK-MASTER-FILE ASSIGN TO "FLOCKMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-FILE-STATUS.

           SELECT FEED-REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05  FC-WEEK-END-DATE         PIC 9(08).
           05  FILLER                   PIC X(01).
           05  FC-WORSEN-PCT            PIC 9(03).

       FD  FEED-PRICE-FILE.
       COPY FEEDPRC.

       FD  FEED-TRANS-FILE.
       COPY FEEDTXN.

       FD  EGG-HISTORY-FILE.
       COPY EGGHIST.

       FD  FLOCK-MASTER-FILE.
       COPY FLOCKMST.

       FD  FEED-REPORT-FILE.
       01  FEED-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FC-FILE-STATUS            PIC XX.
       01  WS-FP-FILE-STATUS            PIC XX.
       01  WS-FX-FILE-STATUS            PIC XX.
       01  WS-EH-FILE-STATUS            PIC XX.
       01  WS-FM-FILE-STATUS            PIC XX.
       01  WS-FR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-WEEK-END-DATE             PIC 9(08) VALUE ZERO.
       01  WS-WEEK-END-INT              PIC 9(07).
       01  WS-ENTRY-DATE                PIC 9(08).
       01  WS-DAYS-AGO                  PIC S9(07).
       01  WS-DAY-SUB                   PIC 9(02).
       01  WS-WEEK-SUB                  PIC 9(01).
       01  WS-WORSEN-PCT                PIC 9(03) VALUE 10.
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-FLAG-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-REASON                    PIC X(30).

      *    THE FEED TYPES OFF THE PRICE TABLE, WITH THE WEEK'S
      *    DELIVERIES AND USAGE AND THE STORE BALANCE AS AT THE
      *    WEEK-END DATE.
       01  WS-FT-MAX                    PIC 9(02) VALUE 50.
       01  WS-FT-COUNT                  PIC 9(02) VALUE ZERO.
       01  WS-FT-TABLE.
           05  WS-FT-ENTRY OCCURS 50 TIMES.
               10  WS-T-FEED-TYPE       PIC X(04).
               10  WS-T-DESCRIPTION     PIC X(20).
               10  WS-T-PRICE-PER-KG    PIC 9(03)V9(04).
               10  WS-T-DELIVERED-KG    PIC 9(07)V9.
               10  WS-T-USED-KG         PIC 9(07)V9.
               10  WS-T-ON-HAND-KG      PIC S9(08)V9.
       01  WS-FT-SUB                    PIC 9(02).
       01  WS-FT-FOUND-SUB              PIC 9(02).

      *    HENS BY COOP NUMBER OFF THE FLOCK MASTER.
       01  WS-HEN-TABLE.
           05  WS-HENS OCCURS 99 TIMES  PIC 9(05).

      *    EGGS BY COOP AND DAY FOR THE FIVE WEEKS ENDING ON THE
      *    WEEK-END DATE (DAY 1 = THE WEEK-END DATE ITSELF); A
      *    RERUN'S SECOND HISTORY RECORD SUPERSEDES THE FIRST.
       01  WS-EGG-DAY-TABLE.
           05  WS-ED-COOP OCCURS 99 TIMES.
               10  WS-ED-EGGS OCCURS 35 TIMES
                                        PIC 9(06).

      *    FEED, COST AND EGGS BY COOP AND WEEK (WEEK 1 = THIS WEEK,
      *    WEEKS 2-5 THE FOUR BEFORE IT).
       01  WS-COOP-WEEK-TABLE.
           05  WS-CW-COOP OCCURS 99 TIMES.
               10  WS-CW-WEEK OCCURS 5 TIMES.
                   15  WS-W-FEED-KG     PIC 9(06)V9.
                   15  WS-W-FEED-COST   PIC 9(07)V99.
                   15  WS-W-EGGS        PIC 9(07).
       01  WS-COOP-SUB                  PIC 9(03).

       01  WS-RATIO                     PIC 9(03)V99.
       01  WS-RATIO-SUM                 PIC 9(05)V99.
       01  WS-RATIO-WEEKS               PIC 9(01).
       01  WS-AVG-RATIO                 PIC 9(03)V99.
       01  WS-RATIO-LIMIT               PIC 9(05)V9(04).
       01  WS-WEEK-RATIO                PIC 9(03)V99.
       01  WS-TOTAL-HENS                PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-KG                  PIC 9(07)V9 VALUE ZERO.
       01  WS-TOTAL-COST                PIC 9(08)V99 VALUE ZERO.
       01  WS-TOTAL-EGGS                PIC 9(08) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                   PIC X(39) VALUE
               "FEED CONVERSION BY COOP -- WEEK ENDING ".
           05  WS-H-WEEK-END            PIC 9(08).
       01  WS-REJECT-HEADING            PIC X(40) VALUE
           "FEED TRANSACTIONS REJECTED".
       01  WS-NONE-LINE                 PIC X(20) VALUE
           "  (NONE)".
       01  WS-CONVERSION-HEADING.
           05  FILLER                   PIC X(40) VALUE
               "CONVERSION -- FLAGGED WHEN KG/DOZ WORSE ".
           05  FILLER                   PIC X(04) VALUE "THAN".
           05  WS-CH-PCT                PIC ZZ9.
           05  FILLER                   PIC X(26) VALUE
               " PCT OVER THE 4-WEEK AVG".
       01  WS-CONVERSION-COLUMNS.
           05  FILLER                   PIC X(37) VALUE
               "  COOP    HENS   FEED KG G/HEN/D     ".
           05  FILLER                   PIC X(31) VALUE
               "EGGS  KG/DOZ  COST/DOZ  4WK AVG".
       01  WS-STORE-HEADING             PIC X(40) VALUE
           "FEED STORE BY FEED TYPE (KG)".
       01  WS-STORE-COLUMNS.
           05  FILLER                   PIC X(36) VALUE
               "  TYPE DESCRIPTION         PRICE/KG ".
           05  FILLER                   PIC X(30) VALUE
               "DELIVERED      USED    ON HAND".

       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-J-RECORD              PIC X(31).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-J-REASON              PIC X(30).

       01  WS-CONVERSION-LINE.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  WS-C-COOP-NO             PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-C-HENS                PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-C-FEED-KG             PIC ZZZZZ9.9.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  WS-C-GRAMS-PER-HEN       PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-C-EGGS                PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-C-KG-PER-DOZEN        PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-C-COST-PER-DOZEN      PIC ZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-C-AVG-RATIO           PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-C-FLAG                PIC X(08).
       01  WS-CONVERSION-TOTAL REDEFINES WS-CONVERSION-LINE.
           05  WS-CT-LABEL              PIC X(06).
           05  FILLER                   PIC X(72).

       01  WS-STORE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-S-FEED-TYPE           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-S-DESCRIPTION         PIC X(20).
           05  WS-S-PRICE               PIC ZZ9.9999.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-S-DELIVERED           PIC ZZZZZZ9.9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-S-USED                PIC ZZZZZZ9.9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-S-ON-HAND             PIC -------9.9.
           05  WS-S-FLAG                PIC X(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EGGS
           PERFORM 3000-LOAD-FEED
           PERFORM 4000-WRITE-CONVERSION
           PERFORM 5000-WRITE-FEED-STORE
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE PRICE TABLE IS MANDATORY: WITHOUT IT
      *    NO COST CAN BE FIGURED AND NO FEED TYPE CHECKED.  NO FLOCK
      *    FILE MEANS NO PER-HEN FIGURES, AS IN EGGWEEK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT FEED-CONTROL-FILE
           IF WS-FC-FILE-STATUS = "00"
               READ FEED-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-WEEK-END-DATE NUMERIC
                           AND FC-WEEK-END-DATE NOT = ZERO
                           MOVE FC-WEEK-END-DATE TO WS-WEEK-END-DATE
                       END-IF
                       IF FC-WORSEN-PCT NUMERIC
                           AND FC-WORSEN-PCT > 0
                           MOVE FC-WORSEN-PCT TO WS-WORSEN-PCT
                       END-IF
               END-READ
               CLOSE FEED-CONTROL-FILE
           END-IF
           OPEN INPUT FEED-PRICE-FILE
           IF WS-FP-FILE-STATUS NOT = "00"
               DISPLAY "FEEDWEEK REFUSED -- NO FEED PRICE TABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-PRICE
           PERFORM 1200-STORE-PRICE
               UNTIL WS-FP-FILE-STATUS NOT = "00"
           CLOSE FEED-PRICE-FILE
           MOVE ZEROS TO WS-HEN-TABLE
           OPEN INPUT FLOCK-MASTER-FILE
           IF WS-FM-FILE-STATUS = "00"
               PERFORM 1300-READ-FLOCK
               PERFORM 1400-STORE-FLOCK
                   UNTIL WS-FM-FILE-STATUS NOT = "00"
               CLOSE FLOCK-MASTER-FILE
           END-IF
           IF WS-WEEK-END-DATE = ZERO
               PERFORM 1500-FIND-LATEST-DATE
           END-IF
           COMPUTE WS-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE)
           MOVE ZEROS TO WS-EGG-DAY-TABLE
           MOVE ZEROS TO WS-COOP-WEEK-TABLE
           OPEN OUTPUT FEED-REPORT-FILE
           MOVE WS-WEEK-END-DATE TO WS-H-WEEK-END
           MOVE WS-REPORT-HEADING TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE.

       1100-READ-PRICE.
           READ FEED-PRICE-FILE
               AT END
                   MOVE "10" TO WS-FP-FILE-STATUS
           END-READ.

       1200-STORE-PRICE.
           IF WS-FT-COUNT NOT < WS-FT-MAX
               DISPLAY "FEEDWEEK REFUSED -- MORE THAN " WS-FT-MAX
                   " FEED TYPES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FP-PRICE-PER-KG NUMERIC
               ADD 1 TO WS-FT-COUNT
               MOVE FP-FEED-TYPE TO WS-T-FEED-TYPE(WS-FT-COUNT)
               MOVE FP-DESCRIPTION TO WS-T-DESCRIPTION(WS-FT-COUNT)
               MOVE FP-PRICE-PER-KG TO WS-T-PRICE-PER-KG(WS-FT-COUNT)
               MOVE ZERO TO WS-T-DELIVERED-KG(WS-FT-COUNT)
               MOVE ZERO TO WS-T-USED-KG(WS-FT-COUNT)
               MOVE ZERO TO WS-T-ON-HAND-KG(WS-FT-COUNT)
           ELSE
               DISPLAY "FEEDWEEK: PRICE IGNORED -- " FEED-PRICE-RECORD
           END-IF
           PERFORM 1100-READ-PRICE.

       1300-READ-FLOCK.
           READ FLOCK-MASTER-FILE
               AT END
                   MOVE "10" TO WS-FM-FILE-STATUS
           END-READ.

       1400-STORE-FLOCK.
           IF FL-COOP-NO NUMERIC AND FL-COOP-NO > ZERO
               MOVE FL-HEN-COUNT TO WS-HENS(FL-COOP-NO)
           END-IF
           PERFORM 1300-READ-FLOCK.

      ******************************************************************
      *    1500-FIND-LATEST-DATE - NO WEEK-END DATE ON THE CARD: THE
      *    WEEK ENDS ON THE NEWEST COLLECTION DATE ON FILE, OR TODAY
      *    WHEN THE HISTORY IS EMPTY.
      ******************************************************************
       1500-FIND-LATEST-DATE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EGG-HISTORY-FILE
           IF WS-EH-FILE-STATUS = "00"
               PERFORM 2100-READ-HISTORY
               PERFORM 1510-NOTE-LATEST-DATE
                   UNTIL WS-EOF
               CLOSE EGG-HISTORY-FILE
           END-IF
           IF WS-WEEK-END-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WEEK-END-DATE
           END-IF.

       1510-NOTE-LATEST-DATE.
           IF EH-COLLECT-DATE > WS-WEEK-END-DATE
               MOVE EH-COLLECT-DATE TO WS-WEEK-END-DATE
           END-IF
           PERFORM 2100-READ-HISTORY.

      ******************************************************************
      *    2000-LOAD-EGGS - EACH COOP'S DAILY COUNTS FOR THE FIVE
      *    WEEKS, THEN ROLLED UP INTO THE WEEK BUCKETS.
      ******************************************************************
       2000-LOAD-EGGS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EGG-HISTORY-FILE
           IF WS-EH-FILE-STATUS = "00"
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-KEEP-ONE-DAY
                   UNTIL WS-EOF
               CLOSE EGG-HISTORY-FILE
           END-IF
           PERFORM 2300-ROLL-UP-ONE-COOP
               VARYING WS-COOP-SUB FROM 1 BY 1
               UNTIL WS-COOP-SUB > 99.

       2100-READ-HISTORY.
           READ EGG-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-KEEP-ONE-DAY.
           IF EH-COOP-NO > ZERO
               MOVE EH-COLLECT-DATE TO WS-ENTRY-DATE
               PERFORM 8100-FIND-DAY
               IF WS-DAY-SUB > ZERO
                   MOVE EH-EGG-COUNT
                       TO WS-ED-EGGS(EH-COOP-NO, WS-DAY-SUB)
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY.

       2300-ROLL-UP-ONE-COOP.
           PERFORM 2310-ROLL-UP-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 35.

       2310-ROLL-UP-ONE-DAY.
           COMPUTE WS-WEEK-SUB = (WS-DAY-SUB - 1) / 7 + 1
           ADD WS-ED-EGGS(WS-COOP-SUB, WS-DAY-SUB)
               TO WS-W-EGGS(WS-COOP-SUB, WS-WEEK-SUB).

      ******************************************************************
      *    3000-LOAD-FEED - EVERY TRANSACTION UP TO THE WEEK-END DATE
      *    MOVES THE FEED STORE; USAGE IN THE FIVE WEEKS ALSO GOES TO
      *    ITS COOP'S WEEK, COSTED AT THE FEED TYPE'S PRICE.  LATER
      *    TRANSACTIONS BELONG TO A LATER WEEK AND ARE PASSED OVER.
      ******************************************************************
       3000-LOAD-FEED.
           MOVE WS-REJECT-HEADING TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           OPEN INPUT FEED-TRANS-FILE
           IF WS-FX-FILE-STATUS = "00"
               PERFORM 3100-READ-FEED
               PERFORM 3200-POST-ONE-FEED
                   UNTIL WS-FX-FILE-STATUS NOT = "00"
               CLOSE FEED-TRANS-FILE
           END-IF
           IF WS-REJECT-COUNT = ZERO
               MOVE WS-NONE-LINE TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF.

       3100-READ-FEED.
           READ FEED-TRANS-FILE
               AT END
                   MOVE "10" TO WS-FX-FILE-STATUS
           END-READ.

       3200-POST-ONE-FEED.
           MOVE ZERO TO WS-FT-FOUND-SUB
           PERFORM 8200-CHECK-ONE-FEED-TYPE
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-COUNT
                   OR WS-FT-FOUND-SUB > ZERO
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN FX-TXN-DATE NOT NUMERIC
                   OR FX-TXN-DATE = ZERO
                   MOVE "INVALID DATE" TO WS-REASON
               WHEN NOT FX-DELIVERY AND NOT FX-USAGE
                   MOVE "TYPE NOT D OR U" TO WS-REASON
               WHEN FX-USAGE
                   AND (FX-COOP-NO NOT NUMERIC OR FX-COOP-NO = ZERO)
                   MOVE "USAGE WITH NO COOP" TO WS-REASON
               WHEN WS-FT-FOUND-SUB = ZERO
                   MOVE "FEED TYPE NOT ON PRICE TABLE" TO WS-REASON
               WHEN FX-KILOGRAMS NOT NUMERIC
                   MOVE "INVALID KILOGRAMS" TO WS-REASON
               WHEN FX-TXN-DATE > WS-WEEK-END-DATE
                   CONTINUE
               WHEN FX-DELIVERY
                   PERFORM 3300-POST-DELIVERY
               WHEN OTHER
                   PERFORM 3400-POST-USAGE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE FEED-TRANS-RECORD TO WS-J-RECORD
               MOVE WS-REASON TO WS-J-REASON
               MOVE WS-REJECT-LINE TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF
           PERFORM 3100-READ-FEED.

       3300-POST-DELIVERY.
           ADD FX-KILOGRAMS TO WS-T-ON-HAND-KG(WS-FT-FOUND-SUB)
           MOVE FX-TXN-DATE TO WS-ENTRY-DATE
           PERFORM 8100-FIND-DAY
           IF WS-DAY-SUB > ZERO AND WS-DAY-SUB NOT > 7
               ADD FX-KILOGRAMS TO WS-T-DELIVERED-KG(WS-FT-FOUND-SUB)
           END-IF.

       3400-POST-USAGE.
           SUBTRACT FX-KILOGRAMS FROM WS-T-ON-HAND-KG(WS-FT-FOUND-SUB)
           MOVE FX-TXN-DATE TO WS-ENTRY-DATE
           PERFORM 8100-FIND-DAY
           IF WS-DAY-SUB > ZERO
               IF WS-DAY-SUB NOT > 7
                   ADD FX-KILOGRAMS
                       TO WS-T-USED-KG(WS-FT-FOUND-SUB)
               END-IF
               COMPUTE WS-WEEK-SUB = (WS-DAY-SUB - 1) / 7 + 1
               ADD FX-KILOGRAMS
                   TO WS-W-FEED-KG(FX-COOP-NO, WS-WEEK-SUB)
               COMPUTE WS-W-FEED-COST(FX-COOP-NO, WS-WEEK-SUB)
                   ROUNDED =
                   WS-W-FEED-COST(FX-COOP-NO, WS-WEEK-SUB)
                       + FX-KILOGRAMS
                           * WS-T-PRICE-PER-KG(WS-FT-FOUND-SUB)
           END-IF.

      ******************************************************************
      *    4000-WRITE-CONVERSION - ONE LINE PER COOP WITH FEED OR
      *    EGGS THIS WEEK, THEN THE FARM.  THE FOUR-WEEK AVERAGE IS
      *    THE MEAN OF THE WEEKLY RATIOS FOR THE PRIOR WEEKS THAT
      *    HAD BOTH FEED AND EGGS; A COOP WITH NO SUCH WEEK CANNOT
      *    BE COMPARED AND IS NEVER FLAGGED.
      ******************************************************************
       4000-WRITE-CONVERSION.
           MOVE WS-WORSEN-PCT TO WS-CH-PCT
           MOVE WS-CONVERSION-HEADING TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           MOVE WS-CONVERSION-COLUMNS TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           PERFORM 4100-WRITE-ONE-COOP
               VARYING WS-COOP-SUB FROM 1 BY 1
               UNTIL WS-COOP-SUB > 99
           MOVE ZERO TO WS-C-COOP-NO
           MOVE WS-TOTAL-HENS TO WS-C-HENS
           MOVE WS-TOTAL-KG TO WS-C-FEED-KG
           MOVE WS-TOTAL-EGGS TO WS-C-EGGS
           MOVE ZERO TO WS-C-GRAMS-PER-HEN
           MOVE ZERO TO WS-C-KG-PER-DOZEN
           MOVE ZERO TO WS-C-COST-PER-DOZEN
           IF WS-TOTAL-HENS > ZERO
               COMPUTE WS-C-GRAMS-PER-HEN ROUNDED =
                   WS-TOTAL-KG * 1000 / (WS-TOTAL-HENS * 7)
           END-IF
           IF WS-TOTAL-EGGS > ZERO
               COMPUTE WS-C-KG-PER-DOZEN ROUNDED =
                   WS-TOTAL-KG * 12 / WS-TOTAL-EGGS
               COMPUTE WS-C-COST-PER-DOZEN ROUNDED =
                   WS-TOTAL-COST * 12 / WS-TOTAL-EGGS
           END-IF
           MOVE ZERO TO WS-C-AVG-RATIO
           MOVE SPACES TO WS-C-FLAG
           MOVE "  FARM" TO WS-CT-LABEL
           MOVE WS-CONVERSION-LINE TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE.

       4100-WRITE-ONE-COOP.
           IF WS-W-FEED-KG(WS-COOP-SUB, 1) > ZERO
               OR WS-W-EGGS(WS-COOP-SUB, 1) > ZERO
               MOVE WS-COOP-SUB TO WS-C-COOP-NO
               MOVE WS-HENS(WS-COOP-SUB) TO WS-C-HENS
               MOVE WS-W-FEED-KG(WS-COOP-SUB, 1) TO WS-C-FEED-KG
               MOVE WS-W-EGGS(WS-COOP-SUB, 1) TO WS-C-EGGS
               MOVE ZERO TO WS-C-GRAMS-PER-HEN
               IF WS-HENS(WS-COOP-SUB) > ZERO
                   COMPUTE WS-C-GRAMS-PER-HEN ROUNDED =
                       WS-W-FEED-KG(WS-COOP-SUB, 1) * 1000
                           / (WS-HENS(WS-COOP-SUB) * 7)
               END-IF
               PERFORM 4200-FIGURE-AVERAGE
               MOVE WS-AVG-RATIO TO WS-C-AVG-RATIO
               MOVE SPACES TO WS-C-FLAG
               IF WS-W-EGGS(WS-COOP-SUB, 1) > ZERO
                   COMPUTE WS-RATIO ROUNDED =
                       WS-W-FEED-KG(WS-COOP-SUB, 1) * 12
                           / WS-W-EGGS(WS-COOP-SUB, 1)
                   MOVE WS-RATIO TO WS-C-KG-PER-DOZEN
                   COMPUTE WS-C-COST-PER-DOZEN ROUNDED =
                       WS-W-FEED-COST(WS-COOP-SUB, 1) * 12
                           / WS-W-EGGS(WS-COOP-SUB, 1)
                   COMPUTE WS-RATIO-LIMIT =
                       WS-AVG-RATIO * (100 + WS-WORSEN-PCT) / 100
                   IF WS-RATIO-WEEKS > ZERO
                       AND WS-RATIO > WS-RATIO-LIMIT
                       MOVE "WORSE" TO WS-C-FLAG
                       ADD 1 TO WS-FLAG-COUNT
                   END-IF
               ELSE
                   MOVE ZERO TO WS-C-KG-PER-DOZEN
                   MOVE ZERO TO WS-C-COST-PER-DOZEN
                   MOVE "NO EGGS" TO WS-C-FLAG
               END-IF
               IF WS-HENS(WS-COOP-SUB) = ZERO
                   AND WS-C-FLAG = SPACES
                   MOVE "NO FLOCK" TO WS-C-FLAG
               END-IF
               MOVE WS-CONVERSION-LINE TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
               ADD WS-HENS(WS-COOP-SUB) TO WS-TOTAL-HENS
               ADD WS-W-FEED-KG(WS-COOP-SUB, 1) TO WS-TOTAL-KG
               ADD WS-W-FEED-COST(WS-COOP-SUB, 1) TO WS-TOTAL-COST
               ADD WS-W-EGGS(WS-COOP-SUB, 1) TO WS-TOTAL-EGGS
           END-IF.

       4200-FIGURE-AVERAGE.
           MOVE ZERO TO WS-RATIO-SUM
           MOVE ZERO TO WS-RATIO-WEEKS
           MOVE ZERO TO WS-AVG-RATIO
           PERFORM 4210-ADD-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 2 BY 1
               UNTIL WS-WEEK-SUB > 5
           IF WS-RATIO-WEEKS > ZERO
               COMPUTE WS-AVG-RATIO ROUNDED =
                   WS-RATIO-SUM / WS-RATIO-WEEKS
           END-IF.

       4210-ADD-ONE-WEEK.
           IF WS-W-FEED-KG(WS-COOP-SUB, WS-WEEK-SUB) > ZERO
               AND WS-W-EGGS(WS-COOP-SUB, WS-WEEK-SUB) > ZERO
               COMPUTE WS-WEEK-RATIO ROUNDED =
                   WS-W-FEED-KG(WS-COOP-SUB, WS-WEEK-SUB) * 12
                       / WS-W-EGGS(WS-COOP-SUB, WS-WEEK-SUB)
               ADD WS-WEEK-RATIO TO WS-RATIO-SUM
               ADD 1 TO WS-RATIO-WEEKS
           END-IF.

      ******************************************************************
      *    5000-WRITE-FEED-STORE - THE WEEK'S DELIVERIES AND USAGE
      *    BY FEED TYPE AND THE STORE BALANCE AT THE WEEK-END DATE.
      *    A NEGATIVE BALANCE MEANS FEED WAS USED THAT NO INVOICE
      *    ACCOUNTS FOR.
      ******************************************************************
       5000-WRITE-FEED-STORE.
           MOVE WS-STORE-HEADING TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           MOVE WS-STORE-COLUMNS TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           PERFORM 5100-WRITE-ONE-FEED-TYPE
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-COUNT.

       5100-WRITE-ONE-FEED-TYPE.
           MOVE WS-T-FEED-TYPE(WS-FT-SUB) TO WS-S-FEED-TYPE
           MOVE WS-T-DESCRIPTION(WS-FT-SUB) TO WS-S-DESCRIPTION
           MOVE WS-T-PRICE-PER-KG(WS-FT-SUB) TO WS-S-PRICE
           MOVE WS-T-DELIVERED-KG(WS-FT-SUB) TO WS-S-DELIVERED
           MOVE WS-T-USED-KG(WS-FT-SUB) TO WS-S-USED
           MOVE WS-T-ON-HAND-KG(WS-FT-SUB) TO WS-S-ON-HAND
           IF WS-T-ON-HAND-KG(WS-FT-SUB) < ZERO
               MOVE "  CHECK" TO WS-S-FLAG
           ELSE
               MOVE SPACES TO WS-S-FLAG
           END-IF
           MOVE WS-STORE-LINE TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE.

      ******************************************************************
      *    8100-FIND-DAY - WS-ENTRY-DATE CARRIES A DATE IN;
      *    WS-DAY-SUB COMES BACK 1-35 WITHIN THE FIVE WEEKS ENDING
      *    ON THE WEEK-END DATE, ZERO OUTSIDE THEM.
      ******************************************************************
       8100-FIND-DAY.
           MOVE ZERO TO WS-DAY-SUB
           IF WS-ENTRY-DATE NOT > WS-WEEK-END-DATE
               COMPUTE WS-DAYS-AGO = WS-WEEK-END-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
               IF WS-DAYS-AGO >= 0 AND WS-DAYS-AGO < 35
                   COMPUTE WS-DAY-SUB = WS-DAYS-AGO + 1
               END-IF
           END-IF.

       8200-CHECK-ONE-FEED-TYPE.
           IF WS-T-FEED-TYPE(WS-FT-SUB) = FX-FEED-TYPE
               MOVE WS-FT-SUB TO WS-FT-FOUND-SUB
           END-IF.

       9999-TERMINATE.
           CLOSE FEED-REPORT-FILE
           DISPLAY "FEEDWEEK: " WS-FLAG-COUNT " COOPS FLAGGED, "
               WS-REJECT-COUNT " REJECTED"
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAG-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
