       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGGPACK.
       AUTHOR. EGG-FARM-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    EGGPACK IS THE DAILY GRADING AND PACKING RUN.  IT TAKES
      *    THE GRADING TABLE'S COUNTS BY COOP AND GRADE (GRADEIN)
      *    FOR THE PACK DATE (PACKCTL COLS 1-8, DEFAULT TODAY), ADDS
      *    THEM TO THE GRADED STOCK CARRIED FROM YESTERDAY (EGGSTOCK)
      *    AND FILLS EVERY STANDING ORDER (CUSTORD) DUE ON THE PACK
      *    DATE'S WEEKDAY -- PRIORITY 00 FIRST, TIES IN ORDER-FILE
      *    ORDER -- IN WHOLE DOZEN CARTONS (12 EGGS) OR TRAYS (30).
      *    WHAT CANNOT BE FILLED IS A SHORTFALL, APPENDED TO THE
      *    SHORTFALL LOG (EGGSHORT).  OUTPUTS:
      *        PACKSLIP  ONE PACKING SLIP PER CUSTOMER DUE TODAY
      *        PACKRPT   REJECTED INTAKE AND ORDERS, THE COOP
      *                  RECONCILIATION, STOCK ON HAND BY GRADE AND
      *                  THE SHORTFALLS
      *        EGGSTKO   TONIGHT'S STOCK ON HAND BY GRADE, TO BE
      *                  COPIED OVER EGGSTOCK AFTER A CLEAN RUN
      *    THE RECONCILIATION SETS EACH COOP'S GRADED TOTAL AGAINST
      *    THE COUNT EGGBAT POSTED TO THE EGG HISTORY FOR THE SAME
      *    DATE; THE DIFFERENCE IS THE DAY'S BREAKAGE.  GRADING MORE
      *    THAN WAS COLLECTED IS FLAGGED FOR A RECOUNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACK-CONTROL-FILE ASSIGN TO "PACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT GRADE-INTAKE-FILE ASSIGN TO "GRADEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-FILE-STATUS.

           SELECT EGG-HISTORY-FILE ASSIGN TO "EGGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EH-FILE-STATUS.

           SELECT EGG-STOCK-FILE ASSIGN TO "EGGSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-FILE-STATUS.

           SELECT EGG-STOCK-OUT ASSIGN TO "EGGSTKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "CUSTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EO-FILE-STATUS.

           SELECT SHORTFALL-LOG-FILE ASSIGN TO "EGGSHORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-FILE-STATUS.

           SELECT PACKING-SLIP-FILE ASSIGN TO "PACKSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT PACK-REPORT-FILE ASSIGN TO "PACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PACK-CONTROL-FILE.
       01  PACK-CONTROL-RECORD.
           05  PC-PACK-DATE             PIC 9(08).

       FD  GRADE-INTAKE-FILE.
       COPY EGGGRADE.

       FD  EGG-HISTORY-FILE.
       COPY EGGHIST.

       FD  EGG-STOCK-FILE.
       COPY EGGSTOCK.

       FD  EGG-STOCK-OUT.
       01  EGG-STOCK-OUT-RECORD         PIC X(09).

       FD  CUSTOMER-ORDER-FILE.
       COPY EGGORDR.

       FD  SHORTFALL-LOG-FILE.
       COPY EGGSHORT.

       FD  PACKING-SLIP-FILE.
       01  PACKING-SLIP-LINE            PIC X(80).

       FD  PACK-REPORT-FILE.
       01  PACK-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PC-FILE-STATUS            PIC XX.
       01  WS-GR-FILE-STATUS            PIC XX.
       01  WS-EH-FILE-STATUS            PIC XX.
       01  WS-ES-FILE-STATUS            PIC XX.
       01  WS-SO-FILE-STATUS            PIC XX.
       01  WS-EO-FILE-STATUS            PIC XX.
       01  WS-SF-FILE-STATUS            PIC XX.
       01  WS-PS-FILE-STATUS            PIC XX.
       01  WS-PR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-PACK-DATE                 PIC 9(08).
       01  WS-PACK-INT                  PIC 9(07).
       01  WS-WEEK-COUNT                PIC 9(07).
       01  WS-PACK-DAY                  PIC 9(01).
       01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-INTAKE-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-NOT-DUE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-SHORT-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-RECOUNT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-REASON                    PIC X(30).

      *    THE GRADES, LARGEST FIRST, AND THE DAY'S STOCK MOVEMENT
      *    FOR EACH: YESTERDAY'S STOCK, TODAY'S GRADING, WHAT WAS
      *    PACKED OUT AND WHAT IS LEFT ON HAND.
       01  WS-GRADE-NAMES.
           05  FILLER                   PIC X(14) VALUE
               "JUJUMBO".
           05  FILLER                   PIC X(14) VALUE
               "XLEXTRA LARGE".
           05  FILLER                   PIC X(14) VALUE
               "LGLARGE".
           05  FILLER                   PIC X(14) VALUE
               "MDMEDIUM".
           05  FILLER                   PIC X(14) VALUE
               "SMSMALL".
           05  FILLER                   PIC X(14) VALUE
               "PWPEEWEE".
       01  WS-GRADE-NAME-TABLE REDEFINES WS-GRADE-NAMES.
           05  WS-GN-ENTRY OCCURS 6 TIMES.
               10  WS-GN-CODE           PIC X(02).
               10  WS-GN-NAME           PIC X(12).
       01  WS-GRADE-MAX                 PIC 9(01) VALUE 6.
       01  WS-GRADE-STOCK-TABLE.
           05  WS-GS-ENTRY OCCURS 6 TIMES.
               10  WS-G-OPENING         PIC 9(07).
               10  WS-G-GRADED          PIC 9(07).
               10  WS-G-PACKED          PIC 9(07).
               10  WS-G-ON-HAND         PIC 9(07).
       01  WS-GRADE-SUB                 PIC 9(01).
       01  WS-GRADE-FOUND-SUB           PIC 9(01).
       01  WS-SEEK-GRADE                PIC X(02).

      *    EACH COOP'S DAY, SUBSCRIPTED BY COOP NUMBER: THE COUNT
      *    EGGBAT POSTED FOR THE PACK DATE AND THE COUNT GRADED.
       01  WS-COOP-TABLE.
           05  WS-CP-ENTRY OCCURS 99 TIMES.
               10  WS-C-COLLECTED-SW    PIC X(01).
                   88  WS-C-COLLECTED   VALUE "Y".
               10  WS-C-COLLECTED-EGGS  PIC 9(06).
               10  WS-C-GRADED-EGGS     PIC 9(07).
       01  WS-COOP-SUB                  PIC 9(03).
       01  WS-TOTAL-COLLECTED           PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-GRADED              PIC 9(08) VALUE ZERO.
       01  WS-BREAKAGE                  PIC S9(08).

      *    THE ORDERS DUE TODAY, IN ORDER-FILE ORDER, WITH WHAT THE
      *    ALLOCATION PASS PACKED AGAINST EACH.
       01  WS-OR-MAX                    PIC 9(04) VALUE 1000.
       01  WS-OR-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-OR-TABLE.
           05  WS-OR-ENTRY OCCURS 1000 TIMES.
               10  WS-O-CUSTOMER-ID     PIC X(06).
               10  WS-O-CUSTOMER-NAME   PIC X(20).
               10  WS-O-CUSTOMER-TYPE   PIC X(01).
               10  WS-O-PRIORITY        PIC 9(02).
               10  WS-O-GRADE-SUB       PIC 9(01).
               10  WS-O-PACK-UNIT       PIC X(01).
               10  WS-O-UNIT-SIZE       PIC 9(02).
               10  WS-O-ORDERED         PIC 9(04).
               10  WS-O-PACKED          PIC 9(04).
               10  WS-O-SHORT           PIC 9(04).
       01  WS-OR-SUB                    PIC 9(04).
       01  WS-SLIP-SUB                  PIC 9(04).
       01  WS-OR-FOUND-SUB              PIC 9(04).
       01  WS-PRIORITY                  PIC 9(03).
       01  WS-UNITS-AVAILABLE           PIC 9(07).
       01  WS-SLIP-EGGS                 PIC 9(07).
       01  WS-SLIP-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                   PIC X(28) VALUE
               "EGG GRADING AND PACKING FOR ".
           05  WS-H-PACK-DATE           PIC 9(08).
       01  WS-GRADE-REJECT-HEADING      PIC X(40) VALUE
           "GRADING INTAKE REJECTED".
       01  WS-ORDER-REJECT-HEADING      PIC X(40) VALUE
           "STANDING ORDERS REJECTED".
       01  WS-RECON-HEADING             PIC X(60) VALUE
           "COOP RECONCILIATION -- COLLECTED, GRADED, BROKEN".
       01  WS-STOCK-HEADING             PIC X(60) VALUE
           "STOCK ON HAND BY GRADE (EGGS)".
       01  WS-STOCK-COLUMNS             PIC X(60) VALUE
           "GRADE            OPENING  GRADED  PACKED  ON HAND".
       01  WS-SHORT-HEADING             PIC X(60) VALUE
           "SHORTFALLS -- ORDERS NOT FILLED IN FULL".
       01  WS-NONE-LINE                 PIC X(20) VALUE
           "  (NONE)".
       01  WS-BLANK-LINE                PIC X(01) VALUE SPACE.

       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-J-RECORD              PIC X(43).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-J-REASON              PIC X(30).

       01  WS-RECON-LINE.
           05  FILLER                   PIC X(07) VALUE "  COOP ".
           05  WS-R-COOP-NO             PIC 9(02).
           05  FILLER                   PIC X(12) VALUE
               "  COLLECTED ".
           05  WS-R-COLLECTED           PIC ZZZZZZ9.
           05  FILLER                   PIC X(09) VALUE "  GRADED ".
           05  WS-R-GRADED              PIC ZZZZZZ9.
           05  FILLER                   PIC X(11) VALUE
               "  BREAKAGE ".
           05  WS-R-BREAKAGE            PIC -------9.
           05  WS-R-FLAG                PIC X(17).
       01  WS-RECON-TOTAL REDEFINES WS-RECON-LINE.
           05  WS-RT-LABEL              PIC X(09).
           05  FILLER                   PIC X(71).

       01  WS-STOCK-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-S-CODE                PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-S-NAME                PIC X(12).
           05  WS-S-OPENING             PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-S-GRADED              PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-S-PACKED              PIC ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-S-ON-HAND             PIC ZZZZZZ9.

       01  WS-SHORT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-F-CUSTOMER-ID         PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-F-CUSTOMER-NAME       PIC X(20).
           05  FILLER                   PIC X(05) VALUE " PRI ".
           05  WS-F-PRIORITY            PIC 9(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-F-GRADE               PIC X(02).
           05  FILLER                   PIC X(09) VALUE "  ORDERED".
           05  WS-F-ORDERED             PIC ZZZ9.
           05  FILLER                   PIC X(08) VALUE "  PACKED".
           05  WS-F-PACKED              PIC ZZZ9.
           05  FILLER                   PIC X(07) VALUE "  SHORT".
           05  WS-F-SHORT               PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-F-UNIT                PIC X(01).

       01  WS-SLIP-HEADING.
           05  FILLER                   PIC X(26) VALUE
               "ELIUD'S EGGS  PACKING SLIP".
           05  FILLER                   PIC X(10) VALUE
               "   PACKED ".
           05  WS-SH-PACK-DATE          PIC 9(08).
       01  WS-SLIP-CUSTOMER.
           05  FILLER                   PIC X(10) VALUE "CUSTOMER  ".
           05  WS-SC-CUSTOMER-ID        PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-SC-CUSTOMER-NAME      PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-SC-CUSTOMER-TYPE      PIC X(10).
       01  WS-SLIP-COLUMNS              PIC X(60) VALUE
           "  GRADE          PACK    ORDERED  PACKED  SHORT".
       01  WS-SLIP-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-SL-CODE               PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SL-NAME               PIC X(12).
           05  WS-SL-UNIT               PIC X(06).
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-SL-ORDERED            PIC ZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  WS-SL-PACKED             PIC ZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-SL-SHORT              PIC ZZZ9.
       01  WS-SLIP-TOTAL.
           05  FILLER                   PIC X(23) VALUE
               "  TOTAL EGGS PACKED".
           05  WS-ST-EGGS               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-GRADING
           PERFORM 3000-LOAD-COLLECTED
           PERFORM 4000-LOAD-DUE-ORDERS
           PERFORM 5000-ALLOCATE-STOCK
           PERFORM 6000-WRITE-PACKING-SLIPS
           PERFORM 7000-WRITE-RECONCILIATION
           PERFORM 7500-WRITE-STOCK-ON-HAND
           PERFORM 7800-WRITE-SHORTFALLS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE GRADING INTAKE IS MANDATORY: WITHOUT
      *    IT THERE IS NOTHING TO RECONCILE AND THE STOCK WOULD BE
      *    WRONG.  NO STOCK FILE YET MEANS AN EMPTY EGG ROOM.  THE
      *    PACK DATE'S WEEKDAY (1 = MONDAY) PICKS THE ORDERS DUE.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PACK-DATE
           OPEN INPUT PACK-CONTROL-FILE
           IF WS-PC-FILE-STATUS = "00"
               READ PACK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-PACK-DATE NUMERIC
                           AND PC-PACK-DATE NOT = ZERO
                           MOVE PC-PACK-DATE TO WS-PACK-DATE
                       END-IF
               END-READ
               CLOSE PACK-CONTROL-FILE
           END-IF
           COMPUTE WS-PACK-INT =
               FUNCTION INTEGER-OF-DATE(WS-PACK-DATE) - 1
           DIVIDE WS-PACK-INT BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-PACK-DAY
           ADD 1 TO WS-PACK-DAY
           OPEN INPUT GRADE-INTAKE-FILE
           IF WS-GR-FILE-STATUS NOT = "00"
               DISPLAY "EGGPACK REFUSED -- NO GRADING INTAKE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CLEAR-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-MAX
           PERFORM 1200-CLEAR-COOP
               VARYING WS-COOP-SUB FROM 1 BY 1
               UNTIL WS-COOP-SUB > 99
           OPEN INPUT EGG-STOCK-FILE
           IF WS-ES-FILE-STATUS = "00"
               PERFORM 1300-READ-STOCK
               PERFORM 1400-STORE-STOCK
                   UNTIL WS-ES-FILE-STATUS NOT = "00"
               CLOSE EGG-STOCK-FILE
           END-IF
           OPEN OUTPUT PACK-REPORT-FILE
           OPEN OUTPUT PACKING-SLIP-FILE
           MOVE WS-PACK-DATE TO WS-H-PACK-DATE
           MOVE WS-REPORT-HEADING TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE.

       1100-CLEAR-GRADE.
           MOVE ZERO TO WS-G-OPENING(WS-GRADE-SUB)
           MOVE ZERO TO WS-G-GRADED(WS-GRADE-SUB)
           MOVE ZERO TO WS-G-PACKED(WS-GRADE-SUB)
           MOVE ZERO TO WS-G-ON-HAND(WS-GRADE-SUB).

       1200-CLEAR-COOP.
           MOVE "N" TO WS-C-COLLECTED-SW(WS-COOP-SUB)
           MOVE ZERO TO WS-C-COLLECTED-EGGS(WS-COOP-SUB)
           MOVE ZERO TO WS-C-GRADED-EGGS(WS-COOP-SUB).

       1300-READ-STOCK.
           READ EGG-STOCK-FILE
               AT END
                   MOVE "10" TO WS-ES-FILE-STATUS
           END-READ.

       1400-STORE-STOCK.
           MOVE ES-GRADE TO WS-SEEK-GRADE
           PERFORM 8100-FIND-GRADE
           IF WS-GRADE-FOUND-SUB > ZERO AND ES-ON-HAND NUMERIC
               ADD ES-ON-HAND TO WS-G-OPENING(WS-GRADE-FOUND-SUB)
               ADD ES-ON-HAND TO WS-G-ON-HAND(WS-GRADE-FOUND-SUB)
           ELSE
               DISPLAY "EGGPACK: STOCK RECORD IGNORED -- "
                   EGG-STOCK-RECORD
           END-IF
           PERFORM 1300-READ-STOCK.

      ******************************************************************
      *    2000-LOAD-GRADING - EVERY INTAKE RECORD FOR THE PACK DATE
      *    GOES INTO STOCK AND AGAINST ITS COOP; ANYTHING ELSE IS
      *    LISTED AS REJECTED AND THE RUN ENDS RC 8.
      ******************************************************************
       2000-LOAD-GRADING.
           MOVE WS-GRADE-REJECT-HEADING TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           PERFORM 2100-READ-GRADING
           PERFORM 2200-POST-ONE-GRADING
               UNTIL WS-GR-FILE-STATUS NOT = "00"
           CLOSE GRADE-INTAKE-FILE
           IF WS-REJECT-COUNT = ZERO
               MOVE WS-NONE-LINE TO PACK-REPORT-LINE
               WRITE PACK-REPORT-LINE
           END-IF.

       2100-READ-GRADING.
           READ GRADE-INTAKE-FILE
               AT END
                   MOVE "10" TO WS-GR-FILE-STATUS
           END-READ.

       2200-POST-ONE-GRADING.
           MOVE GR-GRADE TO WS-SEEK-GRADE
           PERFORM 8100-FIND-GRADE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN GR-GRADE-DATE NOT NUMERIC
                   OR GR-GRADE-DATE NOT = WS-PACK-DATE
                   MOVE "NOT THE PACK DATE" TO WS-REASON
               WHEN GR-COOP-NO NOT NUMERIC
                   OR GR-COOP-NO = ZERO
                   MOVE "INVALID COOP" TO WS-REASON
               WHEN WS-GRADE-FOUND-SUB = ZERO
                   MOVE "UNKNOWN GRADE" TO WS-REASON
               WHEN GR-EGG-COUNT NOT NUMERIC
                   MOVE "INVALID EGG COUNT" TO WS-REASON
               WHEN OTHER
                   ADD GR-EGG-COUNT
                       TO WS-G-GRADED(WS-GRADE-FOUND-SUB)
                   ADD GR-EGG-COUNT
                       TO WS-G-ON-HAND(WS-GRADE-FOUND-SUB)
                   ADD GR-EGG-COUNT
                       TO WS-C-GRADED-EGGS(GR-COOP-NO)
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE EGG-GRADE-RECORD TO WS-J-RECORD
               MOVE WS-REASON TO WS-J-REASON
               MOVE WS-REJECT-LINE TO PACK-REPORT-LINE
               WRITE PACK-REPORT-LINE
           END-IF
           PERFORM 2100-READ-GRADING.

      ******************************************************************
      *    3000-LOAD-COLLECTED - EACH COOP'S EGG-HISTORY COUNT FOR
      *    THE PACK DATE (A RERUN'S SECOND RECORD FOR A COOP/DATE
      *    SUPERSEDES THE FIRST, AS IN EGGWEEK).
      ******************************************************************
       3000-LOAD-COLLECTED.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EGG-HISTORY-FILE
           IF WS-EH-FILE-STATUS = "00"
               PERFORM 3100-READ-HISTORY
               PERFORM 3200-KEEP-ONE-COLLECTION
                   UNTIL WS-EOF
               CLOSE EGG-HISTORY-FILE
           END-IF.

       3100-READ-HISTORY.
           READ EGG-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-KEEP-ONE-COLLECTION.
           IF EH-COLLECT-DATE = WS-PACK-DATE
               AND EH-COOP-NO > ZERO
               SET WS-C-COLLECTED(EH-COOP-NO) TO TRUE
               MOVE EH-EGG-COUNT TO WS-C-COLLECTED-EGGS(EH-COOP-NO)
           END-IF
           PERFORM 3100-READ-HISTORY.

      ******************************************************************
      *    4000-LOAD-DUE-ORDERS - THE STANDING ORDERS DUE ON THE
      *    PACK DATE'S WEEKDAY.  AN UNREADABLE ORDER IS REJECTED
      *    (RC 8); MORE DUE ORDERS THAN THE TABLE HOLDS WOULD SHORT
      *    CUSTOMERS SILENTLY, SO THE RUN IS REFUSED.
      ******************************************************************
       4000-LOAD-DUE-ORDERS.
           MOVE WS-ORDER-REJECT-HEADING TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-INTAKE-REJECT-COUNT
           OPEN INPUT CUSTOMER-ORDER-FILE
           IF WS-EO-FILE-STATUS = "00"
               PERFORM 4100-READ-ORDER
               PERFORM 4200-STORE-ONE-ORDER
                   UNTIL WS-EO-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-ORDER-FILE
           END-IF
           IF WS-REJECT-COUNT = WS-INTAKE-REJECT-COUNT
               MOVE WS-NONE-LINE TO PACK-REPORT-LINE
               WRITE PACK-REPORT-LINE
           END-IF.

       4100-READ-ORDER.
           READ CUSTOMER-ORDER-FILE
               AT END
                   MOVE "10" TO WS-EO-FILE-STATUS
           END-READ.

       4200-STORE-ONE-ORDER.
           MOVE EO-GRADE TO WS-SEEK-GRADE
           PERFORM 8100-FIND-GRADE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN EO-CUSTOMER-ID = SPACES
                   MOVE "NO CUSTOMER ID" TO WS-REASON
               WHEN NOT EO-SHOP AND NOT EO-RESTAURANT
                   MOVE "TYPE NOT S OR R" TO WS-REASON
               WHEN EO-PRIORITY NOT NUMERIC
                   MOVE "INVALID PRIORITY" TO WS-REASON
               WHEN WS-GRADE-FOUND-SUB = ZERO
                   MOVE "UNKNOWN GRADE" TO WS-REASON
               WHEN EO-QUANTITY NOT NUMERIC
                   OR EO-QUANTITY = ZERO
                   MOVE "INVALID QUANTITY" TO WS-REASON
               WHEN NOT EO-DOZENS AND NOT EO-TRAYS
                   MOVE "PACK UNIT NOT D OR T" TO WS-REASON
               WHEN EO-DAY-FLAG(WS-PACK-DAY) NOT = "Y"
                   ADD 1 TO WS-NOT-DUE-COUNT
               WHEN WS-OR-COUNT NOT < WS-OR-MAX
                   DISPLAY "EGGPACK REFUSED -- MORE THAN "
                       WS-OR-MAX " ORDERS DUE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 4300-ADD-DUE-ORDER
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE EGG-ORDER-RECORD TO WS-J-RECORD
               MOVE WS-REASON TO WS-J-REASON
               MOVE WS-REJECT-LINE TO PACK-REPORT-LINE
               WRITE PACK-REPORT-LINE
           END-IF
           PERFORM 4100-READ-ORDER.

       4300-ADD-DUE-ORDER.
           ADD 1 TO WS-OR-COUNT
           MOVE EO-CUSTOMER-ID TO WS-O-CUSTOMER-ID(WS-OR-COUNT)
           MOVE EO-CUSTOMER-NAME TO WS-O-CUSTOMER-NAME(WS-OR-COUNT)
           MOVE EO-CUSTOMER-TYPE TO WS-O-CUSTOMER-TYPE(WS-OR-COUNT)
           MOVE EO-PRIORITY TO WS-O-PRIORITY(WS-OR-COUNT)
           MOVE WS-GRADE-FOUND-SUB TO WS-O-GRADE-SUB(WS-OR-COUNT)
           MOVE EO-PACK-UNIT TO WS-O-PACK-UNIT(WS-OR-COUNT)
           IF EO-DOZENS
               MOVE 12 TO WS-O-UNIT-SIZE(WS-OR-COUNT)
           ELSE
               MOVE 30 TO WS-O-UNIT-SIZE(WS-OR-COUNT)
           END-IF
           MOVE EO-QUANTITY TO WS-O-ORDERED(WS-OR-COUNT)
           MOVE ZERO TO WS-O-PACKED(WS-OR-COUNT)
           MOVE ZERO TO WS-O-SHORT(WS-OR-COUNT).

      ******************************************************************
      *    5000-ALLOCATE-STOCK - PRIORITY BY PRIORITY, EACH DUE ORDER
      *    TAKES AS MANY WHOLE CARTONS OR TRAYS OF ITS GRADE AS THE
      *    STOCK ON HAND STILL COVERS.  THE REST IS ITS SHORTFALL,
      *    LOGGED FOR THE RECORD.
      ******************************************************************
       5000-ALLOCATE-STOCK.
           OPEN EXTEND SHORTFALL-LOG-FILE
           IF WS-SF-FILE-STATUS NOT = "00"
               OPEN OUTPUT SHORTFALL-LOG-FILE
           END-IF
           PERFORM 5100-ALLOCATE-ONE-PRIORITY
               VARYING WS-PRIORITY FROM 0 BY 1
               UNTIL WS-PRIORITY > 99
           CLOSE SHORTFALL-LOG-FILE.

       5100-ALLOCATE-ONE-PRIORITY.
           PERFORM 5200-ALLOCATE-ONE-ORDER
               VARYING WS-OR-SUB FROM 1 BY 1
               UNTIL WS-OR-SUB > WS-OR-COUNT.

       5200-ALLOCATE-ONE-ORDER.
           IF WS-O-PRIORITY(WS-OR-SUB) = WS-PRIORITY
               MOVE WS-O-GRADE-SUB(WS-OR-SUB) TO WS-GRADE-SUB
               DIVIDE WS-G-ON-HAND(WS-GRADE-SUB)
                   BY WS-O-UNIT-SIZE(WS-OR-SUB)
                   GIVING WS-UNITS-AVAILABLE
               IF WS-UNITS-AVAILABLE < WS-O-ORDERED(WS-OR-SUB)
                   MOVE WS-UNITS-AVAILABLE TO WS-O-PACKED(WS-OR-SUB)
               ELSE
                   MOVE WS-O-ORDERED(WS-OR-SUB)
                       TO WS-O-PACKED(WS-OR-SUB)
               END-IF
               COMPUTE WS-O-SHORT(WS-OR-SUB) =
                   WS-O-ORDERED(WS-OR-SUB) - WS-O-PACKED(WS-OR-SUB)
               COMPUTE WS-G-PACKED(WS-GRADE-SUB) =
                   WS-G-PACKED(WS-GRADE-SUB)
                       + WS-O-PACKED(WS-OR-SUB)
                           * WS-O-UNIT-SIZE(WS-OR-SUB)
               COMPUTE WS-G-ON-HAND(WS-GRADE-SUB) =
                   WS-G-ON-HAND(WS-GRADE-SUB)
                       - WS-O-PACKED(WS-OR-SUB)
                           * WS-O-UNIT-SIZE(WS-OR-SUB)
               IF WS-O-SHORT(WS-OR-SUB) > ZERO
                   PERFORM 5300-LOG-SHORTFALL
               END-IF
           END-IF.

       5300-LOG-SHORTFALL.
           ADD 1 TO WS-SHORT-COUNT
           MOVE WS-PACK-DATE TO SF-PACK-DATE
           MOVE WS-O-CUSTOMER-ID(WS-OR-SUB) TO SF-CUSTOMER-ID
           MOVE WS-GN-CODE(WS-GRADE-SUB) TO SF-GRADE
           MOVE WS-O-PACK-UNIT(WS-OR-SUB) TO SF-PACK-UNIT
           MOVE WS-O-ORDERED(WS-OR-SUB) TO SF-ORDERED
           MOVE WS-O-PACKED(WS-OR-SUB) TO SF-PACKED
           MOVE WS-O-SHORT(WS-OR-SUB) TO SF-SHORT
           WRITE EGG-SHORTFALL-RECORD.

      ******************************************************************
      *    6000-WRITE-PACKING-SLIPS - ONE SLIP PER CUSTOMER DUE
      *    TODAY, AT THE CUSTOMER'S FIRST ORDER LINE, CARRYING EVERY
      *    ONE OF ITS ORDER LINES WHEREVER THEY FALL IN THE FILE.
      ******************************************************************
       6000-WRITE-PACKING-SLIPS.
           PERFORM 6100-SLIP-IF-FIRST-LINE
               VARYING WS-OR-SUB FROM 1 BY 1
               UNTIL WS-OR-SUB > WS-OR-COUNT.

       6100-SLIP-IF-FIRST-LINE.
           MOVE ZERO TO WS-OR-FOUND-SUB
           PERFORM 6110-CHECK-EARLIER-LINE
               VARYING WS-SLIP-SUB FROM 1 BY 1
               UNTIL WS-SLIP-SUB NOT < WS-OR-SUB
                   OR WS-OR-FOUND-SUB > ZERO
           IF WS-OR-FOUND-SUB = ZERO
               PERFORM 6200-WRITE-ONE-SLIP
           END-IF.

       6110-CHECK-EARLIER-LINE.
           IF WS-O-CUSTOMER-ID(WS-SLIP-SUB)
               = WS-O-CUSTOMER-ID(WS-OR-SUB)
               MOVE WS-SLIP-SUB TO WS-OR-FOUND-SUB
           END-IF.

       6200-WRITE-ONE-SLIP.
           ADD 1 TO WS-SLIP-COUNT
           IF WS-SLIP-COUNT > 1
               MOVE WS-BLANK-LINE TO PACKING-SLIP-LINE
               WRITE PACKING-SLIP-LINE
           END-IF
           MOVE WS-PACK-DATE TO WS-SH-PACK-DATE
           MOVE WS-SLIP-HEADING TO PACKING-SLIP-LINE
           WRITE PACKING-SLIP-LINE
           MOVE WS-O-CUSTOMER-ID(WS-OR-SUB) TO WS-SC-CUSTOMER-ID
           MOVE WS-O-CUSTOMER-NAME(WS-OR-SUB) TO WS-SC-CUSTOMER-NAME
           IF WS-O-CUSTOMER-TYPE(WS-OR-SUB) = "R"
               MOVE "RESTAURANT" TO WS-SC-CUSTOMER-TYPE
           ELSE
               MOVE "SHOP" TO WS-SC-CUSTOMER-TYPE
           END-IF
           MOVE WS-SLIP-CUSTOMER TO PACKING-SLIP-LINE
           WRITE PACKING-SLIP-LINE
           MOVE WS-SLIP-COLUMNS TO PACKING-SLIP-LINE
           WRITE PACKING-SLIP-LINE
           MOVE ZERO TO WS-SLIP-EGGS
           PERFORM 6210-WRITE-CUSTOMER-LINE
               VARYING WS-SLIP-SUB FROM WS-OR-SUB BY 1
               UNTIL WS-SLIP-SUB > WS-OR-COUNT
           MOVE WS-SLIP-EGGS TO WS-ST-EGGS
           MOVE WS-SLIP-TOTAL TO PACKING-SLIP-LINE
           WRITE PACKING-SLIP-LINE.

       6210-WRITE-CUSTOMER-LINE.
           IF WS-O-CUSTOMER-ID(WS-SLIP-SUB)
               = WS-O-CUSTOMER-ID(WS-OR-SUB)
               MOVE WS-O-GRADE-SUB(WS-SLIP-SUB) TO WS-GRADE-SUB
               MOVE WS-GN-CODE(WS-GRADE-SUB) TO WS-SL-CODE
               MOVE WS-GN-NAME(WS-GRADE-SUB) TO WS-SL-NAME
               IF WS-O-PACK-UNIT(WS-SLIP-SUB) = "T"
                   MOVE "TRAYS" TO WS-SL-UNIT
               ELSE
                   MOVE "DOZENS" TO WS-SL-UNIT
               END-IF
               MOVE WS-O-ORDERED(WS-SLIP-SUB) TO WS-SL-ORDERED
               MOVE WS-O-PACKED(WS-SLIP-SUB) TO WS-SL-PACKED
               MOVE WS-O-SHORT(WS-SLIP-SUB) TO WS-SL-SHORT
               MOVE WS-SLIP-LINE TO PACKING-SLIP-LINE
               WRITE PACKING-SLIP-LINE
               COMPUTE WS-SLIP-EGGS = WS-SLIP-EGGS
                   + WS-O-PACKED(WS-SLIP-SUB)
                       * WS-O-UNIT-SIZE(WS-SLIP-SUB)
           END-IF.

      ******************************************************************
      *    7000-WRITE-RECONCILIATION - EVERY COOP THAT WAS COLLECTED
      *    OR GRADED TODAY: BREAKAGE IS COLLECTED LESS GRADED.  A
      *    COOP GRADED WITH NO COLLECTION ON FILE, OR GRADED PAST
      *    ITS COLLECTION, IS FLAGGED FOR A RECOUNT (RC 4).
      ******************************************************************
       7000-WRITE-RECONCILIATION.
           MOVE WS-RECON-HEADING TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           PERFORM 7100-RECONCILE-ONE-COOP
               VARYING WS-COOP-SUB FROM 1 BY 1
               UNTIL WS-COOP-SUB > 99
           MOVE SPACES TO WS-R-FLAG
           MOVE ZERO TO WS-R-COOP-NO
           MOVE WS-TOTAL-COLLECTED TO WS-R-COLLECTED
           MOVE WS-TOTAL-GRADED TO WS-R-GRADED
           COMPUTE WS-BREAKAGE = WS-TOTAL-COLLECTED - WS-TOTAL-GRADED
           MOVE WS-BREAKAGE TO WS-R-BREAKAGE
           MOVE "  FARM  " TO WS-RT-LABEL
           MOVE WS-RECON-LINE TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE.

       7100-RECONCILE-ONE-COOP.
           IF WS-C-COLLECTED(WS-COOP-SUB)
               OR WS-C-GRADED-EGGS(WS-COOP-SUB) > ZERO
               MOVE WS-COOP-SUB TO WS-R-COOP-NO
               MOVE WS-C-COLLECTED-EGGS(WS-COOP-SUB)
                   TO WS-R-COLLECTED
               MOVE WS-C-GRADED-EGGS(WS-COOP-SUB) TO WS-R-GRADED
               COMPUTE WS-BREAKAGE =
                   WS-C-COLLECTED-EGGS(WS-COOP-SUB)
                       - WS-C-GRADED-EGGS(WS-COOP-SUB)
               MOVE WS-BREAKAGE TO WS-R-BREAKAGE
               EVALUATE TRUE
                   WHEN NOT WS-C-COLLECTED(WS-COOP-SUB)
                       MOVE "  NOT COLLECTED" TO WS-R-FLAG
                       ADD 1 TO WS-RECOUNT-COUNT
                   WHEN WS-BREAKAGE < ZERO
                       MOVE "  RECOUNT" TO WS-R-FLAG
                       ADD 1 TO WS-RECOUNT-COUNT
                   WHEN OTHER
                       MOVE SPACES TO WS-R-FLAG
               END-EVALUATE
               MOVE WS-RECON-LINE TO PACK-REPORT-LINE
               WRITE PACK-REPORT-LINE
               ADD WS-C-COLLECTED-EGGS(WS-COOP-SUB)
                   TO WS-TOTAL-COLLECTED
               ADD WS-C-GRADED-EGGS(WS-COOP-SUB) TO WS-TOTAL-GRADED
           END-IF.

      ******************************************************************
      *    7500-WRITE-STOCK-ON-HAND - THE DAY'S MOVEMENT BY GRADE ON
      *    THE REPORT, AND TONIGHT'S CLOSING STOCK TO EGGSTKO (EVERY
      *    GRADE, EVEN AT ZERO).
      ******************************************************************
       7500-WRITE-STOCK-ON-HAND.
           MOVE WS-STOCK-HEADING TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           MOVE WS-STOCK-COLUMNS TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           OPEN OUTPUT EGG-STOCK-OUT
           PERFORM 7510-WRITE-ONE-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-MAX
           CLOSE EGG-STOCK-OUT.

       7510-WRITE-ONE-GRADE.
           MOVE WS-GN-CODE(WS-GRADE-SUB) TO WS-S-CODE
           MOVE WS-GN-NAME(WS-GRADE-SUB) TO WS-S-NAME
           MOVE WS-G-OPENING(WS-GRADE-SUB) TO WS-S-OPENING
           MOVE WS-G-GRADED(WS-GRADE-SUB) TO WS-S-GRADED
           MOVE WS-G-PACKED(WS-GRADE-SUB) TO WS-S-PACKED
           MOVE WS-G-ON-HAND(WS-GRADE-SUB) TO WS-S-ON-HAND
           MOVE WS-STOCK-LINE TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           MOVE WS-GN-CODE(WS-GRADE-SUB) TO ES-GRADE
           MOVE WS-G-ON-HAND(WS-GRADE-SUB) TO ES-ON-HAND
           MOVE EGG-STOCK-RECORD TO EGG-STOCK-OUT-RECORD
           WRITE EGG-STOCK-OUT-RECORD.

      ******************************************************************
      *    7800-WRITE-SHORTFALLS - THE DUE ORDERS NOT FILLED IN
      *    FULL, IN ORDER-FILE ORDER.
      ******************************************************************
       7800-WRITE-SHORTFALLS.
           MOVE WS-SHORT-HEADING TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           PERFORM 7810-WRITE-ONE-SHORTFALL
               VARYING WS-OR-SUB FROM 1 BY 1
               UNTIL WS-OR-SUB > WS-OR-COUNT
           IF WS-SHORT-COUNT = ZERO
               MOVE WS-NONE-LINE TO PACK-REPORT-LINE
               WRITE PACK-REPORT-LINE
           END-IF.

       7810-WRITE-ONE-SHORTFALL.
           IF WS-O-SHORT(WS-OR-SUB) > ZERO
               MOVE WS-O-CUSTOMER-ID(WS-OR-SUB) TO WS-F-CUSTOMER-ID
               MOVE WS-O-CUSTOMER-NAME(WS-OR-SUB)
                   TO WS-F-CUSTOMER-NAME
               MOVE WS-O-PRIORITY(WS-OR-SUB) TO WS-F-PRIORITY
               MOVE WS-O-GRADE-SUB(WS-OR-SUB) TO WS-GRADE-SUB
               MOVE WS-GN-CODE(WS-GRADE-SUB) TO WS-F-GRADE
               MOVE WS-O-ORDERED(WS-OR-SUB) TO WS-F-ORDERED
               MOVE WS-O-PACKED(WS-OR-SUB) TO WS-F-PACKED
               MOVE WS-O-SHORT(WS-OR-SUB) TO WS-F-SHORT
               MOVE WS-O-PACK-UNIT(WS-OR-SUB) TO WS-F-UNIT
               MOVE WS-SHORT-LINE TO PACK-REPORT-LINE
               WRITE PACK-REPORT-LINE
           END-IF.

       8100-FIND-GRADE.
           MOVE ZERO TO WS-GRADE-FOUND-SUB
           PERFORM 8110-CHECK-ONE-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-MAX
                   OR WS-GRADE-FOUND-SUB > ZERO.

       8110-CHECK-ONE-GRADE.
           IF WS-GN-CODE(WS-GRADE-SUB) = WS-SEEK-GRADE
               MOVE WS-GRADE-SUB TO WS-GRADE-FOUND-SUB
           END-IF.

       9999-TERMINATE.
           CLOSE PACKING-SLIP-FILE
           CLOSE PACK-REPORT-FILE
           DISPLAY "EGGPACK: " WS-OR-COUNT " ORDERS DUE, "
               WS-SHORT-COUNT " SHORT, " WS-REJECT-COUNT " REJECTED"
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SHORT-COUNT > ZERO
                   OR WS-RECOUNT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
