       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHBAT.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PURCHBAT IS THE SHEET-STOCK PURCHASING RUN.  FOR EVERY
      *    MATERIAL WITH A REORDER POINT ON THE MATERIAL FILE IT
      *    TAKES THE SHEET AREA IN STOCK (SHEETSTK), ADDS THE AREA
      *    STILL TO COME ON OPEN PURCHASE-ORDER LINES (POMAST), AND
      *    TAKES OFF THE HERON AREA OF THE WORK ALREADY SCHEDULED TO
      *    BE CUT (SCHDWORK, CUT-SPECS LAYOUT -- TODAY'S CUT SPECS
      *    AND THE SCHEDULER'S HELD JOBS).  A MATERIAL WHOSE AREA
      *    THUS AVAILABLE IS BELOW ITS REORDER POINT IS BOUGHT FROM
      *    THE CHEAPEST SUPPLIER OF IT ON THE SUPPLIER MASTER -- ENOUGH
      *    SHEETS TO CLEAR THE REORDER POINT, AND NEVER FEWER THAN THE
      *    MATERIAL'S ORDER QUANTITY.  EACH SUPPLIER ORDERED FROM GETS
      *    ONE NUMBERED PURCHASE ORDER OFF THE SEQUENCE FILE, ONE LINE
      *    PER MATERIAL, DUE AFTER THE SUPPLIER'S LEAD TIME.  THE
      *    LINES ARE ADDED TO POMAST, THE ORDERS PRINTED ON PODOC, AND
      *    EVERY MATERIAL'S POSITION ON THE REVIEW REPORT.  A MATERIAL
      *    BELOW ITS REORDER POINT WITH NO SUPPLIER ON FILE GIVES
      *    RETURN CODE 8.  MORE MATERIALS OR SUPPLIER ENTRIES THAN
      *    THE TABLES HOLD REFUSE THE RUN (RETURN CODE 16).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-PRICE-FILE ASSIGN TO "MATPRICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-FILE-STATUS.

           SELECT SHEET-STOCK-FILE ASSIGN TO "SHEETSTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.

           SELECT SCHEDULED-WORK-FILE ASSIGN TO "SCHDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT PO-SEQUENCE-FILE ASSIGN TO "POSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

           SELECT PO-DOCUMENT-FILE ASSIGN TO "PODOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-FILE-STATUS.

           SELECT PURCHASE-REVIEW-FILE ASSIGN TO "PURCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-PRICE-FILE.
       COPY MATPRICE.

       FD  SHEET-STOCK-FILE.
       COPY SHEETSTK.

       FD  SCHEDULED-WORK-FILE.
       01  SCHEDULED-WORK-RECORD.
           05  SW-JOB-NO                  PIC X(08).
           05  SW-SIDE-A                  PIC X(03).
           05  SW-SIDE-B                  PIC X(03).
           05  SW-SIDE-C                  PIC X(03).
           05  SW-WORK-ORDER              PIC X(08).
           05  SW-MATERIAL-CODE           PIC X(04).
           05  SW-SAW-ID                  PIC X(04).

       FD  SUPPLIER-MASTER-FILE.
       COPY SUPPMAST.

       FD  PURCHASE-ORDER-FILE.
       COPY POMAST.

       FD  PO-SEQUENCE-FILE.
       01  PO-SEQUENCE-RECORD.
           05  SQ-LAST-PO-NO              PIC 9(07).

       FD  PO-DOCUMENT-FILE.
       01  PO-DOCUMENT-LINE               PIC X(80).

       FD  PURCHASE-REVIEW-FILE.
       01  PURCHASE-REVIEW-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MP-FILE-STATUS              PIC XX.
       01  WS-SS-FILE-STATUS              PIC XX.
       01  WS-SW-FILE-STATUS              PIC XX.
       01  WS-SP-FILE-STATUS              PIC XX.
       01  WS-PO-FILE-STATUS              PIC XX.
       01  WS-SQ-FILE-STATUS              PIC XX.
       01  WS-PD-FILE-STATUS              PIC XX.
       01  WS-PR-FILE-STATUS              PIC XX.

       01  WS-ORDER-DATE                  PIC 9(08).
       01  WS-PO-NO-NUM                   PIC 9(07) VALUE 1.
       01  WS-PO-NO                       PIC X(08).

      *    THE MATERIALS AND WHERE EACH STANDS.
       01  WS-MAT-MAX                     PIC 9(02) VALUE 50.
       01  WS-MAT-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-MAT-TABLE.
           05  WS-MAT-ENTRY OCCURS 50 TIMES.
               10  WS-M-MATERIAL-CODE      PIC X(04).
               10  WS-M-REORDER-AREA       PIC 9(07)V99.
               10  WS-M-ORDER-SHEETS       PIC 9(04).
               10  WS-M-STOCK-AREA         PIC 9(09)V99.
               10  WS-M-ON-ORDER-AREA      PIC 9(09)V99.
               10  WS-M-SCHEDULED-AREA     PIC 9(09)V99.
               10  WS-M-AVAILABLE-AREA     PIC S9(09)V99.
               10  WS-M-SUPPLIER-SUB       PIC 9(03).
               10  WS-M-SHEETS-BOUGHT      PIC 9(04).
               10  WS-M-PO-NO              PIC X(08).
               10  WS-M-LINE-NO            PIC 9(02).
       01  WS-MAT-SUB                     PIC 9(02).
       01  WS-MAT-HIT-SUB                 PIC 9(02).

      *    THE SUPPLIER MASTER, ONE ENTRY PER SUPPLIER PER MATERIAL.
       01  WS-SUP-MAX                     PIC 9(03) VALUE 200.
       01  WS-SUP-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 200 TIMES.
               10  WS-P-SUPPLIER-ID        PIC X(06).
               10  WS-P-SUPPLIER-NAME      PIC X(30).
               10  WS-P-MATERIAL-CODE      PIC X(04).
               10  WS-P-LEAD-DAYS          PIC 9(03).
               10  WS-P-SHEET-AREA         PIC 9(05)V99.
               10  WS-P-SHEET-PRICE        PIC 9(05)V99.
               10  WS-P-UNIT-PRICE         PIC 9(05)V9(04).
       01  WS-SUP-SUB                     PIC 9(03).
       01  WS-BEST-SUP-SUB                PIC 9(03).

      *    THE PURCHASE ORDERS RAISED THIS RUN, ONE PER SUPPLIER.
       01  WS-RUN-PO-MAX                  PIC 9(02) VALUE 50.
       01  WS-RUN-PO-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-RUN-PO-TABLE.
           05  WS-RUN-PO-ENTRY OCCURS 50 TIMES.
               10  WS-R-SUPPLIER-ID        PIC X(06).
               10  WS-R-SUPPLIER-SUB       PIC 9(03).
               10  WS-R-PO-NO              PIC X(08).
               10  WS-R-LINE-COUNT         PIC 9(02).
               10  WS-R-ORDER-TOTAL        PIC 9(09)V99.
       01  WS-RUN-PO-SUB                  PIC 9(02).
       01  WS-RUN-PO-HIT-SUB              PIC 9(02).

      *    HERON'S FORMULA WORK FIELDS, AS THE CUT RUN COSTS A JOB.
       01  WS-SIDE-A-NUM                  PIC 9(03).
       01  WS-SIDE-B-NUM                  PIC 9(03).
       01  WS-SIDE-C-NUM                  PIC 9(03).
       01  WS-HALF-PERIM                  PIC 9(05)V99.
       01  WS-HERON-PRODUCT               PIC S9(13)V9(04).
       01  WS-AREA-WORK                   PIC 9(07)V99.

       01  WS-SHORTFALL-AREA              PIC S9(09)V99.
       01  WS-SHEETS-WORK                 PIC 9(07).
       01  WS-LINE-TOTAL                  PIC 9(09)V99.
       01  WS-DUE-DATE                    PIC 9(08).
       01  WS-ORDERED-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-NO-SUPPLIER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-BAD-SPEC-COUNT              PIC 9(05) VALUE ZERO.

       01  WS-REVIEW-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "SHEET STOCK REORDER REVIEW              ".
           05  WS-RH-DATE                 PIC 9(08).

       01  WS-REVIEW-COLUMN-LINE.
           05  FILLER                     PIC X(36) VALUE
               "MATL     IN STOCK    ON ORDER   SCHE".
           05  FILLER                     PIC X(37) VALUE
               "DULED    AVAILABLE REORDER PT  ACTION".

       01  WS-REVIEW-LINE.
           05  WS-V-MATERIAL              PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-V-STOCK                 PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-V-ON-ORDER              PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-V-SCHEDULED             PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-V-AVAILABLE             PIC -(8)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-V-REORDER               PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-V-ACTION                PIC X(33).

       01  WS-ACTION-ORDERED.
           05  FILLER                     PIC X(08) VALUE "ORDERED ".
           05  WS-AO-SHEETS               PIC ZZZ9.
           05  FILLER                     PIC X(11) VALUE
               " SHEETS ON ".
           05  WS-AO-PO-NO                PIC X(08).

       01  WS-REVIEW-TOTALS-LINE.
           05  FILLER                     PIC X(20) VALUE
               "MATERIALS ORDERED   ".
           05  WS-RT-ORDERED              PIC ZZ9.
           05  FILLER                     PIC X(25) VALUE
               "   PURCHASE ORDERS RAISED".
           05  WS-RT-POS                  PIC ZZZ9.
           05  FILLER                     PIC X(16) VALUE
               "   NO SUPPLIER  ".
           05  WS-RT-NO-SUPPLIER          PIC ZZ9.

       01  WS-DOC-HEADING-LINE.
           05  FILLER                     PIC X(16) VALUE
               "PURCHASE ORDER  ".
           05  WS-DH-PO-NO                PIC X(08).
           05  FILLER                     PIC X(13) VALUE
               "   ORDERED   ".
           05  WS-DH-ORDER-DATE           PIC 9(08).

       01  WS-DOC-SUPPLIER-LINE.
           05  FILLER                     PIC X(16) VALUE
               "SUPPLIER        ".
           05  WS-DS-SUPPLIER-ID          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DS-SUPPLIER-NAME        PIC X(30).

       01  WS-DOC-COLUMN-LINE.
           05  FILLER                     PIC X(36) VALUE
               "LINE  MATL  SHEETS  SHEET AREA  PRIC".
           05  FILLER                     PIC X(36) VALUE
               "E EACH    LINE TOTAL  DUE DATE      ".

       01  WS-DOC-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DD-LINE-NO              PIC 99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DD-MATERIAL             PIC X(04).
           05  FILLER                     PIC X(04) VALUE SPACE.
           05  WS-DD-SHEETS               PIC ZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACE.
           05  WS-DD-SHEET-AREA           PIC ZZZZ9.99.
           05  FILLER                     PIC X(03) VALUE SPACE.
           05  WS-DD-SHEET-PRICE          PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DD-LINE-TOTAL           PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DD-DUE-DATE             PIC 9(08).

       01  WS-DOC-TOTAL-LINE.
           05  FILLER                     PIC X(42) VALUE
               "ORDER TOTAL".
           05  WS-DT-ORDER-TOTAL          PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JUDGE-ONE-MATERIAL
               VARYING WS-MAT-SUB FROM 1 BY 1
               UNTIL WS-MAT-SUB > WS-MAT-COUNT
           PERFORM 3000-WRITE-PURCHASE-ORDERS
           PERFORM 4000-WRITE-REVIEW
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE MATERIAL FILE IS MANDATORY; THE
      *    STOCK, THE SCHEDULED WORK, THE SUPPLIERS AND THE OPEN
      *    ORDERS EACH SIMPLY COUNT AS NOTHING WHEN ABSENT.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ORDER-DATE
           OPEN INPUT MATERIAL-PRICE-FILE
           IF WS-MP-FILE-STATUS NOT = "00"
               DISPLAY "PURCHBAT REFUSED -- NO MATERIAL FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-MATERIAL
           PERFORM 1150-STORE-MATERIAL
               UNTIL WS-MP-FILE-STATUS NOT = "00"
           CLOSE MATERIAL-PRICE-FILE
           OPEN INPUT SHEET-STOCK-FILE
           IF WS-SS-FILE-STATUS = "00"
               PERFORM 1200-READ-SHEET
               PERFORM 1250-COUNT-SHEET
                   UNTIL WS-SS-FILE-STATUS NOT = "00"
               CLOSE SHEET-STOCK-FILE
           END-IF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS = "00"
               PERFORM 1300-READ-PO-LINE
               PERFORM 1350-COUNT-PO-LINE
                   UNTIL WS-PO-FILE-STATUS NOT = "00"
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           OPEN INPUT SCHEDULED-WORK-FILE
           IF WS-SW-FILE-STATUS = "00"
               PERFORM 1400-READ-SCHEDULED-JOB
               PERFORM 1450-COUNT-SCHEDULED-JOB
                   UNTIL WS-SW-FILE-STATUS NOT = "00"
               CLOSE SCHEDULED-WORK-FILE
           END-IF
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF WS-SP-FILE-STATUS = "00"
               PERFORM 1500-READ-SUPPLIER
               PERFORM 1550-STORE-SUPPLIER
                   UNTIL WS-SP-FILE-STATUS NOT = "00"
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           OPEN INPUT PO-SEQUENCE-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ PO-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-PO-NO-NUM = SQ-LAST-PO-NO + 1
               END-READ
               CLOSE PO-SEQUENCE-FILE
           END-IF.

       1100-READ-MATERIAL.
           READ MATERIAL-PRICE-FILE
               AT END
                   MOVE "10" TO WS-MP-FILE-STATUS
           END-READ.

       1150-STORE-MATERIAL.
           IF WS-MAT-COUNT NOT < WS-MAT-MAX
               DISPLAY "PURCHBAT REFUSED -- MORE THAN " WS-MAT-MAX
                   " MATERIALS ON MATPRICE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAT-COUNT
           INITIALIZE WS-MAT-ENTRY(WS-MAT-COUNT)
           MOVE MP-MATERIAL-CODE TO WS-M-MATERIAL-CODE(WS-MAT-COUNT)
           IF MP-REORDER-AREA NUMERIC
               MOVE MP-REORDER-AREA TO WS-M-REORDER-AREA(WS-MAT-COUNT)
           END-IF
           IF MP-ORDER-SHEETS NUMERIC
               MOVE MP-ORDER-SHEETS TO WS-M-ORDER-SHEETS(WS-MAT-COUNT)
           END-IF
           PERFORM 1100-READ-MATERIAL.

       1200-READ-SHEET.
           READ SHEET-STOCK-FILE
               AT END
                   MOVE "10" TO WS-SS-FILE-STATUS
           END-READ.

       1250-COUNT-SHEET.
           PERFORM 8000-FIND-MATERIAL-OF-SHEET
           IF WS-MAT-HIT-SUB > ZERO AND SH-AREA-AVAIL NUMERIC
               ADD SH-AREA-AVAIL TO WS-M-STOCK-AREA(WS-MAT-HIT-SUB)
           END-IF
           PERFORM 1200-READ-SHEET.

       1300-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE "10" TO WS-PO-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1350-COUNT-PO-LINE - THE SHEETS STILL TO COME ON AN OPEN
      *    LINE ARE AS GOOD AS STOCK FOR REORDERING, OR EVERY RUN
      *    UNTIL THE DELIVERY WOULD ORDER THE SAME SHEETS AGAIN.
      ******************************************************************
       1350-COUNT-PO-LINE.
           IF PO-OPEN AND PO-SHEETS-ORDERED > PO-SHEETS-RECEIVED
               MOVE PO-MATERIAL-CODE TO SH-MATERIAL-CODE
               PERFORM 8000-FIND-MATERIAL-OF-SHEET
               IF WS-MAT-HIT-SUB > ZERO
                   COMPUTE WS-M-ON-ORDER-AREA(WS-MAT-HIT-SUB) =
                       WS-M-ON-ORDER-AREA(WS-MAT-HIT-SUB)
                       + (PO-SHEETS-ORDERED - PO-SHEETS-RECEIVED)
                           * PO-SHEET-AREA
               END-IF
           END-IF
           PERFORM 1300-READ-PO-LINE.

       1400-READ-SCHEDULED-JOB.
           READ SCHEDULED-WORK-FILE
               AT END
                   MOVE "10" TO WS-SW-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1450-COUNT-SCHEDULED-JOB - THE HERON AREA OF A SCHEDULED
      *    JOB, AS THE CUT RUN WILL COST IT.  A SPEC WHOSE SIDES ARE
      *    NOT NUMBERS OR DO NOT MAKE A TRIANGLE WILL BE THROWN OUT
      *    BY THE CUT RUN AND NEEDS NO STOCK.
      ******************************************************************
       1450-COUNT-SCHEDULED-JOB.
           MOVE SW-MATERIAL-CODE TO SH-MATERIAL-CODE
           PERFORM 8000-FIND-MATERIAL-OF-SHEET
           IF WS-MAT-HIT-SUB > ZERO
               IF SW-SIDE-A NUMERIC AND SW-SIDE-B NUMERIC
                   AND SW-SIDE-C NUMERIC
                   MOVE SW-SIDE-A TO WS-SIDE-A-NUM
                   MOVE SW-SIDE-B TO WS-SIDE-B-NUM
                   MOVE SW-SIDE-C TO WS-SIDE-C-NUM
                   COMPUTE WS-HALF-PERIM =
                       (WS-SIDE-A-NUM + WS-SIDE-B-NUM + WS-SIDE-C-NUM)
                           / 2
                   COMPUTE WS-HERON-PRODUCT =
                       WS-HALF-PERIM
                       * (WS-HALF-PERIM - WS-SIDE-A-NUM)
                       * (WS-HALF-PERIM - WS-SIDE-B-NUM)
                       * (WS-HALF-PERIM - WS-SIDE-C-NUM)
                   IF WS-HERON-PRODUCT > ZERO
                       COMPUTE WS-AREA-WORK ROUNDED =
                           FUNCTION SQRT(WS-HERON-PRODUCT)
                       ADD WS-AREA-WORK
                           TO WS-M-SCHEDULED-AREA(WS-MAT-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-BAD-SPEC-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-SPEC-COUNT
               END-IF
           END-IF
           PERFORM 1400-READ-SCHEDULED-JOB.

       1500-READ-SUPPLIER.
           READ SUPPLIER-MASTER-FILE
               AT END
                   MOVE "10" TO WS-SP-FILE-STATUS
           END-READ.

       1550-STORE-SUPPLIER.
           IF WS-SUP-COUNT NOT < WS-SUP-MAX
               DISPLAY "PURCHBAT REFUSED -- MORE THAN " WS-SUP-MAX
                   " SUPPLIER ENTRIES ON SUPPMAST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-SHEET-AREA NUMERIC AND SP-SHEET-AREA > ZERO
               AND SP-SHEET-PRICE NUMERIC
               AND SP-LEAD-DAYS NUMERIC
               ADD 1 TO WS-SUP-COUNT
               MOVE SP-SUPPLIER-ID TO WS-P-SUPPLIER-ID(WS-SUP-COUNT)
               MOVE SP-SUPPLIER-NAME
                   TO WS-P-SUPPLIER-NAME(WS-SUP-COUNT)
               MOVE SP-MATERIAL-CODE
                   TO WS-P-MATERIAL-CODE(WS-SUP-COUNT)
               MOVE SP-LEAD-DAYS TO WS-P-LEAD-DAYS(WS-SUP-COUNT)
               MOVE SP-SHEET-AREA TO WS-P-SHEET-AREA(WS-SUP-COUNT)
               MOVE SP-SHEET-PRICE TO WS-P-SHEET-PRICE(WS-SUP-COUNT)
               COMPUTE WS-P-UNIT-PRICE(WS-SUP-COUNT) ROUNDED =
                   SP-SHEET-PRICE / SP-SHEET-AREA
           END-IF
           PERFORM 1500-READ-SUPPLIER.

      ******************************************************************
      *    2000-JUDGE-ONE-MATERIAL - AVAILABLE IS STOCK PLUS ON ORDER
      *    LESS SCHEDULED; BELOW THE REORDER POINT, BUY ENOUGH WHOLE
      *    SHEETS TO CLEAR IT, AT LEAST THE ORDER QUANTITY.
      ******************************************************************
       2000-JUDGE-ONE-MATERIAL.
           COMPUTE WS-M-AVAILABLE-AREA(WS-MAT-SUB) =
               WS-M-STOCK-AREA(WS-MAT-SUB)
               + WS-M-ON-ORDER-AREA(WS-MAT-SUB)
               - WS-M-SCHEDULED-AREA(WS-MAT-SUB)
           IF WS-M-REORDER-AREA(WS-MAT-SUB) > ZERO
               AND WS-M-AVAILABLE-AREA(WS-MAT-SUB)
                   < WS-M-REORDER-AREA(WS-MAT-SUB)
               MOVE ZERO TO WS-BEST-SUP-SUB
               PERFORM 2100-JUDGE-ONE-SUPPLIER
                   VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-BEST-SUP-SUB TO WS-M-SUPPLIER-SUB(WS-MAT-SUB)
               IF WS-BEST-SUP-SUB = ZERO
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
               ELSE
                   PERFORM 2200-BUY-THE-MATERIAL
               END-IF
           END-IF.

       2100-JUDGE-ONE-SUPPLIER.
           IF WS-P-MATERIAL-CODE(WS-SUP-SUB)
               = WS-M-MATERIAL-CODE(WS-MAT-SUB)
               IF WS-BEST-SUP-SUB = ZERO
                   MOVE WS-SUP-SUB TO WS-BEST-SUP-SUB
               ELSE
                   IF WS-P-UNIT-PRICE(WS-SUP-SUB)
                       < WS-P-UNIT-PRICE(WS-BEST-SUP-SUB)
                       OR (WS-P-UNIT-PRICE(WS-SUP-SUB)
                           = WS-P-UNIT-PRICE(WS-BEST-SUP-SUB)
                       AND WS-P-LEAD-DAYS(WS-SUP-SUB)
                           < WS-P-LEAD-DAYS(WS-BEST-SUP-SUB))
                       MOVE WS-SUP-SUB TO WS-BEST-SUP-SUB
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2200-BUY-THE-MATERIAL - THE LINE GOES ON THIS RUN'S ORDER
      *    TO THE SUPPLIER, OPENING A NEW NUMBERED ORDER FOR THE
      *    FIRST MATERIAL BOUGHT FROM IT.
      ******************************************************************
       2200-BUY-THE-MATERIAL.
           COMPUTE WS-SHORTFALL-AREA =
               WS-M-REORDER-AREA(WS-MAT-SUB)
               - WS-M-AVAILABLE-AREA(WS-MAT-SUB)
           DIVIDE WS-SHORTFALL-AREA BY WS-P-SHEET-AREA(WS-BEST-SUP-SUB)
               GIVING WS-SHEETS-WORK
           IF WS-SHEETS-WORK * WS-P-SHEET-AREA(WS-BEST-SUP-SUB)
               < WS-SHORTFALL-AREA
               ADD 1 TO WS-SHEETS-WORK
           END-IF
           IF WS-SHEETS-WORK < WS-M-ORDER-SHEETS(WS-MAT-SUB)
               MOVE WS-M-ORDER-SHEETS(WS-MAT-SUB) TO WS-SHEETS-WORK
           END-IF
           IF WS-SHEETS-WORK > 9999
               MOVE 9999 TO WS-SHEETS-WORK
           END-IF
           MOVE WS-SHEETS-WORK TO WS-M-SHEETS-BOUGHT(WS-MAT-SUB)
           MOVE ZERO TO WS-RUN-PO-HIT-SUB
           PERFORM 2210-FIND-RUN-ORDER
               VARYING WS-RUN-PO-SUB FROM 1 BY 1
               UNTIL WS-RUN-PO-SUB > WS-RUN-PO-COUNT
                   OR WS-RUN-PO-HIT-SUB > ZERO
           IF WS-RUN-PO-HIT-SUB = ZERO
               IF WS-RUN-PO-COUNT NOT < WS-RUN-PO-MAX
                   DISPLAY "PURCHBAT REFUSED -- MORE THAN "
                       WS-RUN-PO-MAX " SUPPLIERS IN ONE RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-PO-COUNT
               MOVE WS-RUN-PO-COUNT TO WS-RUN-PO-HIT-SUB
               MOVE SPACES TO WS-PO-NO
               STRING "PO" DELIMITED BY SIZE
                      WS-PO-NO-NUM(2:6) DELIMITED BY SIZE
                   INTO WS-PO-NO
               ADD 1 TO WS-PO-NO-NUM
               MOVE WS-P-SUPPLIER-ID(WS-BEST-SUP-SUB)
                   TO WS-R-SUPPLIER-ID(WS-RUN-PO-HIT-SUB)
               MOVE WS-BEST-SUP-SUB
                   TO WS-R-SUPPLIER-SUB(WS-RUN-PO-HIT-SUB)
               MOVE WS-PO-NO TO WS-R-PO-NO(WS-RUN-PO-HIT-SUB)
               MOVE ZERO TO WS-R-LINE-COUNT(WS-RUN-PO-HIT-SUB)
               MOVE ZERO TO WS-R-ORDER-TOTAL(WS-RUN-PO-HIT-SUB)
           END-IF
           ADD 1 TO WS-R-LINE-COUNT(WS-RUN-PO-HIT-SUB)
           MOVE WS-R-PO-NO(WS-RUN-PO-HIT-SUB) TO WS-M-PO-NO(WS-MAT-SUB)
           MOVE WS-R-LINE-COUNT(WS-RUN-PO-HIT-SUB)
               TO WS-M-LINE-NO(WS-MAT-SUB)
           ADD 1 TO WS-ORDERED-COUNT.

       2210-FIND-RUN-ORDER.
           IF WS-R-SUPPLIER-ID(WS-RUN-PO-SUB)
               = WS-P-SUPPLIER-ID(WS-BEST-SUP-SUB)
               MOVE WS-RUN-PO-SUB TO WS-RUN-PO-HIT-SUB
           END-IF.

      ******************************************************************
      *    3000-WRITE-PURCHASE-ORDERS - EACH ORDER PRINTS WITH ITS
      *    LINES, AND EACH LINE IS ADDED TO THE PO MASTER OPEN.  THE
      *    SEQUENCE FILE KEEPS THE LAST NUMBER USED.
      ******************************************************************
       3000-WRITE-PURCHASE-ORDERS.
           OPEN OUTPUT PO-DOCUMENT-FILE
           OPEN EXTEND PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               OPEN OUTPUT PURCHASE-ORDER-FILE
           END-IF
           PERFORM 3100-WRITE-ONE-ORDER
               VARYING WS-RUN-PO-SUB FROM 1 BY 1
               UNTIL WS-RUN-PO-SUB > WS-RUN-PO-COUNT
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PO-DOCUMENT-FILE
           OPEN OUTPUT PO-SEQUENCE-FILE
           COMPUTE SQ-LAST-PO-NO = WS-PO-NO-NUM - 1
           WRITE PO-SEQUENCE-RECORD
           CLOSE PO-SEQUENCE-FILE.

       3100-WRITE-ONE-ORDER.
           MOVE WS-R-SUPPLIER-SUB(WS-RUN-PO-SUB) TO WS-SUP-SUB
           MOVE WS-R-PO-NO(WS-RUN-PO-SUB) TO WS-DH-PO-NO
           MOVE WS-ORDER-DATE TO WS-DH-ORDER-DATE
           MOVE WS-DOC-HEADING-LINE TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE WS-P-SUPPLIER-ID(WS-SUP-SUB) TO WS-DS-SUPPLIER-ID
           MOVE WS-P-SUPPLIER-NAME(WS-SUP-SUB) TO WS-DS-SUPPLIER-NAME
           MOVE WS-DOC-SUPPLIER-LINE TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE WS-DOC-COLUMN-LINE TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           PERFORM 3200-WRITE-ONE-LINE
               VARYING WS-MAT-SUB FROM 1 BY 1
               UNTIL WS-MAT-SUB > WS-MAT-COUNT
           MOVE WS-R-ORDER-TOTAL(WS-RUN-PO-SUB) TO WS-DT-ORDER-TOTAL
           MOVE WS-DOC-TOTAL-LINE TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE
           MOVE SPACES TO PO-DOCUMENT-LINE
           WRITE PO-DOCUMENT-LINE.

       3200-WRITE-ONE-LINE.
           IF WS-M-PO-NO(WS-MAT-SUB) = WS-R-PO-NO(WS-RUN-PO-SUB)
               MOVE WS-M-SUPPLIER-SUB(WS-MAT-SUB) TO WS-SUP-SUB
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE)
                   + WS-P-LEAD-DAYS(WS-SUP-SUB))
               COMPUTE WS-LINE-TOTAL =
                   WS-M-SHEETS-BOUGHT(WS-MAT-SUB)
                   * WS-P-SHEET-PRICE(WS-SUP-SUB)
               ADD WS-LINE-TOTAL TO WS-R-ORDER-TOTAL(WS-RUN-PO-SUB)
               MOVE WS-M-PO-NO(WS-MAT-SUB) TO PO-NUMBER
               MOVE WS-M-LINE-NO(WS-MAT-SUB) TO PO-LINE-NO
               MOVE WS-P-SUPPLIER-ID(WS-SUP-SUB) TO PO-SUPPLIER-ID
               MOVE WS-M-MATERIAL-CODE(WS-MAT-SUB) TO PO-MATERIAL-CODE
               MOVE WS-ORDER-DATE TO PO-ORDER-DATE
               MOVE WS-DUE-DATE TO PO-DUE-DATE
               MOVE WS-M-SHEETS-BOUGHT(WS-MAT-SUB) TO PO-SHEETS-ORDERED
               MOVE ZERO TO PO-SHEETS-RECEIVED
               MOVE WS-P-SHEET-AREA(WS-SUP-SUB) TO PO-SHEET-AREA
               MOVE WS-P-SHEET-PRICE(WS-SUP-SUB) TO PO-SHEET-PRICE
               MOVE "O" TO PO-STATUS
               WRITE PURCHASE-ORDER-RECORD
               MOVE WS-M-LINE-NO(WS-MAT-SUB) TO WS-DD-LINE-NO
               MOVE WS-M-MATERIAL-CODE(WS-MAT-SUB) TO WS-DD-MATERIAL
               MOVE WS-M-SHEETS-BOUGHT(WS-MAT-SUB) TO WS-DD-SHEETS
               MOVE WS-P-SHEET-AREA(WS-SUP-SUB) TO WS-DD-SHEET-AREA
               MOVE WS-P-SHEET-PRICE(WS-SUP-SUB) TO WS-DD-SHEET-PRICE
               MOVE WS-LINE-TOTAL TO WS-DD-LINE-TOTAL
               MOVE WS-DUE-DATE TO WS-DD-DUE-DATE
               MOVE WS-DOC-DETAIL-LINE TO PO-DOCUMENT-LINE
               WRITE PO-DOCUMENT-LINE
           END-IF.

       4000-WRITE-REVIEW.
           OPEN OUTPUT PURCHASE-REVIEW-FILE
           MOVE WS-ORDER-DATE TO WS-RH-DATE
           MOVE WS-REVIEW-HEADING TO PURCHASE-REVIEW-LINE
           WRITE PURCHASE-REVIEW-LINE
           MOVE WS-REVIEW-COLUMN-LINE TO PURCHASE-REVIEW-LINE
           WRITE PURCHASE-REVIEW-LINE
           PERFORM 4100-REVIEW-ONE-MATERIAL
               VARYING WS-MAT-SUB FROM 1 BY 1
               UNTIL WS-MAT-SUB > WS-MAT-COUNT
           MOVE WS-ORDERED-COUNT TO WS-RT-ORDERED
           MOVE WS-RUN-PO-COUNT TO WS-RT-POS
           MOVE WS-NO-SUPPLIER-COUNT TO WS-RT-NO-SUPPLIER
           MOVE WS-REVIEW-TOTALS-LINE TO PURCHASE-REVIEW-LINE
           WRITE PURCHASE-REVIEW-LINE
           CLOSE PURCHASE-REVIEW-FILE.

       4100-REVIEW-ONE-MATERIAL.
           MOVE WS-M-MATERIAL-CODE(WS-MAT-SUB) TO WS-V-MATERIAL
           MOVE WS-M-STOCK-AREA(WS-MAT-SUB) TO WS-V-STOCK
           MOVE WS-M-ON-ORDER-AREA(WS-MAT-SUB) TO WS-V-ON-ORDER
           MOVE WS-M-SCHEDULED-AREA(WS-MAT-SUB) TO WS-V-SCHEDULED
           MOVE WS-M-AVAILABLE-AREA(WS-MAT-SUB) TO WS-V-AVAILABLE
           MOVE WS-M-REORDER-AREA(WS-MAT-SUB) TO WS-V-REORDER
           EVALUATE TRUE
               WHEN WS-M-REORDER-AREA(WS-MAT-SUB) = ZERO
                   MOVE "NO REORDER POINT" TO WS-V-ACTION
               WHEN WS-M-PO-NO(WS-MAT-SUB) NOT = SPACES
                   MOVE WS-M-SHEETS-BOUGHT(WS-MAT-SUB) TO WS-AO-SHEETS
                   MOVE WS-M-PO-NO(WS-MAT-SUB) TO WS-AO-PO-NO
                   MOVE WS-ACTION-ORDERED TO WS-V-ACTION
               WHEN WS-M-AVAILABLE-AREA(WS-MAT-SUB)
                   < WS-M-REORDER-AREA(WS-MAT-SUB)
                   MOVE "BELOW REORDER -- NO SUPPLIER" TO WS-V-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-V-ACTION
           END-EVALUATE
           MOVE WS-REVIEW-LINE TO PURCHASE-REVIEW-LINE
           WRITE PURCHASE-REVIEW-LINE.

      ******************************************************************
      *    8000-FIND-MATERIAL-OF-SHEET - LOCATE SH-MATERIAL-CODE ON
      *    THE MATERIAL TABLE; ZERO WHEN IT IS NOT A STOCKED MATERIAL.
      ******************************************************************
       8000-FIND-MATERIAL-OF-SHEET.
           MOVE ZERO TO WS-MAT-HIT-SUB
           PERFORM 8100-CHECK-ONE-MATERIAL
               VARYING WS-MAT-SUB FROM 1 BY 1
               UNTIL WS-MAT-SUB > WS-MAT-COUNT
                   OR WS-MAT-HIT-SUB > ZERO.

       8100-CHECK-ONE-MATERIAL.
           IF WS-M-MATERIAL-CODE(WS-MAT-SUB) = SH-MATERIAL-CODE
               MOVE WS-MAT-SUB TO WS-MAT-HIT-SUB
           END-IF.

       9999-TERMINATE.
           DISPLAY "PURCHBAT: " WS-ORDERED-COUNT
               " MATERIALS ORDERED ON " WS-RUN-PO-COUNT
               " PURCHASE ORDERS, "
               WS-NO-SUPPLIER-COUNT " WITH NO SUPPLIER"
           IF WS-NO-SUPPLIER-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
