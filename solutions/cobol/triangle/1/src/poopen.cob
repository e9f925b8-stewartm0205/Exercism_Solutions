       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOPEN.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    POOPEN LISTS EVERY SHEET-STOCK PURCHASE-ORDER LINE STILL
      *    OPEN AS OF A DATE (THE POOPCTL CARD, COLS 1-8, OR TODAY),
      *    WITH THE SHEETS STILL OUTSTANDING AND THEIR VALUE.  A LINE
      *    PAST ITS DUE DATE IS FLAGGED OVERDUE WITH ITS DAYS LATE,
      *    SO PURCHASING CAN CHASE THE SUPPLIER BEFORE THE FLOOR RUNS
      *    SHORT.  ANY OVERDUE LINE SETS RETURN CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ORDER-CONTROL-FILE ASSIGN TO "POOPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT OPEN-ORDER-REPORT-FILE ASSIGN TO "POOPNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ORDER-CONTROL-FILE.
       01  OPEN-ORDER-CONTROL-RECORD.
           05  CT-AS-OF-DATE              PIC X(08).

       FD  PURCHASE-ORDER-FILE.
       COPY POMAST.

       FD  OPEN-ORDER-REPORT-FILE.
       01  OPEN-ORDER-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CT-FILE-STATUS              PIC XX.
       01  WS-PO-FILE-STATUS              PIC XX.
       01  WS-RP-FILE-STATUS              PIC XX.

       01  WS-AS-OF-DATE                  PIC 9(08).
       01  WS-DAYS-LATE                   PIC S9(05).
       01  WS-OUTSTANDING                 PIC 9(04).
       01  WS-LINE-VALUE                  PIC 9(09)V99.

       01  WS-OPEN-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-OPEN-VALUE                  PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "OPEN SHEET-STOCK PURCHASE ORDERS AS OF  ".
           05  WS-RH-DATE                 PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "PO       LN SUPPLR MATL ORDERED  DUE    ".
           05  FILLER                     PIC X(40) VALUE
               "   ORD  RCVD  OWED      VALUE  STATUS   ".

       01  WS-DETAIL-LINE.
           05  WS-D-PO-NUMBER             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-LINE-NO               PIC 99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-SUPPLIER              PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-MATERIAL              PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-ORDER-DATE            PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-DUE-DATE              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-ORDERED               PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-RECEIVED              PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-OWED                  PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-D-VALUE                 PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-STATUS                PIC X(20).

       01  WS-OVERDUE-STATUS.
           05  FILLER                     PIC X(08) VALUE "OVERDUE ".
           05  WS-OS-DAYS                 PIC ZZZZ9.
           05  FILLER                     PIC X(05) VALUE " DAYS".

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(11) VALUE
               "OPEN LINES ".
           05  WS-TL-OPEN                 PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE
               "  OVERDUE ".
           05  WS-TL-OVERDUE              PIC ZZZZ9.
           05  FILLER                     PIC X(16) VALUE
               "  VALUE OWED    ".
           05  WS-TL-VALUE                PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-LINE
               UNTIL WS-PO-FILE-STATUS NOT = "00"
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           OPEN INPUT OPEN-ORDER-CONTROL-FILE
           IF WS-CT-FILE-STATUS = "00"
               READ OPEN-ORDER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-AS-OF-DATE NUMERIC
                           MOVE CT-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE OPEN-ORDER-CONTROL-FILE
           END-IF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "POOPEN REFUSED -- NO PURCHASE-ORDER MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OPEN-ORDER-REPORT-FILE
           MOVE WS-AS-OF-DATE TO WS-RH-DATE
           MOVE WS-REPORT-HEADING TO OPEN-ORDER-REPORT-LINE
           WRITE OPEN-ORDER-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO OPEN-ORDER-REPORT-LINE
           WRITE OPEN-ORDER-REPORT-LINE
           PERFORM 1100-READ-PO-LINE.

       1100-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE "10" TO WS-PO-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-REPORT-ONE-LINE - CLOSED LINES ARE SKIPPED.  THE VALUE
      *    OWED IS THE OUTSTANDING SHEETS AT THE LINE'S SHEET PRICE.
      ******************************************************************
       2000-REPORT-ONE-LINE.
           IF PO-OPEN
               PERFORM 2100-LIST-OPEN-LINE
           END-IF
           PERFORM 1100-READ-PO-LINE.

       2100-LIST-OPEN-LINE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE ZERO TO WS-OUTSTANDING
           IF PO-SHEETS-ORDERED > PO-SHEETS-RECEIVED
               COMPUTE WS-OUTSTANDING =
                   PO-SHEETS-ORDERED - PO-SHEETS-RECEIVED
           END-IF
           COMPUTE WS-LINE-VALUE = WS-OUTSTANDING * PO-SHEET-PRICE
           ADD WS-LINE-VALUE TO WS-OPEN-VALUE
           MOVE PO-NUMBER TO WS-D-PO-NUMBER
           MOVE PO-LINE-NO TO WS-D-LINE-NO
           MOVE PO-SUPPLIER-ID TO WS-D-SUPPLIER
           MOVE PO-MATERIAL-CODE TO WS-D-MATERIAL
           MOVE PO-ORDER-DATE TO WS-D-ORDER-DATE
           MOVE PO-DUE-DATE TO WS-D-DUE-DATE
           MOVE PO-SHEETS-ORDERED TO WS-D-ORDERED
           MOVE PO-SHEETS-RECEIVED TO WS-D-RECEIVED
           MOVE WS-OUTSTANDING TO WS-D-OWED
           MOVE WS-LINE-VALUE TO WS-D-VALUE
           MOVE "OPEN" TO WS-D-STATUS
           IF PO-DUE-DATE NUMERIC AND PO-DUE-DATE > ZERO
               AND PO-DUE-DATE < WS-AS-OF-DATE
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                   - FUNCTION INTEGER-OF-DATE(PO-DUE-DATE)
               MOVE WS-DAYS-LATE TO WS-OS-DAYS
               MOVE WS-OVERDUE-STATUS TO WS-D-STATUS
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO OPEN-ORDER-REPORT-LINE
           WRITE OPEN-ORDER-REPORT-LINE.

       9999-TERMINATE.
           MOVE WS-OPEN-COUNT TO WS-TL-OPEN
           MOVE WS-OVERDUE-COUNT TO WS-TL-OVERDUE
           MOVE WS-OPEN-VALUE TO WS-TL-VALUE
           MOVE WS-TOTALS-LINE TO OPEN-ORDER-REPORT-LINE
           WRITE OPEN-ORDER-REPORT-LINE
           CLOSE PURCHASE-ORDER-FILE
           CLOSE OPEN-ORDER-REPORT-FILE
           DISPLAY "POOPEN: " WS-OPEN-COUNT " OPEN LINES, "
               WS-OVERDUE-COUNT " OVERDUE"
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
