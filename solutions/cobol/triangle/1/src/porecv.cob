       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORECV.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PORECV RECEIVES SHEET-STOCK DELIVERIES AGAINST PURCHASE-
      *    ORDER LINES.  EACH RECVCARD NAMES THE PO AND LINE, THE
      *    DATE AND THE SHEETS THAT CAME IN.  EVERY SHEET IS ADDED TO
      *    SHEETSTK AT THE LINE'S SHEET AREA UNDER THE NEXT SHEET
      *    NUMBER OFF THE SEQUENCE FILE, READY FOR THE NEXT CUT RUN
      *    TO ALLOCATE.  THE LINE CLOSES WHEN ALL ITS SHEETS HAVE
      *    COME, OR WHEN THE CARD SHORT-CLOSES IT (THE SUPPLIER WILL
      *    NOT SHIP THE BALANCE).  THE PO MASTER IS COPIED FORWARD TO
      *    POMASTO WITH ONLY ITS OPEN LINES; A CLOSED LINE IS DONE
      *    WITH AND IS DROPPED.  A CARD FOR AN UNKNOWN OR CLOSED LINE
      *    (A LINE CLOSED IN AN EARLIER RUN IS NO LONGER ON THE
      *    MASTER, SO ITS CARD REJECTS AS UNKNOWN), OR WITH NO SHEETS
      *    AND NO SHORT-CLOSE, IS REJECTED (RETURN CODE 8).
      *    RECVCARD: COLS 1-8 PO, 10-11 LINE, 13-20 DATE RECEIVED,
      *    22-25 SHEETS, 27 "C" TO SHORT-CLOSE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-CARD-FILE ASSIGN TO "RECVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-FILE-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT PURCHASE-ORDER-OUT ASSIGN TO "POMASTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT SHEET-STOCK-FILE ASSIGN TO "SHEETSTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.

           SELECT SHEET-SEQUENCE-FILE ASSIGN TO "SHEETSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

           SELECT RECEIVING-REGISTER-FILE ASSIGN TO "RECVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-CARD-FILE.
       01  RECEIPT-CARD-RECORD.
           05  RV-PO-NUMBER               PIC X(08).
           05  FILLER                     PIC X(01).
           05  RV-LINE-NO                 PIC X(02).
           05  FILLER                     PIC X(01).
           05  RV-RECEIVED-DATE           PIC X(08).
           05  FILLER                     PIC X(01).
           05  RV-SHEETS                  PIC X(04).
           05  FILLER                     PIC X(01).
           05  RV-CLOSE-FLAG              PIC X(01).
               88  RV-SHORT-CLOSE         VALUE "C".

       FD  PURCHASE-ORDER-FILE.
       COPY POMAST.

       FD  PURCHASE-ORDER-OUT.
       01  PURCHASE-ORDER-OUT-RECORD      PIC X(59).

       FD  SHEET-STOCK-FILE.
       COPY SHEETSTK.

       FD  SHEET-SEQUENCE-FILE.
       01  SHEET-SEQUENCE-RECORD.
           05  SQ-LAST-SHEET-NO           PIC 9(06).

       FD  RECEIVING-REGISTER-FILE.
       01  RECEIVING-REGISTER-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RV-FILE-STATUS              PIC XX.
       01  WS-PO-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-SS-FILE-STATUS              PIC XX.
       01  WS-SQ-FILE-STATUS              PIC XX.
       01  WS-RR-FILE-STATUS              PIC XX.

       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-SHEET-NO-NUM                PIC 9(06) VALUE 1.
       01  WS-SHEETS                      PIC 9(04).
       01  WS-SHEET-SUB                   PIC 9(04).

      *    THE PO MASTER IN MEMORY, UPDATED AS DELIVERIES ARRIVE.
       01  WS-POL-MAX                     PIC 9(04) VALUE 2000.
       01  WS-POL-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 2000 TIMES.
               10  WS-L-RECORD             PIC X(59).
       01  WS-POL-SUB                     PIC 9(04).
       01  WS-POL-HIT-SUB                 PIC 9(04).

       01  WS-APPLIED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SHEETS-ADDED                PIC 9(06) VALUE ZERO.
       01  WS-LINES-CLOSED-OFF            PIC 9(04) VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "SHEET-STOCK RECEIVING -- REGISTER       ".
           05  WS-RH-DATE                 PIC 9(08).

       01  WS-REGISTER-LINE.
           05  WS-G-PO-NUMBER             PIC X(08).
           05  FILLER                     PIC X(01) VALUE "/".
           05  WS-G-LINE-NO               PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-G-MATERIAL              PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-G-DATE                  PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-G-SHEETS                PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-G-DISPOSITION           PIC X(45).

       01  WS-DISPOSITION-RECEIVED.
           05  FILLER                     PIC X(09) VALUE "RECEIVED ".
           05  WS-DR-RECEIVED             PIC ZZZ9.
           05  FILLER                     PIC X(04) VALUE " OF ".
           05  WS-DR-ORDERED              PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DR-NOTE                 PIC X(22).

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(08) VALUE "APPLIED ".
           05  WS-TL-APPLIED              PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE
               "  REJECTED ".
           05  WS-TL-REJECTED             PIC ZZZZ9.
           05  FILLER                     PIC X(15) VALUE
               "  SHEETS ADDED ".
           05  WS-TL-SHEETS               PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-RECEIPT
               UNTIL WS-RV-FILE-STATUS NOT = "00"
           PERFORM 3000-WRITE-PO-MASTER
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE PO MASTER IS MANDATORY, AND ONE TOO
      *    BIG FOR THE TABLE WOULD BE WRITTEN BACK SHORT, SO THE RUN
      *    IS REFUSED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "PORECV REFUSED -- NO PURCHASE-ORDER MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-PO-LINE
           PERFORM 1150-STORE-PO-LINE
               UNTIL WS-PO-FILE-STATUS NOT = "00"
           CLOSE PURCHASE-ORDER-FILE
           OPEN INPUT SHEET-SEQUENCE-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ SHEET-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-SHEET-NO-NUM = SQ-LAST-SHEET-NO + 1
               END-READ
               CLOSE SHEET-SEQUENCE-FILE
           END-IF
           OPEN EXTEND SHEET-STOCK-FILE
           IF WS-SS-FILE-STATUS NOT = "00"
               OPEN OUTPUT SHEET-STOCK-FILE
           END-IF
           OPEN OUTPUT RECEIVING-REGISTER-FILE
           MOVE WS-RUN-DATE TO WS-RH-DATE
           MOVE WS-REGISTER-HEADING TO RECEIVING-REGISTER-LINE
           WRITE RECEIVING-REGISTER-LINE
           OPEN INPUT RECEIPT-CARD-FILE
           IF WS-RV-FILE-STATUS = "00"
               PERFORM 1200-READ-RECEIPT
           END-IF.

       1100-READ-PO-LINE.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE "10" TO WS-PO-FILE-STATUS
           END-READ.

       1150-STORE-PO-LINE.
           IF WS-POL-COUNT < WS-POL-MAX
               ADD 1 TO WS-POL-COUNT
               MOVE PURCHASE-ORDER-RECORD TO WS-L-RECORD(WS-POL-COUNT)
           ELSE
               DISPLAY "PORECV REFUSED -- PO MASTER PAST "
                   WS-POL-MAX " LINES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-PO-LINE.

       1200-READ-RECEIPT.
           READ RECEIPT-CARD-FILE
               AT END
                   MOVE "10" TO WS-RV-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-APPLY-ONE-RECEIPT - FIND THE LINE, ADD THE SHEETS TO
      *    STOCK, COUNT THEM AGAINST THE LINE AND CLOSE IT WHEN FULL
      *    OR SHORT-CLOSED.  A SHIPMENT OVER THE ORDERED QUANTITY IS
      *    TAKEN INTO STOCK AND NOTED.
      ******************************************************************
       2000-APPLY-ONE-RECEIPT.
           MOVE RV-PO-NUMBER TO WS-G-PO-NUMBER
           MOVE RV-LINE-NO TO WS-G-LINE-NO
           MOVE RV-RECEIVED-DATE TO WS-G-DATE
           MOVE RV-SHEETS TO WS-G-SHEETS
           MOVE SPACES TO WS-G-MATERIAL
           MOVE ZERO TO WS-SHEETS
           IF RV-SHEETS NUMERIC
               MOVE RV-SHEETS TO WS-SHEETS
           END-IF
           MOVE ZERO TO WS-POL-HIT-SUB
           PERFORM 2100-FIND-PO-LINE
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-COUNT
                   OR WS-POL-HIT-SUB > ZERO
           IF WS-POL-HIT-SUB > ZERO
               MOVE WS-L-RECORD(WS-POL-HIT-SUB)
                   TO PURCHASE-ORDER-RECORD
               MOVE PO-MATERIAL-CODE TO WS-G-MATERIAL
           END-IF
           EVALUATE TRUE
               WHEN WS-POL-HIT-SUB = ZERO
                   MOVE "REJECTED -- NO SUCH PO LINE"
                       TO WS-G-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PO-CLOSED
                   MOVE "REJECTED -- PO LINE ALREADY CLOSED"
                       TO WS-G-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN RV-RECEIVED-DATE NOT NUMERIC
                   MOVE "REJECTED -- BAD RECEIVED DATE"
                       TO WS-G-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-SHEETS = ZERO AND NOT RV-SHORT-CLOSE
                   MOVE "REJECTED -- NO SHEETS RECEIVED"
                       TO WS-G-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM 2200-RECEIVE-THE-SHEETS
           END-EVALUATE
           MOVE WS-REGISTER-LINE TO RECEIVING-REGISTER-LINE
           WRITE RECEIVING-REGISTER-LINE
           PERFORM 1200-READ-RECEIPT.

       2100-FIND-PO-LINE.
           MOVE WS-L-RECORD(WS-POL-SUB) TO PURCHASE-ORDER-RECORD
           IF PO-NUMBER = RV-PO-NUMBER
               AND PO-LINE-NO = RV-LINE-NO
               MOVE WS-POL-SUB TO WS-POL-HIT-SUB
           END-IF.

       2200-RECEIVE-THE-SHEETS.
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2300-ADD-ONE-SHEET
               VARYING WS-SHEET-SUB FROM 1 BY 1
               UNTIL WS-SHEET-SUB > WS-SHEETS
           ADD WS-SHEETS TO PO-SHEETS-RECEIVED
           MOVE SPACES TO WS-DR-NOTE
           EVALUATE TRUE
               WHEN PO-SHEETS-RECEIVED > PO-SHEETS-ORDERED
                   MOVE "C" TO PO-STATUS
                   MOVE "OVER-DELIVERED, CLOSED" TO WS-DR-NOTE
               WHEN PO-SHEETS-RECEIVED = PO-SHEETS-ORDERED
                   MOVE "C" TO PO-STATUS
                   MOVE "LINE CLOSED" TO WS-DR-NOTE
               WHEN RV-SHORT-CLOSE
                   MOVE "C" TO PO-STATUS
                   MOVE "SHORT-CLOSED" TO WS-DR-NOTE
           END-EVALUATE
           MOVE PO-SHEETS-RECEIVED TO WS-DR-RECEIVED
           MOVE PO-SHEETS-ORDERED TO WS-DR-ORDERED
           MOVE WS-DISPOSITION-RECEIVED TO WS-G-DISPOSITION
           MOVE PURCHASE-ORDER-RECORD TO WS-L-RECORD(WS-POL-HIT-SUB).

      ******************************************************************
      *    2300-ADD-ONE-SHEET - A FRESH FULL SHEET, NOT A REMNANT.
      ******************************************************************
       2300-ADD-ONE-SHEET.
           MOVE SPACES TO SH-SHEET-ID
           STRING "SH" DELIMITED BY SIZE
                  WS-SHEET-NO-NUM DELIMITED BY SIZE
               INTO SH-SHEET-ID
           ADD 1 TO WS-SHEET-NO-NUM
           MOVE PO-MATERIAL-CODE TO SH-MATERIAL-CODE
           MOVE PO-SHEET-AREA TO SH-AREA-AVAIL
           MOVE "N" TO SH-REMNANT-SW
           WRITE SHEET-STOCK-RECORD
           ADD 1 TO WS-SHEETS-ADDED.

       3000-WRITE-PO-MASTER.
           OPEN OUTPUT PURCHASE-ORDER-OUT
           PERFORM 3100-WRITE-ONE-PO-LINE
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-COUNT
           CLOSE PURCHASE-ORDER-OUT
           OPEN OUTPUT SHEET-SEQUENCE-FILE
           COMPUTE SQ-LAST-SHEET-NO = WS-SHEET-NO-NUM - 1
           WRITE SHEET-SEQUENCE-RECORD
           CLOSE SHEET-SEQUENCE-FILE.

       3100-WRITE-ONE-PO-LINE.
           MOVE WS-L-RECORD(WS-POL-SUB) TO PURCHASE-ORDER-RECORD
           IF PO-CLOSED
               ADD 1 TO WS-LINES-CLOSED-OFF
           ELSE
               MOVE PURCHASE-ORDER-RECORD TO PURCHASE-ORDER-OUT-RECORD
               WRITE PURCHASE-ORDER-OUT-RECORD
           END-IF.

       9999-TERMINATE.
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-SHEETS-ADDED TO WS-TL-SHEETS
           MOVE WS-TOTALS-LINE TO RECEIVING-REGISTER-LINE
           WRITE RECEIVING-REGISTER-LINE
           IF WS-RV-FILE-STATUS NOT = "35"
               CLOSE RECEIPT-CARD-FILE
           END-IF
           CLOSE SHEET-STOCK-FILE
           CLOSE RECEIVING-REGISTER-FILE
           DISPLAY "PORECV: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-SHEETS-ADDED " SHEETS INTO STOCK, "
               WS-LINES-CLOSED-OFF " CLOSED LINES DROPPED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
