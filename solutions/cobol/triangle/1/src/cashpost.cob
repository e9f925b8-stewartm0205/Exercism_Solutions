       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOST.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CASHPOST IS THE CASH-RECEIPT POSTING RUN FOR THE CUTTING
      *    FLOOR'S RECEIVABLES.  IT READS THE OFFICE'S CASHRCPT CARDS
      *    AND APPLIES EACH PAYMENT TO THE LEDGER (ARMAST), WRITING
      *    THE UPDATED LEDGER TO ARMASTO:
      *        A CARD NAMING AN INVOICE IS APPLIED TO THAT INVOICE,
      *            WHICH MUST BELONG TO THE CARD'S CUSTOMER;
      *        A CARD WITH NO INVOICE IS APPLIED OLDEST INVOICE
      *            FIRST ACROSS THE CUSTOMER'S OPEN ITEMS.
      *    WHATEVER IS LEFT OVER STAYS ON THE LAST INVOICE TOUCHED AS
      *    A CREDIT, SO NO CASH EVER GOES UNRECORDED.  EVERY CARD
      *    LANDS ON THE POSTING REGISTER WITH THE INVOICES IT PAID;
      *    A REJECTED CARD RAISES RETURN CODE 8.  AN INVOICE PAID
      *    DOWN TO A ZERO BALANCE IS FINISHED WITH AND IS NOT CARRIED
      *    ONTO ARMASTO, SO THE LEDGER HOLDS ONLY WHAT IS STILL OWING
      *    OR HELD AS CREDIT.  COPY ARMASTO OVER THE LIVE LEDGER
      *    AFTER A CLEAN RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-RECEIPT-FILE ASSIGN TO "CASHRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT RECEIVABLES-FILE ASSIGN TO "ARMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT RECEIVABLES-OUT ASSIGN TO "ARMASTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-FILE-STATUS.

           SELECT POSTING-REGISTER-FILE ASSIGN TO "CASHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-RECEIPT-FILE.
       01  CASH-RECEIPT-RECORD.
           05  CR-CUSTOMER-ID             PIC X(06).
           05  CR-INVOICE-NO              PIC X(08).
           05  CR-RECEIVED-DATE           PIC 9(08).
           05  CR-AMOUNT                  PIC 9(07)V99.
           05  CR-REFERENCE               PIC X(10).

       FD  RECEIVABLES-FILE.
       COPY ARMAST.

       FD  RECEIVABLES-OUT.
       01  RECEIVABLES-OUT-RECORD         PIC X(64).

       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CR-FILE-STATUS              PIC XX.
       01  WS-AR-FILE-STATUS              PIC XX.
       01  WS-AO-FILE-STATUS              PIC XX.
       01  WS-RG-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

      *    THE WHOLE LEDGER, IN INVOICE ORDER -- WHICH IS DATE
      *    ORDER, SINCE INVOICES ARE NUMBERED AS THEY ARE RAISED.
       01  WS-LED-MAX                     PIC 9(04) VALUE 2000.
       01  WS-LED-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-LED-TABLE.
           05  WS-LED-ENTRY OCCURS 2000 TIMES.
               10  WS-L-RECORD            PIC X(64).
       01  WS-LED-SUB                     PIC 9(04).
       01  WS-HIT-SUB                     PIC 9(04).
       01  WS-LAST-HIT-SUB                PIC 9(04).
       01  WS-CUSTOMER-SW                 PIC X.
           88  WS-CUSTOMER-ON-LEDGER      VALUE "Y".

       01  WS-BALANCE                     PIC S9(09)V99.
       01  WS-APPLY-WORK                  PIC 9(09)V99.
       01  WS-LEFT-TO-APPLY               PIC 9(09)V99.
       01  WS-DISPOSITION                 PIC X(36).

       01  WS-CARD-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-PAID-UP-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-POSTED                PIC 9(09)V99 VALUE ZERO.

       01  WS-REGISTER-HEADING            PIC X(60) VALUE
           "CASH RECEIPTS POSTING REGISTER -- INVOICES PAID BY CARD".

       01  WS-REGISTER-LINE.
           05  WS-R-SEQ                   PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-CUSTOMER-ID           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-INVOICE-NO            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-RECEIVED-DATE         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-AMOUNT                PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-REFERENCE             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION           PIC X(36).

       01  WS-APPLIED-LINE.
           05  FILLER                     PIC X(17) VALUE
               "  APPLIED TO     ".
           05  WS-A-INVOICE-NO            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-A-AMOUNT                PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(14) VALUE
               "  BALANCE NOW ".
           05  WS-A-BALANCE               PIC -(9)9.99.

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(09) VALUE "APPLIED  ".
           05  WS-TL-APPLIED              PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE "  REJECTED ".
           05  WS-TL-REJECTED             PIC ZZZZ9.
           05  FILLER                     PIC X(13) VALUE
               "  CASH TOTAL ".
           05  WS-TL-POSTED               PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-RECEIPT
               UNTIL WS-EOF
           PERFORM 3000-WRITE-LEDGER
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE LEDGER IS MANDATORY; CASH CANNOT BE
      *    POSTED AGAINST INVOICES NOBODY CAN SEE.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RECEIVABLES-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "CASHPOST REFUSED -- NO RECEIVABLES LEDGER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-RECEIVABLE
           PERFORM 1200-STORE-RECEIVABLE
               UNTIL WS-AR-FILE-STATUS NOT = "00"
           CLOSE RECEIVABLES-FILE
           OPEN OUTPUT POSTING-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE
           OPEN INPUT CASH-RECEIPT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-RECEIPT
           END-IF.

       1100-READ-RECEIVABLE.
           READ RECEIVABLES-FILE
               AT END
                   MOVE "10" TO WS-AR-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1200-STORE-RECEIVABLE - A LEDGER TOO BIG FOR THE TABLE
      *    WOULD BE WRITTEN BACK SHORT, SO THE RUN IS REFUSED.
      ******************************************************************
       1200-STORE-RECEIVABLE.
           IF WS-LED-COUNT < WS-LED-MAX
               ADD 1 TO WS-LED-COUNT
               MOVE RECEIVABLE-RECORD TO WS-L-RECORD(WS-LED-COUNT)
           ELSE
               DISPLAY "CASHPOST REFUSED -- LEDGER PAST "
                   WS-LED-MAX " INVOICES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-RECEIVABLE.

       1300-READ-RECEIPT.
           READ CASH-RECEIPT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-POST-ONE-RECEIPT - VALIDATE, APPLY, REGISTER.
      ******************************************************************
       2000-POST-ONE-RECEIPT.
           ADD 1 TO WS-CARD-COUNT
           MOVE ZERO TO WS-HIT-SUB
           IF CR-INVOICE-NO NOT = SPACES
               PERFORM 2050-FIND-THE-INVOICE
                   VARYING WS-LED-SUB FROM 1 BY 1
                   UNTIL WS-LED-SUB > WS-LED-COUNT
                       OR WS-HIT-SUB > ZERO
           END-IF
           MOVE "N" TO WS-CUSTOMER-SW
           PERFORM 2060-CHECK-CUSTOMER-ON-LEDGER
               VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT
                   OR WS-CUSTOMER-ON-LEDGER
           EVALUATE TRUE
               WHEN CR-CUSTOMER-ID = SPACES
                   MOVE "REJECTED -- CUSTOMER MISSING"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CR-RECEIVED-DATE NOT NUMERIC
                   OR CR-RECEIVED-DATE = ZERO
                   MOVE "REJECTED -- BAD DATE RECEIVED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CR-AMOUNT NOT NUMERIC OR CR-AMOUNT = ZERO
                   MOVE "REJECTED -- BAD AMOUNT" TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CR-INVOICE-NO NOT = SPACES AND WS-HIT-SUB = ZERO
                   MOVE "REJECTED -- INVOICE NOT ON LEDGER"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CR-INVOICE-NO NOT = SPACES
                   AND AR-CUSTOMER-ID NOT = CR-CUSTOMER-ID
                   MOVE "REJECTED -- NOT THIS CUSTOMER'S"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT WS-CUSTOMER-ON-LEDGER
                   MOVE "REJECTED -- NO INVOICES FOR CUSTOMER"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM 2900-REGISTER-RECEIPT
                   PERFORM 2100-APPLY-THE-RECEIPT
           END-EVALUATE
           IF WS-DISPOSITION(1:8) = "REJECTED"
               PERFORM 2900-REGISTER-RECEIPT
           END-IF
           PERFORM 1300-READ-RECEIPT.

       2050-FIND-THE-INVOICE.
           MOVE WS-L-RECORD(WS-LED-SUB) TO RECEIVABLE-RECORD
           IF AR-INVOICE-NO = CR-INVOICE-NO
               MOVE WS-LED-SUB TO WS-HIT-SUB
           END-IF.

       2060-CHECK-CUSTOMER-ON-LEDGER.
           IF WS-L-RECORD(WS-LED-SUB)(9:6) = CR-CUSTOMER-ID
               SET WS-CUSTOMER-ON-LEDGER TO TRUE
           END-IF.

      ******************************************************************
      *    2100-APPLY-THE-RECEIPT - A NAMED INVOICE TAKES THE WHOLE
      *    PAYMENT.  OTHERWISE THE CUSTOMER'S OPEN ITEMS ARE PAID
      *    OLDEST FIRST AND ANY OVERPAYMENT STAYS ON THE LAST ONE
      *    AS A CREDIT.
      ******************************************************************
       2100-APPLY-THE-RECEIPT.
           MOVE CR-AMOUNT TO WS-LEFT-TO-APPLY
           IF WS-HIT-SUB > ZERO
               MOVE WS-HIT-SUB TO WS-LED-SUB
               MOVE WS-LEFT-TO-APPLY TO WS-APPLY-WORK
               PERFORM 2300-APPLY-TO-ONE-INVOICE
           ELSE
               MOVE ZERO TO WS-LAST-HIT-SUB
               PERFORM 2200-APPLY-TO-OLDEST
                   VARYING WS-LED-SUB FROM 1 BY 1
                   UNTIL WS-LED-SUB > WS-LED-COUNT
                       OR WS-LEFT-TO-APPLY = ZERO
               IF WS-LEFT-TO-APPLY > ZERO AND WS-LAST-HIT-SUB > ZERO
                   MOVE WS-LAST-HIT-SUB TO WS-LED-SUB
                   MOVE WS-LEFT-TO-APPLY TO WS-APPLY-WORK
                   PERFORM 2300-APPLY-TO-ONE-INVOICE
               END-IF
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           ADD CR-AMOUNT TO WS-TOTAL-POSTED.

      ******************************************************************
      *    2200-APPLY-TO-OLDEST - PAY THIS INVOICE'S BALANCE, OR AS
      *    MUCH OF IT AS THE CASH LEFT COVERS.
      ******************************************************************
       2200-APPLY-TO-OLDEST.
           MOVE WS-L-RECORD(WS-LED-SUB) TO RECEIVABLE-RECORD
           IF AR-CUSTOMER-ID = CR-CUSTOMER-ID
               MOVE WS-LED-SUB TO WS-LAST-HIT-SUB
               COMPUTE WS-BALANCE = AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
               IF WS-BALANCE > ZERO
                   IF WS-BALANCE < WS-LEFT-TO-APPLY
                       MOVE WS-BALANCE TO WS-APPLY-WORK
                   ELSE
                       MOVE WS-LEFT-TO-APPLY TO WS-APPLY-WORK
                   END-IF
                   PERFORM 2300-APPLY-TO-ONE-INVOICE
               END-IF
           END-IF.

       2300-APPLY-TO-ONE-INVOICE.
           MOVE WS-L-RECORD(WS-LED-SUB) TO RECEIVABLE-RECORD
           ADD WS-APPLY-WORK TO AR-AMOUNT-PAID
           IF CR-RECEIVED-DATE > AR-LAST-PAID-DATE
               MOVE CR-RECEIVED-DATE TO AR-LAST-PAID-DATE
           END-IF
           MOVE RECEIVABLE-RECORD TO WS-L-RECORD(WS-LED-SUB)
           SUBTRACT WS-APPLY-WORK FROM WS-LEFT-TO-APPLY
           COMPUTE WS-BALANCE = AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
           MOVE AR-INVOICE-NO TO WS-A-INVOICE-NO
           MOVE WS-APPLY-WORK TO WS-A-AMOUNT
           MOVE WS-BALANCE TO WS-A-BALANCE
           MOVE WS-APPLIED-LINE TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE.

       2900-REGISTER-RECEIPT.
           IF WS-DISPOSITION(1:8) NOT = "REJECTED"
               IF CR-INVOICE-NO = SPACES
                   MOVE "POSTED -- OLDEST INVOICES FIRST"
                       TO WS-DISPOSITION
               ELSE
                   MOVE "POSTED TO NAMED INVOICE" TO WS-DISPOSITION
               END-IF
           END-IF
           MOVE WS-CARD-COUNT TO WS-R-SEQ
           MOVE CR-CUSTOMER-ID TO WS-R-CUSTOMER-ID
           MOVE CR-INVOICE-NO TO WS-R-INVOICE-NO
           MOVE CR-RECEIVED-DATE TO WS-R-RECEIVED-DATE
           IF CR-AMOUNT NUMERIC
               MOVE CR-AMOUNT TO WS-R-AMOUNT
           ELSE
               MOVE ZERO TO WS-R-AMOUNT
           END-IF
           MOVE CR-REFERENCE TO WS-R-REFERENCE
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE
           MOVE SPACES TO WS-DISPOSITION.

      ******************************************************************
      *    3000-WRITE-LEDGER - EVERY INVOICE WITH A BALANCE OWING OR
      *    A CREDIT GOES FORWARD IN THE ORDER IT CAME IN; A PAID-UP
      *    INVOICE IS DROPPED AND COUNTED.
      ******************************************************************
       3000-WRITE-LEDGER.
           OPEN OUTPUT RECEIVABLES-OUT
           PERFORM 3100-WRITE-ONE-RECEIVABLE
               VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT
           CLOSE RECEIVABLES-OUT
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-TOTAL-POSTED TO WS-TL-POSTED
           MOVE WS-TOTALS-LINE TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE.

       3100-WRITE-ONE-RECEIVABLE.
           MOVE WS-L-RECORD(WS-LED-SUB) TO RECEIVABLE-RECORD
           IF AR-AMOUNT-PAID = AR-INVOICE-AMOUNT
               ADD 1 TO WS-PAID-UP-COUNT
           ELSE
               MOVE RECEIVABLE-RECORD TO RECEIVABLES-OUT-RECORD
               WRITE RECEIVABLES-OUT-RECORD
           END-IF.

       9999-TERMINATE.
           CLOSE CASH-RECEIPT-FILE
           CLOSE POSTING-REGISTER-FILE
           DISPLAY "CASHPOST: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-PAID-UP-COUNT " PAID-UP INVOICES CLOSED OFF"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
