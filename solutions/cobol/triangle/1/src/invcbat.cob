       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCBAT.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    INVCBAT IS THE CUSTOMER INVOICING RUN.  IT TURNS EVERY
      *    WORK ORDER THE CUT RUN COMPLETED (WOCOMPL) INTO A NUMBERED
      *    INVOICE AGAINST THE CUSTOMER MASTER AND ADDS IT TO THE
      *    RECEIVABLES LEDGER (ARMAST) AS AN OPEN ITEM.
      *    A WORK ORDER THAT CAME FROM A CONVERTED QUOTE BELONGS TO
      *    THE QUOTE'S CUSTOMER AND IS BILLED AT THE ACCEPTED QUOTE
      *    PRICE -- THE CUSTOMER AGREED TO THAT FIGURE.  IF THE CUT
      *    RUN CUT A DIFFERENT NUMBER OF JOBS THAN WERE QUOTED, THE
      *    QUOTE NO LONGER DESCRIBES THE WORK AND THE ORDER IS
      *    BILLED AT CUT COST PLUS THE CUSTOMER'S MARKUP INSTEAD.
      *    ANY OTHER WORK ORDER IS MATCHED TO ITS CUSTOMER THROUGH
      *    THE WOCUST CARDS AND BILLED AT COST PLUS MARKUP.
      *    EACH INVOICE PRINTS ON INVDOC AND EVERY WORK ORDER LANDS
      *    ON THE INVOICE REGISTER.  A WORK ORDER ALREADY ON THE
      *    LEDGER IS LEFT ALONE, SO A RERUN IS SAFE; ONE WITH NO
      *    CUSTOMER, OR WITH NOTHING TO BILL, IS NOT INVOICED AND
      *    RAISES RETURN CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-COMPLETION-FILE ASSIGN TO "WOCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-FILE-STATUS.

           SELECT QUOTE-MASTER-FILE ASSIGN TO "QUOTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QM-FILE-STATUS.

           SELECT WORK-ORDER-CUSTOMER-FILE ASSIGN TO "WOCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WU-FILE-STATUS.

           SELECT RECEIVABLES-FILE ASSIGN TO "ARMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT INVOICE-SEQUENCE-FILE ASSIGN TO "INVCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

           SELECT INVOICE-DOCUMENT-FILE ASSIGN TO "INVDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-FILE-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-COMPLETION-FILE.
       COPY WOCOMPL.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  QUOTE-MASTER-FILE.
       COPY QUOTMAST.

       FD  WORK-ORDER-CUSTOMER-FILE.
       01  WORK-ORDER-CUSTOMER-RECORD.
           05  WU-WORK-ORDER              PIC X(08).
           05  WU-CUSTOMER-ID             PIC X(06).

       FD  RECEIVABLES-FILE.
       COPY ARMAST.

       FD  INVOICE-SEQUENCE-FILE.
       01  INVOICE-SEQUENCE-RECORD.
           05  SQ-LAST-INVOICE-NO         PIC 9(07).

       FD  INVOICE-DOCUMENT-FILE.
       01  INVOICE-DOCUMENT-LINE          PIC X(80).

       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WC-FILE-STATUS              PIC XX.
       01  WS-CU-FILE-STATUS              PIC XX.
       01  WS-QM-FILE-STATUS              PIC XX.
       01  WS-WU-FILE-STATUS              PIC XX.
       01  WS-AR-FILE-STATUS              PIC XX.
       01  WS-SQ-FILE-STATUS              PIC XX.
       01  WS-ID-FILE-STATUS              PIC XX.
       01  WS-IR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-INVOICE-DATE                PIC 9(08).
       01  WS-INVOICE-NO-NUM              PIC 9(07) VALUE 1.
       01  WS-INVOICE-NO                  PIC X(08).

      *    CUSTOMERS, SAME RECORD QUOTEBAT PRICES MARKUP FROM.
       01  WS-CUS-MAX                     PIC 9(03) VALUE 200.
       01  WS-CUS-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 200 TIMES.
               10  WS-C-CUSTOMER-ID        PIC X(06).
               10  WS-C-NAME               PIC X(30).
               10  WS-C-MARKUP-PCT         PIC 9(03).
       01  WS-CUS-SUB                     PIC 9(03).
       01  WS-CUS-HIT-SUB                 PIC 9(03).

      *    CONVERTED QUOTES ONLY -- AN OPEN QUOTE HAS NOT BEEN CUT.
       01  WS-QUO-MAX                     PIC 9(03) VALUE 500.
       01  WS-QUO-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-QUO-TABLE.
           05  WS-QUO-ENTRY OCCURS 500 TIMES.
               10  WS-Q-QUOTE-NO           PIC X(08).
               10  WS-Q-CUSTOMER-ID        PIC X(06).
               10  WS-Q-JOB-COUNT          PIC 9(04).
               10  WS-Q-QUOTE-TOTAL        PIC 9(09)V99.
       01  WS-QUO-SUB                     PIC 9(03).
       01  WS-QUO-HIT-SUB                 PIC 9(03).

      *    WORK ORDERS CUT WITHOUT A QUOTE, AND WHOSE THEY ARE.
       01  WS-WOC-MAX                     PIC 9(03) VALUE 200.
       01  WS-WOC-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-WOC-TABLE.
           05  WS-WOC-ENTRY OCCURS 200 TIMES.
               10  WS-U-WORK-ORDER         PIC X(08).
               10  WS-U-CUSTOMER-ID        PIC X(06).
       01  WS-WOC-SUB                     PIC 9(03).

      *    WORK ORDERS ALREADY ON THE LEDGER.
       01  WS-INV-MAX                     PIC 9(04) VALUE 2000.
       01  WS-INV-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-INV-TABLE.
           05  WS-I-WORK-ORDER            PIC X(08) OCCURS 2000 TIMES.
       01  WS-INV-SUB                     PIC 9(04).
       01  WS-ALREADY-SW                  PIC X.
           88  WS-ALREADY-INVOICED        VALUE "Y".

       01  WS-CUSTOMER-ID                 PIC X(06).
       01  WS-AMOUNT-WORK                 PIC 9(09)V99.
       01  WS-PRICE-BASIS                 PIC X(04).
       01  WS-DISPOSITION                 PIC X(40).

       01  WS-INVOICED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-ALREADY-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-NOT-INVOICED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-INVOICED              PIC 9(11)V99 VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05  FILLER                     PIC X(30) VALUE
               "CUSTOMER INVOICE REGISTER     ".
           05  WS-RH-DATE                 PIC 9(08).

       01  WS-REGISTER-LINE.
           05  WS-R-WORK-ORDER            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-CUSTOMER-ID           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-INVOICE-NO            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-BASIS                 PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-AMOUNT                PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION           PIC X(40).

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(09) VALUE "INVOICED ".
           05  WS-TL-INVOICED             PIC ZZZZ9.
           05  FILLER                     PIC X(09) VALUE "  AMOUNT ".
           05  WS-TL-AMOUNT               PIC ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(17) VALUE
               "  NOT INVOICED   ".
           05  WS-TL-NOT-INVOICED         PIC ZZZZ9.
           05  FILLER                     PIC X(19) VALUE
               "  ALREADY INVOICED ".
           05  WS-TL-ALREADY              PIC ZZZZ9.

       01  WS-DOC-TITLE-LINE.
           05  FILLER                     PIC X(08) VALUE "INVOICE ".
           05  WS-T-INVOICE-NO            PIC X(08).
           05  FILLER                     PIC X(08) VALUE "  DATED ".
           05  WS-T-INVOICE-DATE          PIC 9(08).

       01  WS-DOC-CUSTOMER-LINE.
           05  FILLER                     PIC X(08) VALUE "BILL TO ".
           05  WS-DC-CUSTOMER-ID          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-DC-NAME                 PIC X(30).

       01  WS-DOC-ORDER-LINE.
           05  FILLER                     PIC X(11) VALUE "WORK ORDER ".
           05  WS-DO-WORK-ORDER           PIC X(08).
           05  FILLER                     PIC X(10) VALUE "  CUT ON  ".
           05  WS-DO-CUT-DATE             PIC 9(08).
           05  FILLER                     PIC X(08) VALUE "  JOBS  ".
           05  WS-DO-JOB-COUNT            PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE "  AREA  ".
           05  WS-DO-AREA                 PIC ZZZZZZZZ9.99.

       01  WS-DOC-AMOUNT-LINE.
           05  WS-DA-CAPTION              PIC X(30).
           05  WS-DA-AMOUNT               PIC ZZZZZZZZZZ9.99.

       01  WS-DOC-MARKUP-LINE.
           05  FILLER                     PIC X(30) VALUE
               "MARKUP PERCENT".
           05  FILLER                     PIC X(11) VALUE SPACE.
           05  WS-DM-MARKUP-PCT           PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INVOICE-ONE-ORDER
               UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE COMPLETIONS AND THE CUSTOMER MASTER
      *    ARE MANDATORY.  THE LEDGER IS READ FIRST FOR THE WORK
      *    ORDERS ALREADY INVOICED, THEN REOPENED FOR EXTENSION.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INVOICE-DATE
           PERFORM 1100-LOAD-CUSTOMERS
           IF WS-CUS-COUNT = ZERO
               DISPLAY "INVCBAT REFUSED -- NO CUSTOMER MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WORK-ORDER-COMPLETION-FILE
           IF WS-WC-FILE-STATUS NOT = "00"
               DISPLAY "INVCBAT REFUSED -- NO WORK-ORDER COMPLETIONS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-QUOTES
           PERFORM 1300-LOAD-ORDER-CUSTOMERS
           PERFORM 1400-LOAD-INVOICED-ORDERS
           OPEN INPUT INVOICE-SEQUENCE-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ INVOICE-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-INVOICE-NO-NUM =
                           SQ-LAST-INVOICE-NO + 1
               END-READ
               CLOSE INVOICE-SEQUENCE-FILE
           END-IF
           OPEN EXTEND RECEIVABLES-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIVABLES-FILE
           END-IF
           OPEN OUTPUT INVOICE-DOCUMENT-FILE
           OPEN OUTPUT INVOICE-REGISTER-FILE
           MOVE WS-INVOICE-DATE TO WS-RH-DATE
           MOVE WS-REGISTER-HEADING TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE
           PERFORM 1500-READ-COMPLETION.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CU-FILE-STATUS = "00"
               PERFORM 1110-READ-CUSTOMER
               PERFORM 1120-STORE-CUSTOMER
                   UNTIL WS-CU-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       1110-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE "10" TO WS-CU-FILE-STATUS
           END-READ.

       1120-STORE-CUSTOMER.
           IF WS-CUS-COUNT NOT < WS-CUS-MAX
               DISPLAY "INVCBAT REFUSED -- MORE THAN " WS-CUS-MAX
                   " CUSTOMERS ON CUSTMAST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE CU-CUSTOMER-ID TO WS-C-CUSTOMER-ID(WS-CUS-COUNT)
           MOVE CU-NAME TO WS-C-NAME(WS-CUS-COUNT)
           MOVE CU-MARKUP-PCT TO WS-C-MARKUP-PCT(WS-CUS-COUNT)
           PERFORM 1110-READ-CUSTOMER.

       1200-LOAD-QUOTES.
           OPEN INPUT QUOTE-MASTER-FILE
           IF WS-QM-FILE-STATUS = "00"
               PERFORM 1210-READ-QUOTE
               PERFORM 1220-STORE-QUOTE
                   UNTIL WS-QM-FILE-STATUS NOT = "00"
               CLOSE QUOTE-MASTER-FILE
           END-IF.

       1210-READ-QUOTE.
           READ QUOTE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-QM-FILE-STATUS
           END-READ.

       1220-STORE-QUOTE.
           IF QM-CONVERTED
               IF WS-QUO-COUNT NOT < WS-QUO-MAX
                   DISPLAY "INVCBAT REFUSED -- MORE THAN " WS-QUO-MAX
                       " CONVERTED QUOTES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QUO-COUNT
               MOVE QM-QUOTE-NO TO WS-Q-QUOTE-NO(WS-QUO-COUNT)
               MOVE QM-CUSTOMER-ID TO WS-Q-CUSTOMER-ID(WS-QUO-COUNT)
               MOVE QM-JOB-COUNT TO WS-Q-JOB-COUNT(WS-QUO-COUNT)
               MOVE QM-QUOTE-TOTAL TO WS-Q-QUOTE-TOTAL(WS-QUO-COUNT)
           END-IF
           PERFORM 1210-READ-QUOTE.

       1300-LOAD-ORDER-CUSTOMERS.
           OPEN INPUT WORK-ORDER-CUSTOMER-FILE
           IF WS-WU-FILE-STATUS = "00"
               PERFORM 1310-READ-ORDER-CUSTOMER
               PERFORM 1320-STORE-ORDER-CUSTOMER
                   UNTIL WS-WU-FILE-STATUS NOT = "00"
               CLOSE WORK-ORDER-CUSTOMER-FILE
           END-IF.

       1310-READ-ORDER-CUSTOMER.
           READ WORK-ORDER-CUSTOMER-FILE
               AT END
                   MOVE "10" TO WS-WU-FILE-STATUS
           END-READ.

       1320-STORE-ORDER-CUSTOMER.
           IF WS-WOC-COUNT NOT < WS-WOC-MAX
               DISPLAY "INVCBAT REFUSED -- MORE THAN " WS-WOC-MAX
                   " WOCUST CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WOC-COUNT
           MOVE WU-WORK-ORDER TO WS-U-WORK-ORDER(WS-WOC-COUNT)
           MOVE WU-CUSTOMER-ID TO WS-U-CUSTOMER-ID(WS-WOC-COUNT)
           PERFORM 1310-READ-ORDER-CUSTOMER.

       1400-LOAD-INVOICED-ORDERS.
           OPEN INPUT RECEIVABLES-FILE
           IF WS-AR-FILE-STATUS = "00"
               PERFORM 1410-READ-RECEIVABLE
               PERFORM 1420-STORE-INVOICED-ORDER
                   UNTIL WS-AR-FILE-STATUS NOT = "00"
               CLOSE RECEIVABLES-FILE
           END-IF.

       1410-READ-RECEIVABLE.
           READ RECEIVABLES-FILE
               AT END
                   MOVE "10" TO WS-AR-FILE-STATUS
           END-READ.

       1420-STORE-INVOICED-ORDER.
           IF WS-INV-COUNT NOT < WS-INV-MAX
               DISPLAY "INVCBAT REFUSED -- MORE THAN " WS-INV-MAX
                   " INVOICES ON THE LEDGER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-INV-COUNT
           MOVE AR-WORK-ORDER TO WS-I-WORK-ORDER(WS-INV-COUNT)
           PERFORM 1410-READ-RECEIVABLE.

       1500-READ-COMPLETION.
           READ WORK-ORDER-COMPLETION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-INVOICE-ONE-ORDER - FIND WHOSE WORK ORDER IT IS AND
      *    WHAT TO CHARGE, THEN RAISE THE INVOICE OR SAY WHY NOT.
      ******************************************************************
       2000-INVOICE-ONE-ORDER.
           MOVE SPACES TO WS-INVOICE-NO
           MOVE SPACES TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-PRICE-BASIS
           MOVE ZERO TO WS-AMOUNT-WORK
           MOVE ZERO TO WS-CUS-HIT-SUB
           PERFORM 2100-CHECK-ALREADY-INVOICED
           PERFORM 2200-FIND-THE-CUSTOMER
           EVALUATE TRUE
               WHEN WS-ALREADY-INVOICED
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "ALREADY INVOICED" TO WS-DISPOSITION
               WHEN WS-CUSTOMER-ID = SPACES
                   ADD 1 TO WS-NOT-INVOICED-COUNT
                   MOVE "NOT INVOICED -- NO CUSTOMER FOR ORDER"
                       TO WS-DISPOSITION
               WHEN WS-CUS-HIT-SUB = ZERO
                   ADD 1 TO WS-NOT-INVOICED-COUNT
                   MOVE "NOT INVOICED -- CUSTOMER NOT ON MASTER"
                       TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM 2300-PRICE-THE-ORDER
                   IF WS-AMOUNT-WORK = ZERO
                       ADD 1 TO WS-NOT-INVOICED-COUNT
                       MOVE "NOT INVOICED -- NOTHING TO BILL"
                           TO WS-DISPOSITION
                   ELSE
                       PERFORM 2400-RAISE-THE-INVOICE
                   END-IF
           END-EVALUATE
           PERFORM 2900-REGISTER-ORDER
           PERFORM 1500-READ-COMPLETION.

       2100-CHECK-ALREADY-INVOICED.
           MOVE "N" TO WS-ALREADY-SW
           PERFORM 2110-CHECK-ONE-INVOICED
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
                   OR WS-ALREADY-INVOICED.

       2110-CHECK-ONE-INVOICED.
           IF WS-I-WORK-ORDER(WS-INV-SUB) = WC-WORK-ORDER
               SET WS-ALREADY-INVOICED TO TRUE
           END-IF.

      ******************************************************************
      *    2200-FIND-THE-CUSTOMER - A CONVERTED QUOTE OF THE SAME
      *    NUMBER SETTLES IT; OTHERWISE THE WOCUST CARD DOES.
      ******************************************************************
       2200-FIND-THE-CUSTOMER.
           MOVE ZERO TO WS-QUO-HIT-SUB
           PERFORM 2210-CHECK-ONE-QUOTE
               VARYING WS-QUO-SUB FROM 1 BY 1
               UNTIL WS-QUO-SUB > WS-QUO-COUNT
                   OR WS-QUO-HIT-SUB > ZERO
           IF WS-QUO-HIT-SUB > ZERO
               MOVE WS-Q-CUSTOMER-ID(WS-QUO-HIT-SUB) TO WS-CUSTOMER-ID
           ELSE
               PERFORM 2220-CHECK-ONE-ORDER-CUSTOMER
                   VARYING WS-WOC-SUB FROM 1 BY 1
                   UNTIL WS-WOC-SUB > WS-WOC-COUNT
                       OR WS-CUSTOMER-ID NOT = SPACES
           END-IF
           IF WS-CUSTOMER-ID NOT = SPACES
               PERFORM 2230-CHECK-ONE-CUSTOMER
                   VARYING WS-CUS-SUB FROM 1 BY 1
                   UNTIL WS-CUS-SUB > WS-CUS-COUNT
                       OR WS-CUS-HIT-SUB > ZERO
           END-IF.

       2210-CHECK-ONE-QUOTE.
           IF WS-Q-QUOTE-NO(WS-QUO-SUB) = WC-WORK-ORDER
               MOVE WS-QUO-SUB TO WS-QUO-HIT-SUB
           END-IF.

       2220-CHECK-ONE-ORDER-CUSTOMER.
           IF WS-U-WORK-ORDER(WS-WOC-SUB) = WC-WORK-ORDER
               MOVE WS-U-CUSTOMER-ID(WS-WOC-SUB) TO WS-CUSTOMER-ID
           END-IF.

       2230-CHECK-ONE-CUSTOMER.
           IF WS-C-CUSTOMER-ID(WS-CUS-SUB) = WS-CUSTOMER-ID
               MOVE WS-CUS-SUB TO WS-CUS-HIT-SUB
           END-IF.

      ******************************************************************
      *    2300-PRICE-THE-ORDER - THE ACCEPTED QUOTE PRICE WHEN THE
      *    CUT MATCHED THE QUOTE JOB FOR JOB, ELSE CUT COST PLUS THE
      *    CUSTOMER'S MARKUP, ROUNDED THE WAY QUOTEBAT ROUNDS.
      ******************************************************************
       2300-PRICE-THE-ORDER.
           IF WS-QUO-HIT-SUB > ZERO
               AND WC-JOB-COUNT = WS-Q-JOB-COUNT(WS-QUO-HIT-SUB)
               MOVE WS-Q-QUOTE-TOTAL(WS-QUO-HIT-SUB) TO WS-AMOUNT-WORK
               MOVE "QUOT" TO WS-PRICE-BASIS
               MOVE "INVOICED AT ACCEPTED QUOTE PRICE"
                   TO WS-DISPOSITION
           ELSE
               COMPUTE WS-AMOUNT-WORK ROUNDED =
                   WC-TOTAL-COST
                   * (100 + WS-C-MARKUP-PCT(WS-CUS-HIT-SUB)) / 100
               MOVE "COST" TO WS-PRICE-BASIS
               IF WS-QUO-HIT-SUB > ZERO
                   MOVE "INVOICED AT COST -- JOBS DIFFER FROM QUOTE"
                       TO WS-DISPOSITION
               ELSE
                   MOVE "INVOICED AT COST PLUS MARKUP"
                       TO WS-DISPOSITION
               END-IF
           END-IF.

      ******************************************************************
      *    2400-RAISE-THE-INVOICE - NEXT NUMBER OFF THE SEQUENCE, AN
      *    OPEN ITEM ON THE LEDGER, AND THE PRINTED INVOICE.
      ******************************************************************
       2400-RAISE-THE-INVOICE.
           MOVE SPACES TO WS-INVOICE-NO
           STRING "I" DELIMITED BY SIZE
                  WS-INVOICE-NO-NUM DELIMITED BY SIZE
               INTO WS-INVOICE-NO
           END-STRING
           MOVE WS-INVOICE-NO TO AR-INVOICE-NO
           MOVE WS-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE WC-WORK-ORDER TO AR-WORK-ORDER
           MOVE WS-INVOICE-DATE TO AR-INVOICE-DATE
           MOVE WS-AMOUNT-WORK TO AR-INVOICE-AMOUNT
           MOVE ZERO TO AR-AMOUNT-PAID
           MOVE ZERO TO AR-LAST-PAID-DATE
           MOVE WS-PRICE-BASIS TO AR-PRICE-BASIS
           WRITE RECEIVABLE-RECORD
           ADD 1 TO WS-INVOICED-COUNT
           ADD WS-AMOUNT-WORK TO WS-TOTAL-INVOICED
           ADD 1 TO WS-INVOICE-NO-NUM
           IF WS-INV-COUNT < WS-INV-MAX
               ADD 1 TO WS-INV-COUNT
               MOVE WC-WORK-ORDER TO WS-I-WORK-ORDER(WS-INV-COUNT)
           END-IF
           PERFORM 2500-PRINT-INVOICE.

       2500-PRINT-INVOICE.
           MOVE WS-INVOICE-NO TO WS-T-INVOICE-NO
           MOVE WS-INVOICE-DATE TO WS-T-INVOICE-DATE
           MOVE WS-DOC-TITLE-LINE TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE
           MOVE WS-CUSTOMER-ID TO WS-DC-CUSTOMER-ID
           MOVE WS-C-NAME(WS-CUS-HIT-SUB) TO WS-DC-NAME
           MOVE WS-DOC-CUSTOMER-LINE TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE
           MOVE WC-WORK-ORDER TO WS-DO-WORK-ORDER
           MOVE WC-CUT-DATE TO WS-DO-CUT-DATE
           MOVE WC-JOB-COUNT TO WS-DO-JOB-COUNT
           MOVE WC-TOTAL-AREA TO WS-DO-AREA
           MOVE WS-DOC-ORDER-LINE TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE
           IF WS-PRICE-BASIS = "QUOT"
               MOVE "PRICE AS QUOTED" TO WS-DA-CAPTION
               MOVE WS-AMOUNT-WORK TO WS-DA-AMOUNT
               MOVE WS-DOC-AMOUNT-LINE TO INVOICE-DOCUMENT-LINE
               WRITE INVOICE-DOCUMENT-LINE
           ELSE
               MOVE "MATERIAL AND CUTTING" TO WS-DA-CAPTION
               MOVE WC-TOTAL-COST TO WS-DA-AMOUNT
               MOVE WS-DOC-AMOUNT-LINE TO INVOICE-DOCUMENT-LINE
               WRITE INVOICE-DOCUMENT-LINE
               MOVE WS-C-MARKUP-PCT(WS-CUS-HIT-SUB)
                   TO WS-DM-MARKUP-PCT
               MOVE WS-DOC-MARKUP-LINE TO INVOICE-DOCUMENT-LINE
               WRITE INVOICE-DOCUMENT-LINE
           END-IF
           MOVE "AMOUNT DUE" TO WS-DA-CAPTION
           MOVE WS-AMOUNT-WORK TO WS-DA-AMOUNT
           MOVE WS-DOC-AMOUNT-LINE TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE
           MOVE SPACES TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE.

       2900-REGISTER-ORDER.
           MOVE WC-WORK-ORDER TO WS-R-WORK-ORDER
           MOVE WS-CUSTOMER-ID TO WS-R-CUSTOMER-ID
           MOVE WS-INVOICE-NO TO WS-R-INVOICE-NO
           MOVE WS-PRICE-BASIS TO WS-R-BASIS
           MOVE WS-AMOUNT-WORK TO WS-R-AMOUNT
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE.

      ******************************************************************
      *    3000-WRITE-TOTALS - A WORK ORDER LEFT UNINVOICED RAISES
      *    RETURN CODE 8 SO THE OFFICE CHASES IT BEFORE MONTH END.
      ******************************************************************
       3000-WRITE-TOTALS.
           MOVE WS-INVOICED-COUNT TO WS-TL-INVOICED
           MOVE WS-TOTAL-INVOICED TO WS-TL-AMOUNT
           MOVE WS-NOT-INVOICED-COUNT TO WS-TL-NOT-INVOICED
           MOVE WS-ALREADY-COUNT TO WS-TL-ALREADY
           MOVE WS-TOTALS-LINE TO INVOICE-REGISTER-LINE
           WRITE INVOICE-REGISTER-LINE
           OPEN OUTPUT INVOICE-SEQUENCE-FILE
           COMPUTE SQ-LAST-INVOICE-NO = WS-INVOICE-NO-NUM - 1
           WRITE INVOICE-SEQUENCE-RECORD
           CLOSE INVOICE-SEQUENCE-FILE
           IF WS-NOT-INVOICED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9999-TERMINATE.
           CLOSE WORK-ORDER-COMPLETION-FILE
           CLOSE RECEIVABLES-FILE
           CLOSE INVOICE-DOCUMENT-FILE
           CLOSE INVOICE-REGISTER-FILE
           DISPLAY "INVCBAT: " WS-INVOICED-COUNT " INVOICED, "
               WS-NOT-INVOICED-COUNT " NOT INVOICED, "
               WS-ALREADY-COUNT " ALREADY ON THE LEDGER".
