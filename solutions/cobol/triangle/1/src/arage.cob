       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGE.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    ARAGE IS THE MONTH-END RECEIVABLES RUN.  IT AGES EVERY
      *    INVOICE STILL OWING ON THE LEDGER (ARMAST) FROM ITS
      *    INVOICE DATE TO THE AS-OF DATE INTO THE CURRENT (0-30),
      *    31-60, 61-90 AND OVER-90 DAY BUCKETS, AND PRINTS:
      *        ARAGERPT - ONE LINE PER CUSTOMER WITH ANYTHING OPEN,
      *                   BUCKETS ACROSS, GRAND TOTALS AT THE FOOT;
      *        ARSTMT   - THE CUSTOMER STATEMENT: EVERY OPEN INVOICE,
      *                   THE BUCKET TOTALS AND THE TOTAL DUE.
      *    AN OVERPAID INVOICE IS NOT AGED; ITS CREDIT IS SHOWN ON
      *    ITS OWN AND COMES OFF THE TOTAL DUE.  EVERY STATEMENT LINE
      *    CARRIES THE CUSTOMER ID IN COLUMNS 1-6 SO THE REPORT
      *    DISTRIBUTION RUN CAN BURST THE STATEMENTS PER CUSTOMER.
      *    THE ARCTL CARD GIVES THE AS-OF DATE (COLS 1-8); WITHOUT
      *    ONE THE RUN AGES TO TODAY.  MORE CUSTOMERS OR OPEN ITEMS
      *    THAN THE TABLES HOLD REFUSE THE RUN WITH RETURN CODE 16,
      *    SO NO STATEMENT IS EVER DISTRIBUTED SHORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-CONTROL-FILE ASSIGN TO "ARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT RECEIVABLES-FILE ASSIGN TO "ARMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "ARSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-CONTROL-FILE.
       01  AGING-CONTROL-RECORD.
           05  AC-AS-OF-DATE              PIC X(08).

       FD  RECEIVABLES-FILE.
       COPY ARMAST.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE              PIC X(100).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AC-FILE-STATUS              PIC XX.
       01  WS-AR-FILE-STATUS              PIC XX.
       01  WS-CU-FILE-STATUS              PIC XX.
       01  WS-AG-FILE-STATUS              PIC XX.
       01  WS-ST-FILE-STATUS              PIC XX.

       01  WS-AS-OF-DATE                  PIC 9(08).
       01  WS-AS-OF-INT                   PIC 9(07).
       01  WS-INVOICE-INT                 PIC 9(07).
       01  WS-AGE-WORK                    PIC S9(05).
       01  WS-BALANCE                     PIC S9(09)V99.

      *    CUSTOMERS, WITH WHAT EACH OWES BY BUCKET.  BUCKET 5 IS
      *    CREDIT HELD ON ACCOUNT, CARRIED AS A NEGATIVE AMOUNT.
       01  WS-CUS-MAX                     PIC 9(03) VALUE 200.
       01  WS-CUS-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 200 TIMES.
               10  WS-C-CUSTOMER-ID        PIC X(06).
               10  WS-C-NAME               PIC X(30).
               10  WS-C-OPEN-ITEMS         PIC 9(04).
               10  WS-C-BUCKET-AMOUNT OCCURS 5 TIMES
                                           PIC S9(09)V99.
       01  WS-CUS-SUB                     PIC 9(03).
       01  WS-CUS-HIT-SUB                 PIC 9(03).

      *    THE OPEN ITEMS THEMSELVES, FOR THE STATEMENTS.
       01  WS-ITM-MAX                     PIC 9(04) VALUE 2000.
       01  WS-ITM-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 2000 TIMES.
               10  WS-I-CUSTOMER-ID        PIC X(06).
               10  WS-I-INVOICE-NO         PIC X(08).
               10  WS-I-WORK-ORDER         PIC X(08).
               10  WS-I-INVOICE-DATE       PIC 9(08).
               10  WS-I-AGE                PIC 9(05).
               10  WS-I-INVOICE-AMOUNT     PIC 9(09)V99.
               10  WS-I-AMOUNT-PAID        PIC 9(09)V99.
               10  WS-I-BALANCE            PIC S9(09)V99.
       01  WS-ITM-SUB                     PIC 9(04).

       01  WS-BUCKET-SUB                  PIC 9(01).
       01  WS-GRAND-TOTALS.
           05  WS-G-BUCKET-AMOUNT OCCURS 5 TIMES
                                          PIC S9(11)V99.
       01  WS-CUSTOMER-TOTAL              PIC S9(11)V99.
       01  WS-GRAND-TOTAL                 PIC S9(11)V99.

       01  WS-OWING-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-STATEMENT-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-BUCKET-LABELS.
           05  FILLER                     PIC X(08) VALUE "CURRENT ".
           05  FILLER                     PIC X(08) VALUE "31-60   ".
           05  FILLER                     PIC X(08) VALUE "61-90   ".
           05  FILLER                     PIC X(08) VALUE "OVER 90 ".
           05  FILLER                     PIC X(08) VALUE "CREDIT  ".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL OCCURS 5 TIMES PIC X(08).

       01  WS-HEADING-LINE.
           05  FILLER                     PIC X(30) VALUE
               "RECEIVABLES AGING AS OF       ".
           05  WS-H-AS-OF-DATE            PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER                     PIC X(48) VALUE
               "CUST   NAME                 CURRENT        31-60".
           05  FILLER                     PIC X(52) VALUE
               "        61-90      OVER 90       CREDIT    TOTAL DUE".

       01  WS-AGING-LINE.
           05  WS-G-CUSTOMER-ID           PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-G-NAME                  PIC X(15).
           05  WS-G-AMOUNT OCCURS 5 TIMES.
               10  FILLER                 PIC X(01).
               10  WS-G-AMOUNT-EDIT       PIC -(8)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-G-TOTAL                 PIC -(8)9.99.

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(16) VALUE
               "ACCOUNTS OPEN   ".
           05  WS-TL-OWING                PIC ZZZZ9.
           05  FILLER                     PIC X(14) VALUE
               "  STATEMENTS  ".
           05  WS-TL-STATEMENTS           PIC ZZZZ9.

       01  WS-CLEAN-LINE                  PIC X(34) VALUE
           "NO CUSTOMER HAS AN INVOICE OPEN".

       01  WS-STMT-TITLE-LINE.
           05  WS-ST-CUSTOMER-ID          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  FILLER                     PIC X(27) VALUE
               "STATEMENT OF ACCOUNT AS OF ".
           05  WS-ST-AS-OF-DATE           PIC 9(08).
           05  FILLER                     PIC X(04) VALUE SPACE.
           05  WS-ST-NAME                 PIC X(30).

       01  WS-STMT-COLUMN-LINE.
           05  WS-SC-CUSTOMER-ID          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  FILLER                     PIC X(37) VALUE
               "INVOICE   WORK ORD  INV DATE    AGE  ".
           05  FILLER                     PIC X(40) VALUE
               "      AMOUNT          PAID       BALANCE".

       01  WS-STMT-ITEM-LINE.
           05  WS-SI-CUSTOMER-ID          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SI-INVOICE-NO           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SI-WORK-ORDER           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SI-INVOICE-DATE         PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SI-AGE                  PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SI-AMOUNT               PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SI-PAID                 PIC ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SI-BALANCE              PIC -(8)9.99.

       01  WS-STMT-BUCKET-LINE.
           05  WS-SB-CUSTOMER-ID          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-SB-BUCKET OCCURS 5 TIMES.
               10  WS-SB-LABEL            PIC X(08).
               10  WS-SB-AMOUNT           PIC -(8)9.99.
               10  FILLER                 PIC X(02).

       01  WS-STMT-DUE-LINE.
           05  WS-SD-CUSTOMER-ID          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  FILLER                     PIC X(12) VALUE
               "TOTAL DUE   ".
           05  WS-SD-TOTAL                PIC -(10)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-ONE-RECEIVABLE
               UNTIL WS-AR-FILE-STATUS NOT = "00"
           CLOSE RECEIVABLES-FILE
           PERFORM 3000-REPORT-ONE-CUSTOMER
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE LEDGER IS MANDATORY.  THE CUSTOMER
      *    MASTER ONLY SUPPLIES NAMES; A CUSTOMER ON THE LEDGER BUT
      *    NOT THE MASTER STILL GETS AGED AND BILLED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           OPEN INPUT AGING-CONTROL-FILE
           IF WS-AC-FILE-STATUS = "00"
               READ AGING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-AS-OF-DATE NUMERIC
                           AND AC-AS-OF-DATE NOT = ZERO
                           MOVE AC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE AGING-CONTROL-FILE
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           MOVE ZERO TO WS-GRAND-TOTALS
           MOVE ZERO TO WS-GRAND-TOTAL
           OPEN INPUT RECEIVABLES-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "ARAGE REFUSED -- NO RECEIVABLES LEDGER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-CUSTOMERS
           OPEN OUTPUT AGING-REPORT-FILE
           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-AS-OF-DATE TO WS-H-AS-OF-DATE
           MOVE WS-HEADING-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-COLUMN-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM 1200-READ-RECEIVABLE.

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
               PERFORM 1150-REFUSE-CUSTOMERS
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE CU-CUSTOMER-ID TO WS-C-CUSTOMER-ID(WS-CUS-COUNT)
           MOVE CU-NAME TO WS-C-NAME(WS-CUS-COUNT)
           PERFORM 1130-CLEAR-CUSTOMER
           PERFORM 1110-READ-CUSTOMER.

       1130-CLEAR-CUSTOMER.
           MOVE ZERO TO WS-C-OPEN-ITEMS(WS-CUS-COUNT)
           PERFORM 1140-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.

       1140-CLEAR-ONE-BUCKET.
           MOVE ZERO TO WS-C-BUCKET-AMOUNT(WS-CUS-COUNT, WS-BUCKET-SUB).

       1150-REFUSE-CUSTOMERS.
           DISPLAY "ARAGE REFUSED -- MORE THAN " WS-CUS-MAX
               " CUSTOMERS"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1200-READ-RECEIVABLE.
           READ RECEIVABLES-FILE
               AT END
                   MOVE "10" TO WS-AR-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-AGE-ONE-RECEIVABLE - A PAID-UP INVOICE IS SKIPPED.  A
      *    BALANCE OWING GOES INTO ITS AGE BUCKET; AN OVERPAYMENT
      *    GOES INTO THE CREDIT BUCKET WHATEVER ITS AGE.
      ******************************************************************
       2000-AGE-ONE-RECEIVABLE.
           COMPUTE WS-BALANCE = AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
           IF WS-BALANCE NOT = ZERO
               PERFORM 2100-FIND-THE-CUSTOMER
               COMPUTE WS-INVOICE-INT =
                   FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
               COMPUTE WS-AGE-WORK = WS-AS-OF-INT - WS-INVOICE-INT
               IF WS-AGE-WORK < ZERO
                   MOVE ZERO TO WS-AGE-WORK
               END-IF
               EVALUATE TRUE
                   WHEN WS-BALANCE < ZERO
                       MOVE 5 TO WS-BUCKET-SUB
                   WHEN WS-AGE-WORK <= 30
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-AGE-WORK <= 60
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-AGE-WORK <= 90
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
               IF WS-ITM-COUNT NOT < WS-ITM-MAX
                   DISPLAY "ARAGE REFUSED -- MORE THAN " WS-ITM-MAX
                       " OPEN ITEMS ON THE LEDGER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2200-STORE-OPEN-ITEM
           END-IF
           PERFORM 1200-READ-RECEIVABLE.

      ******************************************************************
      *    2100-FIND-THE-CUSTOMER - A CUSTOMER NOT ON THE MASTER IS
      *    ADDED TO THE TABLE UNDER A PLACEHOLDER NAME.
      ******************************************************************
       2100-FIND-THE-CUSTOMER.
           MOVE ZERO TO WS-CUS-HIT-SUB
           PERFORM 2110-CHECK-ONE-CUSTOMER
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
                   OR WS-CUS-HIT-SUB > ZERO
           IF WS-CUS-HIT-SUB = ZERO
               IF WS-CUS-COUNT NOT < WS-CUS-MAX
                   PERFORM 1150-REFUSE-CUSTOMERS
               END-IF
               ADD 1 TO WS-CUS-COUNT
               MOVE AR-CUSTOMER-ID TO WS-C-CUSTOMER-ID(WS-CUS-COUNT)
               MOVE "NOT ON CUSTOMER MASTER" TO WS-C-NAME(WS-CUS-COUNT)
               PERFORM 1130-CLEAR-CUSTOMER
               MOVE WS-CUS-COUNT TO WS-CUS-HIT-SUB
           END-IF.

       2110-CHECK-ONE-CUSTOMER.
           IF WS-C-CUSTOMER-ID(WS-CUS-SUB) = AR-CUSTOMER-ID
               MOVE WS-CUS-SUB TO WS-CUS-HIT-SUB
           END-IF.

       2200-STORE-OPEN-ITEM.
           ADD 1 TO WS-ITM-COUNT
           MOVE AR-CUSTOMER-ID TO WS-I-CUSTOMER-ID(WS-ITM-COUNT)
           MOVE AR-INVOICE-NO TO WS-I-INVOICE-NO(WS-ITM-COUNT)
           MOVE AR-WORK-ORDER TO WS-I-WORK-ORDER(WS-ITM-COUNT)
           MOVE AR-INVOICE-DATE TO WS-I-INVOICE-DATE(WS-ITM-COUNT)
           MOVE WS-AGE-WORK TO WS-I-AGE(WS-ITM-COUNT)
           MOVE AR-INVOICE-AMOUNT TO WS-I-INVOICE-AMOUNT(WS-ITM-COUNT)
           MOVE AR-AMOUNT-PAID TO WS-I-AMOUNT-PAID(WS-ITM-COUNT)
           MOVE WS-BALANCE TO WS-I-BALANCE(WS-ITM-COUNT)
           ADD 1 TO WS-C-OPEN-ITEMS(WS-CUS-HIT-SUB)
           ADD WS-BALANCE
               TO WS-C-BUCKET-AMOUNT(WS-CUS-HIT-SUB, WS-BUCKET-SUB).

      ******************************************************************
      *    3000-REPORT-ONE-CUSTOMER - A CUSTOMER WITH NOTHING OPEN IS
      *    LEFT OFF BOTH THE REPORT AND THE STATEMENTS.
      ******************************************************************
       3000-REPORT-ONE-CUSTOMER.
           IF WS-C-OPEN-ITEMS(WS-CUS-SUB) > ZERO
               ADD 1 TO WS-OWING-COUNT
               MOVE ZERO TO WS-CUSTOMER-TOTAL
               MOVE SPACES TO WS-AGING-LINE
               MOVE WS-C-CUSTOMER-ID(WS-CUS-SUB) TO WS-G-CUSTOMER-ID
               MOVE WS-C-NAME(WS-CUS-SUB) TO WS-G-NAME
               PERFORM 3100-TOTAL-ONE-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE WS-CUSTOMER-TOTAL TO WS-G-TOTAL
               ADD WS-CUSTOMER-TOTAL TO WS-GRAND-TOTAL
               MOVE WS-AGING-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               PERFORM 3200-PRINT-STATEMENT
           END-IF.

       3100-TOTAL-ONE-BUCKET.
           MOVE WS-C-BUCKET-AMOUNT(WS-CUS-SUB, WS-BUCKET-SUB)
               TO WS-G-AMOUNT-EDIT(WS-BUCKET-SUB)
           ADD WS-C-BUCKET-AMOUNT(WS-CUS-SUB, WS-BUCKET-SUB)
               TO WS-CUSTOMER-TOTAL
           ADD WS-C-BUCKET-AMOUNT(WS-CUS-SUB, WS-BUCKET-SUB)
               TO WS-G-BUCKET-AMOUNT(WS-BUCKET-SUB).

      ******************************************************************
      *    3200-PRINT-STATEMENT - TITLE, COLUMN HEADINGS, THE OPEN
      *    ITEMS IN INVOICE ORDER, THEN THE BUCKETS AND TOTAL DUE.
      ******************************************************************
       3200-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE WS-C-CUSTOMER-ID(WS-CUS-SUB) TO WS-ST-CUSTOMER-ID
               WS-SC-CUSTOMER-ID WS-SI-CUSTOMER-ID WS-SB-CUSTOMER-ID
               WS-SD-CUSTOMER-ID
           MOVE WS-AS-OF-DATE TO WS-ST-AS-OF-DATE
           MOVE WS-C-NAME(WS-CUS-SUB) TO WS-ST-NAME
           MOVE WS-STMT-TITLE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-COLUMN-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 3210-PRINT-ONE-ITEM
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT
           PERFORM 3220-SET-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-STMT-BUCKET-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-CUSTOMER-TOTAL TO WS-SD-TOTAL
           MOVE WS-STMT-DUE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       3210-PRINT-ONE-ITEM.
           IF WS-I-CUSTOMER-ID(WS-ITM-SUB)
                   = WS-C-CUSTOMER-ID(WS-CUS-SUB)
               MOVE WS-I-INVOICE-NO(WS-ITM-SUB) TO WS-SI-INVOICE-NO
               MOVE WS-I-WORK-ORDER(WS-ITM-SUB) TO WS-SI-WORK-ORDER
               MOVE WS-I-INVOICE-DATE(WS-ITM-SUB)
                   TO WS-SI-INVOICE-DATE
               MOVE WS-I-AGE(WS-ITM-SUB) TO WS-SI-AGE
               MOVE WS-I-INVOICE-AMOUNT(WS-ITM-SUB) TO WS-SI-AMOUNT
               MOVE WS-I-AMOUNT-PAID(WS-ITM-SUB) TO WS-SI-PAID
               MOVE WS-I-BALANCE(WS-ITM-SUB) TO WS-SI-BALANCE
               MOVE WS-STMT-ITEM-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       3220-SET-ONE-BUCKET.
           MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB)
               TO WS-SB-LABEL(WS-BUCKET-SUB)
           MOVE WS-C-BUCKET-AMOUNT(WS-CUS-SUB, WS-BUCKET-SUB)
               TO WS-SB-AMOUNT(WS-BUCKET-SUB).

       4000-WRITE-TOTALS.
           IF WS-OWING-COUNT = ZERO
               MOVE WS-CLEAN-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-AGING-LINE
               MOVE "TOTALS" TO WS-G-NAME
               PERFORM 4100-EDIT-ONE-GRAND-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE WS-GRAND-TOTAL TO WS-G-TOTAL
               MOVE WS-AGING-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF
           MOVE WS-OWING-COUNT TO WS-TL-OWING
           MOVE WS-STATEMENT-COUNT TO WS-TL-STATEMENTS
           MOVE WS-TOTALS-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       4100-EDIT-ONE-GRAND-BUCKET.
           MOVE WS-G-BUCKET-AMOUNT(WS-BUCKET-SUB)
               TO WS-G-AMOUNT-EDIT(WS-BUCKET-SUB).

       9999-TERMINATE.
           CLOSE AGING-REPORT-FILE
           CLOSE STATEMENT-FILE
           DISPLAY "ARAGE: " WS-OWING-COUNT " ACCOUNTS OPEN, "
               WS-STATEMENT-COUNT " STATEMENTS".
