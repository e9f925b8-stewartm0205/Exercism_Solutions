       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTPOST.
       AUTHOR. BREAK-ROOM-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CARTPOST IS THE SNACK CART'S NIGHTLY STOCK RUN.  IT LOADS
      *    THE CART ITEM MASTER (CARTITEM) AND, FOR THE BUSINESS
      *    DATE ON THE CARTCTL CARD (TODAY WITHOUT ONE), TAKES THE
      *    VOUCHER REDEMPTIONS (REDEMPT, NOW CARRYING THE ITEM AND
      *    QUANTITY) AND CASH SALES OFF BOOK STOCK AND PUTS THE
      *    DELIVERIES ON (CARTTXN) -- EVERY ONE DATED AFTER THE
      *    MASTER'S LAST POSTED DATE UP TO AND INCLUDING THE BUSINESS
      *    DATE, SO A NIGHT THAT DID NOT RUN IS CAUGHT UP BY THE NEXT
      *    (A MASTER NEVER POSTED TAKES THE BUSINESS DATE ALONE).  A
      *    PHYSICAL COUNT (CARTCNT) FOR THE BUSINESS DATE IS COMPARED
      *    WITH THE BOOK FIGURE ON THE SHRINKAGE REPORT AND BECOMES
      *    THE NEW BOOK FIGURE; A COUNT ON OR BEFORE THE LAST POSTED
      *    DATE WAS TAKEN ON ITS OWN NIGHT AND IS PASSED OVER.
      *    EVERY ITEM THEN AT OR BELOW ITS REORDER LEVEL GOES ON THE
      *    RESTOCKING LIST, AND THE VOUCHER MIX REPORT SHOWS FINANCE
      *    WHAT THE VOUCHERS ON THE REDEMPTION FILE THROUGH THE
      *    BUSINESS DATE WERE SPENT ON, PRICED AT THE FACE VALUE ON
      *    THE VOUCHER REGISTER.
      *    THE MASTER IS REWRITTEN AT END OF RUN WITH THE NEW BOOK
      *    STOCK AND THE DATE POSTED; A MASTER ALREADY POSTED FOR
      *    THE BUSINESS DATE REFUSES THE RUN (RC 12) SO A RERUN
      *    CANNOT TAKE THE SAME DAY OFF TWICE.  AN UNKNOWN ITEM, A
      *    BAD TRANSACTION TYPE OR QUANTITY, A COUNT FOR A DATE SINCE
      *    THE LAST POSTING OTHER THAN THE BUSINESS DATE, OR A SALE
      *    PAST BOOK STOCK IS NAMED TO THE OPERATOR AND EXITS 4.  A
      *    VOUCHER REGISTER TOO BIG FOR THE TABLE REFUSES THE RUN
      *    (RC 16) RATHER THAN LEAVE VOUCHERS UNPRICED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CART-CONTROL-FILE ASSIGN TO "CARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-FILE-STATUS.

           SELECT CART-ITEM-FILE ASSIGN TO "CARTITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CI-FILE-STATUS.

           SELECT VOUCHER-REGISTER-FILE ASSIGN TO "VCHRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-FILE-STATUS.

           SELECT REDEMPTION-FILE ASSIGN TO "REDEMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.

           SELECT CART-TRANSACTION-FILE ASSIGN TO "CARTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT CART-COUNT-FILE ASSIGN TO "CARTCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.

           SELECT SHRINKAGE-REPORT-FILE ASSIGN TO "CARTSHRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-FILE-STATUS.

           SELECT RESTOCK-LIST-FILE ASSIGN TO "CARTRSTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT MIX-REPORT-FILE ASSIGN TO "CARTMIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CART-CONTROL-FILE.
       01  CART-CONTROL-RECORD.
           05  CX-BUSINESS-DATE           PIC 9(08).

       FD  CART-ITEM-FILE.
       COPY CARTITEM.

       FD  VOUCHER-REGISTER-FILE.
       COPY VCHRREG.

       FD  REDEMPTION-FILE.
       COPY REDEMPT.

       FD  CART-TRANSACTION-FILE.
       COPY CARTTXN.

       FD  CART-COUNT-FILE.
       COPY CARTCNT.

       FD  SHRINKAGE-REPORT-FILE.
       01  SHRINKAGE-REPORT-LINE          PIC X(80).

       FD  RESTOCK-LIST-FILE.
       01  RESTOCK-LIST-LINE              PIC X(80).

       FD  MIX-REPORT-FILE.
       01  MIX-REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-CX-FILE-STATUS              PIC XX.
       01  WS-CI-FILE-STATUS              PIC XX.
       01  WS-VR-FILE-STATUS              PIC XX.
       01  WS-RD-FILE-STATUS              PIC XX.
       01  WS-CT-FILE-STATUS              PIC XX.
       01  WS-CC-FILE-STATUS              PIC XX.
       01  WS-SK-FILE-STATUS              PIC XX.
       01  WS-RS-FILE-STATUS              PIC XX.
       01  WS-MX-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
       01  WS-LAST-POST-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ALREADY-POSTED-SW           PIC X VALUE "N".
           88  WS-ALREADY-POSTED          VALUE "Y".
       01  WS-COUNT-TAKEN-SW              PIC X VALUE "N".
           88  WS-COUNT-TAKEN             VALUE "Y".

      *    THE ITEM MASTER IN MEMORY, WITH THE NIGHT'S MOVEMENTS AND
      *    THE VOUCHER MIX ATTACHED.  THE WHOLE MASTER IS REWRITTEN
      *    FROM HERE, SO A MASTER THAT DOES NOT FIT REFUSES THE RUN.
       01  WS-ITM-MAX                     PIC 9(03) VALUE 200.
       01  WS-ITM-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 200 TIMES INDEXED BY WS-IX.
               10  WS-I-ITEM-CODE          PIC X(06).
               10  WS-I-DESCRIPTION        PIC X(20).
               10  WS-I-PRICE              PIC 9(03)V99.
               10  WS-I-ON-HAND            PIC 9(05).
               10  WS-I-REORDER-LEVEL      PIC 9(05).
               10  WS-I-REORDER-QTY        PIC 9(05).
               10  WS-I-COUNTED-SW         PIC X.
                   88  WS-I-COUNTED        VALUE "Y".
               10  WS-I-COUNTED-QTY        PIC 9(05).
               10  WS-I-MIX-VOUCHERS       PIC 9(05).
               10  WS-I-MIX-QTY            PIC 9(05).
               10  WS-I-MIX-FACE           PIC 9(07)V99.
       01  WS-ITEM-FOUND-SW               PIC X.
           88  WS-ITEM-FOUND              VALUE "Y".
       01  WS-SEARCH-CODE                 PIC X(06).
       01  WS-POST-QTY                    PIC 9(05).

      *    THE VOUCHER REGISTER, FOR THE FACE VALUE OF EACH SERIAL.
       01  WS-REG-MAX                     PIC 9(04) VALUE 1000.
       01  WS-REG-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 1000 TIMES INDEXED BY WS-RX.
               10  WS-G-SERIAL             PIC 9(08).
               10  WS-G-VALUE              PIC 9(03)V99.
       01  WS-FACE-VALUE                  PIC 9(03)V99.
       01  WS-POST-SW                     PIC X.
           88  WS-POST-THIS-ONE           VALUE "Y".

       01  WS-EXCEPTION-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REDEEMED-POSTED             PIC 9(05) VALUE ZERO.
       01  WS-CASH-POSTED                 PIC 9(05) VALUE ZERO.
       01  WS-DELIVERIES-POSTED           PIC 9(05) VALUE ZERO.
       01  WS-RESTOCK-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ORDER-QTY                   PIC 9(05).
       01  WS-SHRINK-QTY                  PIC S9(05).
       01  WS-SHRINK-VALUE                PIC S9(07)V99.
       01  WS-SHRINK-TOTAL                PIC S9(07)V99 VALUE ZERO.
       01  WS-MIX-VOUCHERS-TOTAL          PIC 9(05) VALUE ZERO.
       01  WS-MIX-FACE-TOTAL              PIC 9(07)V99 VALUE ZERO.
       01  WS-UNRECORDED-VOUCHERS         PIC 9(05) VALUE ZERO.
       01  WS-UNRECORDED-FACE             PIC 9(07)V99 VALUE ZERO.
       01  WS-UNKNOWN-VOUCHERS            PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-FACE                PIC 9(07)V99 VALUE ZERO.
       01  WS-UNREGISTERED-VOUCHERS       PIC 9(05) VALUE ZERO.
       01  WS-PERCENT-FACE                PIC 9(07)V99.
       01  WS-MIX-PERCENT                 PIC 9(03)V9.

       01  WS-SHRINK-HEADING-1.
           05  FILLER                      PIC X(33) VALUE
               "SNACK CART SHRINKAGE -- COUNT OF ".
           05  WS-SH-DATE                  PIC 9(08).
       01  WS-SHRINK-HEADING-2.
           05  FILLER                      PIC X(36) VALUE
               "ITEM    DESCRIPTION           BOOK  ".
           05  FILLER                      PIC X(28) VALUE
               "COUNTED  SHORT  SHRINK VALUE".
       01  WS-SHRINK-DETAIL.
           05  WS-SD-ITEM-CODE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-SD-DESCRIPTION           PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SD-BOOK                  PIC ZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-SD-COUNTED               PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SD-SHORT                 PIC X(06).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WS-SD-VALUE                 PIC X(11).
       01  WS-SD-COUNTED-EDIT             PIC ZZZZ9.
       01  WS-SD-SHORT-EDIT               PIC -----9.
       01  WS-SD-VALUE-EDIT               PIC ------9.99.
       01  WS-SHRINK-TOTAL-LINE.
           05  FILLER                      PIC X(53) VALUE
               "TOTAL SHRINKAGE AT SELLING PRICE".
           05  WS-ST-VALUE                 PIC ------9.99.
       01  WS-NO-COUNT-LINE.
           05  FILLER                      PIC X(21) VALUE
               "NO PHYSICAL COUNT FOR".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-NC-DATE                  PIC 9(08).
           05  FILLER                      PIC X(24) VALUE
               " -- BOOK STOCK STANDS".

       01  WS-RESTOCK-HEADING-1.
           05  FILLER                      PIC X(36) VALUE
               "SNACK CART RESTOCKING LIST -- CLOSE ".
           05  WS-RH-DATE                  PIC 9(08).
       01  WS-RESTOCK-HEADING-2.
           05  FILLER                      PIC X(36) VALUE
               "ITEM    DESCRIPTION          ON HAND".
           05  FILLER                      PIC X(21) VALUE
               "  REORDER AT    ORDER".
       01  WS-RESTOCK-DETAIL.
           05  WS-RD-ITEM-CODE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-RD-DESCRIPTION           PIC X(20).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WS-RD-ON-HAND               PIC ZZZZ9.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  WS-RD-REORDER-LEVEL         PIC ZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-RD-ORDER-QTY             PIC ZZZZ9.
       01  WS-RESTOCK-TOTAL-LINE.
           05  FILLER                      PIC X(18) VALUE
               "ITEMS TO RESTOCK  ".
           05  WS-RT-COUNT                 PIC ZZ9.

       01  WS-MIX-HEADING-1.
           05  FILLER                      PIC X(41) VALUE
               "VOUCHER SPEND MIX -- REDEMPTIONS THROUGH ".
           05  WS-MH-DATE                  PIC 9(08).
       01  WS-MIX-HEADING-2.
           05  FILLER                      PIC X(36) VALUE
               "ITEM    DESCRIPTION         VOUCHERS".
           05  FILLER                      PIC X(29) VALUE
               "   QTY    FACE VALUE PCT FACE".
       01  WS-MIX-DETAIL.
           05  WS-MD-ITEM-CODE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-MD-DESCRIPTION           PIC X(20).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WS-MD-VOUCHERS              PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-MD-QTY                   PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-MD-FACE                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-MD-PERCENT               PIC ZZ9.9.
       01  WS-MIX-NOTE-LINE.
           05  WS-MN-LABEL                 PIC X(31).
           05  WS-MN-COUNT                 PIC ZZZZ9.
           05  FILLER                      PIC X(30) VALUE
               " VOUCHERS NOT PRICED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ITEM-MASTER
           PERFORM 2500-LOAD-REGISTER
           PERFORM 3000-POST-REDEMPTIONS
           PERFORM 4000-POST-CART-TRANSACTIONS
           PERFORM 5000-APPLY-PHYSICAL-COUNT
           PERFORM 6000-WRITE-RESTOCK-LIST
           PERFORM 7000-WRITE-MIX-REPORT
           PERFORM 8000-REWRITE-ITEM-MASTER
           PERFORM 9999-TERMINATE
           DISPLAY "CARTPOST " WS-BUSINESS-DATE " POSTED "
               WS-REDEEMED-POSTED " REDEMPTIONS, " WS-CASH-POSTED
               " CASH SALES, " WS-DELIVERIES-POSTED " DELIVERIES"
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE CONTROL CARD NAMES THE BUSINESS DATE
      *    TO POST; WITH NO CARD IT IS TODAY.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT CART-CONTROL-FILE
           IF WS-CX-FILE-STATUS = "00"
               READ CART-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CX-BUSINESS-DATE NUMERIC
                           AND CX-BUSINESS-DATE > 0
                           MOVE CX-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CART-CONTROL-FILE
           END-IF.

      ******************************************************************
      *    2000-LOAD-ITEM-MASTER - THE MASTER IS REQUIRED.  IT IS
      *    REFUSED WHOLE IF IT WILL NOT FIT THE TABLE OR IF THE
      *    BUSINESS DATE HAS ALREADY BEEN POSTED TO IT.
      ******************************************************************
       2000-LOAD-ITEM-MASTER.
           OPEN INPUT CART-ITEM-FILE
           MOVE "CARTPOST" TO WS-FS-CALLER
           MOVE "CARTITEM" TO WS-FS-DDNAME
           MOVE WS-CI-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-CI-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-READ-ITEM-ENTRY
           PERFORM 2200-STORE-ITEM-ENTRY
               UNTIL WS-EOF
           CLOSE CART-ITEM-FILE
           IF WS-ALREADY-POSTED
               DISPLAY "CARTPOST REFUSED -- CARTITEM ALREADY POSTED "
                   "FOR " WS-BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-POST-DATE = ZERO
               COMPUTE WS-LAST-POST-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1)
           END-IF.

       2100-READ-ITEM-ENTRY.
           READ CART-ITEM-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-STORE-ITEM-ENTRY.
           IF WS-ITM-COUNT >= WS-ITM-MAX
               DISPLAY "CARTPOST REFUSED -- CARTITEM HOLDS MORE THAN "
                   WS-ITM-MAX " ITEMS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CI-LAST-POST-DATE NUMERIC
               IF CI-LAST-POST-DATE >= WS-BUSINESS-DATE
                   SET WS-ALREADY-POSTED TO TRUE
               END-IF
               IF CI-LAST-POST-DATE > WS-LAST-POST-DATE
                   MOVE CI-LAST-POST-DATE TO WS-LAST-POST-DATE
               END-IF
           END-IF
           ADD 1 TO WS-ITM-COUNT
           SET WS-IX TO WS-ITM-COUNT
           MOVE CI-ITEM-CODE TO WS-I-ITEM-CODE(WS-IX)
           MOVE CI-DESCRIPTION TO WS-I-DESCRIPTION(WS-IX)
           MOVE CI-PRICE TO WS-I-PRICE(WS-IX)
           MOVE CI-ON-HAND TO WS-I-ON-HAND(WS-IX)
           MOVE CI-REORDER-LEVEL TO WS-I-REORDER-LEVEL(WS-IX)
           MOVE CI-REORDER-QTY TO WS-I-REORDER-QTY(WS-IX)
           MOVE "N" TO WS-I-COUNTED-SW(WS-IX)
           MOVE ZERO TO WS-I-COUNTED-QTY(WS-IX)
           MOVE ZERO TO WS-I-MIX-VOUCHERS(WS-IX)
           MOVE ZERO TO WS-I-MIX-QTY(WS-IX)
           MOVE ZERO TO WS-I-MIX-FACE(WS-IX)
           PERFORM 2100-READ-ITEM-ENTRY.

       2500-LOAD-REGISTER.
           OPEN INPUT VOUCHER-REGISTER-FILE
           MOVE "CARTPOST" TO WS-FS-CALLER
           MOVE "VCHRREG" TO WS-FS-DDNAME
           MOVE WS-VR-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-VR-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2600-READ-REGISTER-ENTRY
           PERFORM 2700-STORE-REGISTER-ENTRY
               UNTIL WS-EOF
           CLOSE VOUCHER-REGISTER-FILE.

       2600-READ-REGISTER-ENTRY.
           READ VOUCHER-REGISTER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2700-STORE-REGISTER-ENTRY.
           IF WS-REG-COUNT NOT < WS-REG-MAX
               DISPLAY "CARTPOST REFUSED -- MORE THAN " WS-REG-MAX
                   " VOUCHERS ON VCHRREG"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REG-COUNT
           SET WS-RX TO WS-REG-COUNT
           MOVE VR-SERIAL TO WS-G-SERIAL(WS-RX)
           MOVE VR-VALUE TO WS-G-VALUE(WS-RX)
           PERFORM 2600-READ-REGISTER-ENTRY.

      ******************************************************************
      *    3000-POST-REDEMPTIONS - EVERY REDEMPTION THROUGH THE
      *    BUSINESS DATE GOES INTO THE MIX AT ITS VOUCHER'S FACE
      *    VALUE; ONLY THOSE SINCE THE LAST POSTED DATE COME OFF
      *    STOCK (THE EARLIER ONES WERE POSTED ON THEIR OWN NIGHTS).
      *    A VOUCHER WITH NO QUANTITY RECORDED IS ONE ITEM.
      ******************************************************************
       3000-POST-REDEMPTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REDEMPTION-FILE
           IF WS-RD-FILE-STATUS = "00"
               PERFORM 3100-READ-REDEMPTION-ENTRY
               PERFORM 3200-POST-ONE-REDEMPTION
                   UNTIL WS-EOF
               CLOSE REDEMPTION-FILE
           END-IF.

       3100-READ-REDEMPTION-ENTRY.
           READ REDEMPTION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-POST-ONE-REDEMPTION.
           IF RD-REDEEM-DATE <= WS-BUSINESS-DATE
               MOVE "N" TO WS-POST-SW
               IF RD-REDEEM-DATE > WS-LAST-POST-DATE
                   SET WS-POST-THIS-ONE TO TRUE
               END-IF
               PERFORM 3300-FIND-FACE-VALUE
               IF RD-QUANTITY NUMERIC AND RD-QUANTITY > ZERO
                   MOVE RD-QUANTITY TO WS-POST-QTY
               ELSE
                   MOVE 1 TO WS-POST-QTY
               END-IF
               ADD 1 TO WS-MIX-VOUCHERS-TOTAL
               ADD WS-FACE-VALUE TO WS-MIX-FACE-TOTAL
               IF RD-ITEM-NOT-RECORDED
                   ADD 1 TO WS-UNRECORDED-VOUCHERS
                   ADD WS-FACE-VALUE TO WS-UNRECORDED-FACE
               ELSE
                   MOVE RD-ITEM-CODE TO WS-SEARCH-CODE
                   PERFORM 3900-FIND-ITEM
                   IF WS-ITEM-FOUND
                       ADD 1 TO WS-I-MIX-VOUCHERS(WS-IX)
                       ADD WS-POST-QTY TO WS-I-MIX-QTY(WS-IX)
                       ADD WS-FACE-VALUE TO WS-I-MIX-FACE(WS-IX)
                       IF WS-POST-THIS-ONE
                           PERFORM 3800-TAKE-OFF-STOCK
                           ADD 1 TO WS-REDEEMED-POSTED
                       END-IF
                   ELSE
                       ADD 1 TO WS-UNKNOWN-VOUCHERS
                       ADD WS-FACE-VALUE TO WS-UNKNOWN-FACE
                       IF WS-POST-THIS-ONE
                           ADD 1 TO WS-EXCEPTION-COUNT
                           DISPLAY "CARTPOST: SERIAL " RD-SERIAL
                               " REDEEMED FOR UNKNOWN ITEM "
                               RD-ITEM-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-READ-REDEMPTION-ENTRY.

      *    A SERIAL NOT ON THE REGISTER IS VCHRRPT'S TO FLAG; HERE
      *    IT IS ONLY LEFT UNPRICED AND COUNTED ON THE MIX REPORT.
       3300-FIND-FACE-VALUE.
           MOVE ZERO TO WS-FACE-VALUE
           MOVE "N" TO WS-ITEM-FOUND-SW
           SET WS-RX TO 1
           IF WS-REG-COUNT > ZERO
               SEARCH WS-REG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-G-SERIAL(WS-RX) = RD-SERIAL
                       MOVE WS-G-VALUE(WS-RX) TO WS-FACE-VALUE
                       SET WS-ITEM-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-UNREGISTERED-VOUCHERS
           END-IF.

      ******************************************************************
      *    3800-TAKE-OFF-STOCK - BOOK STOCK NEVER GOES BELOW ZERO: A
      *    SALE PAST IT IS NAMED (THE BOOK FIGURE WAS ALREADY WRONG)
      *    AND THE ITEM IS LEFT AT ZERO FOR THE COUNT TO PUT RIGHT.
      ******************************************************************
       3800-TAKE-OFF-STOCK.
           IF WS-POST-QTY > WS-I-ON-HAND(WS-IX)
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "CARTPOST: ITEM " WS-I-ITEM-CODE(WS-IX)
                   " SOLD PAST BOOK STOCK OF " WS-I-ON-HAND(WS-IX)
               MOVE ZERO TO WS-I-ON-HAND(WS-IX)
           ELSE
               SUBTRACT WS-POST-QTY FROM WS-I-ON-HAND(WS-IX)
           END-IF.

       3900-FIND-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           SET WS-IX TO 1
           IF WS-ITM-COUNT > ZERO
               SEARCH WS-ITM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-I-ITEM-CODE(WS-IX) = WS-SEARCH-CODE
                       SET WS-ITEM-FOUND TO TRUE
               END-SEARCH
           END-IF.

      ******************************************************************
      *    4000-POST-CART-TRANSACTIONS - THE CASH SALES SINCE THE
      *    LAST POSTED DATE COME OFF STOCK AND THE DELIVERIES GO ON.
      *    A QUANTITY THAT IS NOT A NUMBER IS NAMED, NOT POSTED.
      ******************************************************************
       4000-POST-CART-TRANSACTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CART-TRANSACTION-FILE
           IF WS-CT-FILE-STATUS = "00"
               PERFORM 4100-READ-CART-TRANSACTION
               PERFORM 4200-POST-ONE-TRANSACTION
                   UNTIL WS-EOF
               CLOSE CART-TRANSACTION-FILE
           END-IF.

       4100-READ-CART-TRANSACTION.
           READ CART-TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       4200-POST-ONE-TRANSACTION.
           IF CT-TXN-DATE > WS-LAST-POST-DATE
               AND CT-TXN-DATE <= WS-BUSINESS-DATE
               MOVE CT-ITEM-CODE TO WS-SEARCH-CODE
               PERFORM 3900-FIND-ITEM
               MOVE ZERO TO WS-POST-QTY
               IF CT-QUANTITY NUMERIC
                   MOVE CT-QUANTITY TO WS-POST-QTY
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-ITEM-FOUND
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "CARTPOST: TRANSACTION FOR UNKNOWN "
                           "ITEM " CT-ITEM-CODE
                   WHEN CT-QUANTITY NOT NUMERIC
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "CARTPOST: TRANSACTION QUANTITY "
                           CT-QUANTITY " NOT NUMERIC FOR ITEM "
                           CT-ITEM-CODE
                   WHEN CT-CASH-SALE
                       PERFORM 3800-TAKE-OFF-STOCK
                       ADD 1 TO WS-CASH-POSTED
                   WHEN CT-DELIVERY
                       ADD WS-POST-QTY TO WS-I-ON-HAND(WS-IX)
                       ADD 1 TO WS-DELIVERIES-POSTED
                   WHEN OTHER
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "CARTPOST: TRANSACTION TYPE "
                           CT-TXN-TYPE " NOT KNOWN FOR ITEM "
                           CT-ITEM-CODE
               END-EVALUATE
           END-IF
           PERFORM 4100-READ-CART-TRANSACTION.

      ******************************************************************
      *    5000-APPLY-PHYSICAL-COUNT - WITH A COUNT FOR THE BUSINESS
      *    DATE EVERY ITEM IS LISTED BOOK AGAINST COUNTED, THE
      *    SHORTFALL PRICED AT SELLING PRICE, AND THE COUNT TAKEN AS
      *    THE NEW BOOK STOCK.  AN ITEM NOT COUNTED KEEPS ITS BOOK
      *    FIGURE AND IS MARKED SO.  A COUNT DATED ON OR BEFORE THE
      *    LAST POSTED DATE BELONGS TO A NIGHT ALREADY POSTED AND IS
      *    PASSED OVER WITHOUT COMMENT.
      ******************************************************************
       5000-APPLY-PHYSICAL-COUNT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CART-COUNT-FILE
           IF WS-CC-FILE-STATUS = "00"
               PERFORM 5100-READ-COUNT-ENTRY
               PERFORM 5200-STORE-ONE-COUNT
                   UNTIL WS-EOF
               CLOSE CART-COUNT-FILE
           END-IF
           OPEN OUTPUT SHRINKAGE-REPORT-FILE
           IF WS-COUNT-TAKEN
               MOVE WS-BUSINESS-DATE TO WS-SH-DATE
               MOVE WS-SHRINK-HEADING-1 TO SHRINKAGE-REPORT-LINE
               WRITE SHRINKAGE-REPORT-LINE
               MOVE WS-SHRINK-HEADING-2 TO SHRINKAGE-REPORT-LINE
               WRITE SHRINKAGE-REPORT-LINE
               PERFORM 5300-WRITE-ONE-SHRINKAGE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ITM-COUNT
               MOVE WS-SHRINK-TOTAL TO WS-ST-VALUE
               MOVE WS-SHRINK-TOTAL-LINE TO SHRINKAGE-REPORT-LINE
               WRITE SHRINKAGE-REPORT-LINE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-NC-DATE
               MOVE WS-NO-COUNT-LINE TO SHRINKAGE-REPORT-LINE
               WRITE SHRINKAGE-REPORT-LINE
           END-IF
           CLOSE SHRINKAGE-REPORT-FILE.

       5100-READ-COUNT-ENTRY.
           READ CART-COUNT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       5200-STORE-ONE-COUNT.
           MOVE CC-ITEM-CODE TO WS-SEARCH-CODE
           PERFORM 3900-FIND-ITEM
           EVALUATE TRUE
               WHEN CC-COUNT-DATE NUMERIC
                   AND CC-COUNT-DATE <= WS-LAST-POST-DATE
                   CONTINUE
               WHEN CC-COUNT-DATE NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "CARTPOST: COUNT FOR " CC-ITEM-CODE
                       " DATED " CC-COUNT-DATE " IGNORED"
               WHEN NOT WS-ITEM-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "CARTPOST: COUNT FOR UNKNOWN ITEM "
                       CC-ITEM-CODE
               WHEN CC-COUNTED-QTY NOT NUMERIC
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "CARTPOST: COUNT FOR " CC-ITEM-CODE
                       " NOT NUMERIC"
               WHEN OTHER
                   SET WS-COUNT-TAKEN TO TRUE
                   SET WS-I-COUNTED(WS-IX) TO TRUE
                   MOVE CC-COUNTED-QTY TO WS-I-COUNTED-QTY(WS-IX)
           END-EVALUATE
           PERFORM 5100-READ-COUNT-ENTRY.

       5300-WRITE-ONE-SHRINKAGE.
           MOVE WS-I-ITEM-CODE(WS-IX) TO WS-SD-ITEM-CODE
           MOVE WS-I-DESCRIPTION(WS-IX) TO WS-SD-DESCRIPTION
           MOVE WS-I-ON-HAND(WS-IX) TO WS-SD-BOOK
           IF WS-I-COUNTED(WS-IX)
               COMPUTE WS-SHRINK-QTY =
                   WS-I-ON-HAND(WS-IX) - WS-I-COUNTED-QTY(WS-IX)
               COMPUTE WS-SHRINK-VALUE =
                   WS-SHRINK-QTY * WS-I-PRICE(WS-IX)
               ADD WS-SHRINK-VALUE TO WS-SHRINK-TOTAL
               MOVE WS-I-COUNTED-QTY(WS-IX) TO WS-SD-COUNTED-EDIT
               MOVE WS-SD-COUNTED-EDIT TO WS-SD-COUNTED
               MOVE WS-SHRINK-QTY TO WS-SD-SHORT-EDIT
               MOVE WS-SD-SHORT-EDIT TO WS-SD-SHORT
               MOVE WS-SHRINK-VALUE TO WS-SD-VALUE-EDIT
               MOVE WS-SD-VALUE-EDIT TO WS-SD-VALUE
               MOVE WS-I-COUNTED-QTY(WS-IX) TO WS-I-ON-HAND(WS-IX)
           ELSE
               MOVE SPACES TO WS-SD-COUNTED
               MOVE SPACES TO WS-SD-SHORT
               MOVE "NOT COUNTED" TO WS-SD-VALUE
           END-IF
           MOVE WS-SHRINK-DETAIL TO SHRINKAGE-REPORT-LINE
           WRITE SHRINKAGE-REPORT-LINE.

      ******************************************************************
      *    6000-WRITE-RESTOCK-LIST - EVERY ITEM AT OR BELOW ITS
      *    REORDER LEVEL ON THE CLOSING BOOK FIGURE.
      ******************************************************************
       6000-WRITE-RESTOCK-LIST.
           OPEN OUTPUT RESTOCK-LIST-FILE
           MOVE WS-BUSINESS-DATE TO WS-RH-DATE
           MOVE WS-RESTOCK-HEADING-1 TO RESTOCK-LIST-LINE
           WRITE RESTOCK-LIST-LINE
           MOVE WS-RESTOCK-HEADING-2 TO RESTOCK-LIST-LINE
           WRITE RESTOCK-LIST-LINE
           PERFORM 6100-CHECK-ONE-RESTOCK
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITM-COUNT
           MOVE WS-RESTOCK-COUNT TO WS-RT-COUNT
           MOVE WS-RESTOCK-TOTAL-LINE TO RESTOCK-LIST-LINE
           WRITE RESTOCK-LIST-LINE
           CLOSE RESTOCK-LIST-FILE.

       6100-CHECK-ONE-RESTOCK.
           IF WS-I-ON-HAND(WS-IX) <= WS-I-REORDER-LEVEL(WS-IX)
               IF WS-I-REORDER-QTY(WS-IX) > ZERO
                   MOVE WS-I-REORDER-QTY(WS-IX) TO WS-ORDER-QTY
               ELSE
                   COMPUTE WS-ORDER-QTY =
                       WS-I-REORDER-LEVEL(WS-IX) * 2
                       - WS-I-ON-HAND(WS-IX)
               END-IF
               MOVE WS-I-ITEM-CODE(WS-IX) TO WS-RD-ITEM-CODE
               MOVE WS-I-DESCRIPTION(WS-IX) TO WS-RD-DESCRIPTION
               MOVE WS-I-ON-HAND(WS-IX) TO WS-RD-ON-HAND
               MOVE WS-I-REORDER-LEVEL(WS-IX) TO WS-RD-REORDER-LEVEL
               MOVE WS-ORDER-QTY TO WS-RD-ORDER-QTY
               MOVE WS-RESTOCK-DETAIL TO RESTOCK-LIST-LINE
               WRITE RESTOCK-LIST-LINE
               ADD 1 TO WS-RESTOCK-COUNT
           END-IF.

      ******************************************************************
      *    7000-WRITE-MIX-REPORT - EACH ITEM THE VOUCHERS WERE SPENT
      *    ON WITH ITS SHARE OF THE FACE VALUE REDEEMED, THEN THE
      *    VOUCHERS THAT CANNOT BE PUT AGAINST AN ITEM OR A FACE
      *    VALUE.
      ******************************************************************
       7000-WRITE-MIX-REPORT.
           OPEN OUTPUT MIX-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-MH-DATE
           MOVE WS-MIX-HEADING-1 TO MIX-REPORT-LINE
           WRITE MIX-REPORT-LINE
           MOVE WS-MIX-HEADING-2 TO MIX-REPORT-LINE
           WRITE MIX-REPORT-LINE
           PERFORM 7100-WRITE-ONE-MIX-ITEM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITM-COUNT
           IF WS-UNRECORDED-VOUCHERS > ZERO
               MOVE SPACES TO WS-MIX-DETAIL
               MOVE "ITEM NOT RECORDED" TO WS-MD-DESCRIPTION
               MOVE WS-UNRECORDED-VOUCHERS TO WS-MD-VOUCHERS
               MOVE WS-UNRECORDED-FACE TO WS-PERCENT-FACE
               PERFORM 7200-WRITE-MIX-REMAINDER
           END-IF
           IF WS-UNKNOWN-VOUCHERS > ZERO
               MOVE SPACES TO WS-MIX-DETAIL
               MOVE "ITEM NOT ON CARTITEM" TO WS-MD-DESCRIPTION
               MOVE WS-UNKNOWN-VOUCHERS TO WS-MD-VOUCHERS
               MOVE WS-UNKNOWN-FACE TO WS-PERCENT-FACE
               PERFORM 7200-WRITE-MIX-REMAINDER
           END-IF
           MOVE SPACES TO WS-MIX-DETAIL
           MOVE "TOTAL REDEEMED" TO WS-MD-DESCRIPTION
           MOVE WS-MIX-VOUCHERS-TOTAL TO WS-MD-VOUCHERS
           MOVE WS-MIX-FACE-TOTAL TO WS-MD-FACE
           MOVE WS-MIX-DETAIL TO MIX-REPORT-LINE
           WRITE MIX-REPORT-LINE
           IF WS-UNREGISTERED-VOUCHERS > ZERO
               MOVE "SERIALS NOT ON VOUCHER REGISTER" TO WS-MN-LABEL
               MOVE WS-UNREGISTERED-VOUCHERS TO WS-MN-COUNT
               MOVE WS-MIX-NOTE-LINE TO MIX-REPORT-LINE
               WRITE MIX-REPORT-LINE
           END-IF
           CLOSE MIX-REPORT-FILE.

       7100-WRITE-ONE-MIX-ITEM.
           IF WS-I-MIX-VOUCHERS(WS-IX) > ZERO
               MOVE WS-I-ITEM-CODE(WS-IX) TO WS-MD-ITEM-CODE
               MOVE WS-I-DESCRIPTION(WS-IX) TO WS-MD-DESCRIPTION
               MOVE WS-I-MIX-VOUCHERS(WS-IX) TO WS-MD-VOUCHERS
               MOVE WS-I-MIX-QTY(WS-IX) TO WS-MD-QTY
               MOVE WS-I-MIX-FACE(WS-IX) TO WS-PERCENT-FACE
               PERFORM 7300-COMPUTE-MIX-PERCENT
               MOVE WS-MIX-DETAIL TO MIX-REPORT-LINE
               WRITE MIX-REPORT-LINE
           END-IF.

       7200-WRITE-MIX-REMAINDER.
           PERFORM 7300-COMPUTE-MIX-PERCENT
           MOVE WS-MIX-DETAIL TO MIX-REPORT-LINE
           WRITE MIX-REPORT-LINE.

       7300-COMPUTE-MIX-PERCENT.
           MOVE WS-PERCENT-FACE TO WS-MD-FACE
           IF WS-MIX-FACE-TOTAL > ZERO
               COMPUTE WS-MIX-PERCENT ROUNDED =
                   WS-PERCENT-FACE * 100 / WS-MIX-FACE-TOTAL
           ELSE
               MOVE ZERO TO WS-MIX-PERCENT
           END-IF
           MOVE WS-MIX-PERCENT TO WS-MD-PERCENT.

      ******************************************************************
      *    8000-REWRITE-ITEM-MASTER - THE WHOLE MASTER BACK WITH THE
      *    CLOSING BOOK STOCK AND THE BUSINESS DATE AS POSTED.
      ******************************************************************
       8000-REWRITE-ITEM-MASTER.
           OPEN OUTPUT CART-ITEM-FILE
           PERFORM 8100-WRITE-ONE-ITEM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITM-COUNT
           CLOSE CART-ITEM-FILE.

       8100-WRITE-ONE-ITEM.
           MOVE WS-I-ITEM-CODE(WS-IX) TO CI-ITEM-CODE
           MOVE WS-I-DESCRIPTION(WS-IX) TO CI-DESCRIPTION
           MOVE WS-I-PRICE(WS-IX) TO CI-PRICE
           MOVE WS-I-ON-HAND(WS-IX) TO CI-ON-HAND
           MOVE WS-I-REORDER-LEVEL(WS-IX) TO CI-REORDER-LEVEL
           MOVE WS-I-REORDER-QTY(WS-IX) TO CI-REORDER-QTY
           MOVE WS-BUSINESS-DATE TO CI-LAST-POST-DATE
           WRITE CART-ITEM-RECORD.

       9999-TERMINATE.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
