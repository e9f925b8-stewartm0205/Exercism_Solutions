      ******************************************************************
      *    CARTITEM.CPY
      *    SNACK CART ITEM MASTER, ONE RECORD PER ITEM THE CART
      *    SELLS.  CI-ON-HAND IS BOOK STOCK: THE NIGHTLY CARTPOST RUN
      *    TAKES OFF THE DAY'S VOUCHER REDEMPTIONS AND CASH SALES,
      *    ADDS THE DAY'S DELIVERIES, RESETS IT TO THE PHYSICAL COUNT
      *    WHEN ONE IS TAKEN, AND REWRITES THE FILE.  AN ITEM AT OR
      *    BELOW CI-REORDER-LEVEL GOES ON THE RESTOCKING LIST FOR
      *    CI-REORDER-QTY (ZERO MEANS ORDER BACK UP TO TWICE THE
      *    LEVEL).  CI-LAST-POST-DATE IS THE BUSINESS DATE LAST
      *    POSTED, SO A NIGHT CANNOT BE POSTED TWICE.
      ******************************************************************
       01  CART-ITEM-RECORD.
           05  CI-ITEM-CODE             PIC X(06).
           05  CI-DESCRIPTION           PIC X(20).
           05  CI-PRICE                 PIC 9(03)V99.
           05  CI-ON-HAND               PIC 9(05).
           05  CI-REORDER-LEVEL         PIC 9(05).
           05  CI-REORDER-QTY           PIC 9(05).
           05  CI-LAST-POST-DATE        PIC 9(08).
