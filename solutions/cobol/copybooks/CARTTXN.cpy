      ******************************************************************
      *    CARTTXN.CPY
      *    SNACK CART STOCK TRANSACTION, KEYED IN AT THE CART: A CASH
      *    SALE ("S") TAKES CT-QUANTITY OFF BOOK STOCK, A DELIVERY
      *    ("D") PUTS IT ON.  VOUCHER SALES ARE NOT KEYED HERE -- THEY
      *    COME OFF THE REDEMPTION FILE (REDEMPT.CPY).  CARTPOST
      *    POSTS THE TRANSACTIONS DATED AFTER THE ITEM MASTER'S LAST
      *    POSTED DATE, UP TO AND INCLUDING ITS BUSINESS DATE.
      ******************************************************************
       01  CART-TRANSACTION-RECORD.
           05  CT-TXN-DATE              PIC 9(08).
           05  CT-TXN-TYPE              PIC X(01).
               88  CT-CASH-SALE         VALUE "S".
               88  CT-DELIVERY          VALUE "D".
           05  CT-ITEM-CODE             PIC X(06).
           05  CT-QUANTITY              PIC 9(03).
