      ******************************************************************
      *    CARTCNT.CPY
      *    SNACK CART PHYSICAL COUNT, ONE RECORD PER ITEM COUNTED AT
      *    THE CLOSE OF CC-COUNT-DATE.  CARTPOST COMPARES IT WITH
      *    BOOK STOCK AFTER THE DAY'S POSTINGS, REPORTS THE SHRINKAGE
      *    AND TAKES THE COUNT AS THE NEW BOOK FIGURE.
      ******************************************************************
       01  CART-COUNT-RECORD.
           05  CC-COUNT-DATE            PIC 9(08).
           05  CC-ITEM-CODE             PIC X(06).
           05  CC-COUNTED-QTY           PIC 9(05).
