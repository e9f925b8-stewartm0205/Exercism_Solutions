      ******************************************************************
      *    ARMAST.CPY
      *    CUTTING-FLOOR ACCOUNTS RECEIVABLE, ONE OPEN-ITEM RECORD PER
      *    NUMBERED INVOICE.  INVCBAT ADDS THE INVOICE, CASHPOST
      *    POSTS CASH RECEIVED AGAINST IT, AND ARAGE AGES WHAT IS
      *    STILL OWING FROM THE INVOICE DATE AND PRINTS THE MONTHLY
      *    CUSTOMER STATEMENTS.  THE BALANCE IS ALWAYS THE INVOICE
      *    AMOUNT LESS THE AMOUNT PAID; A NEGATIVE BALANCE IS CASH
      *    HELD ON ACCOUNT.  THE PRICE BASIS SAYS WHETHER THE AMOUNT
      *    IS THE ACCEPTED QUOTE PRICE OR CUT COST PLUS THE
      *    CUSTOMER'S MARKUP.
      ******************************************************************
       01  RECEIVABLE-RECORD.
           05  AR-INVOICE-NO            PIC X(08).
           05  AR-CUSTOMER-ID           PIC X(06).
           05  AR-WORK-ORDER            PIC X(08).
           05  AR-INVOICE-DATE          PIC 9(08).
           05  AR-INVOICE-AMOUNT        PIC 9(09)V99.
           05  AR-AMOUNT-PAID           PIC 9(09)V99.
           05  AR-LAST-PAID-DATE        PIC 9(08).
           05  AR-PRICE-BASIS           PIC X(04).
               88  AR-QUOTED            VALUE "QUOT".
               88  AR-COST-PLUS         VALUE "COST".
