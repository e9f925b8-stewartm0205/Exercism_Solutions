      ******************************************************************
      *    POMAST.CPY
      *    PURCHASE-ORDER LINE, ONE PER MATERIAL ON A NUMBERED SHEET-
      *    STOCK PURCHASE ORDER.  PURCHBAT ADDS THE LINES IT RAISES;
      *    PORECV COUNTS DELIVERED SHEETS AGAINST THE LINE AND CLOSES
      *    IT WHEN ALL HAVE COME (OR WHEN RECEIVING SHORT-CLOSES IT).
      *    A LINE STILL OPEN PAST ITS DUE DATE IS OVERDUE.
      ******************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER                PIC X(08).
           05  PO-LINE-NO               PIC 9(02).
           05  PO-SUPPLIER-ID           PIC X(06).
           05  PO-MATERIAL-CODE         PIC X(04).
           05  PO-ORDER-DATE            PIC 9(08).
           05  PO-DUE-DATE              PIC 9(08).
           05  PO-SHEETS-ORDERED        PIC 9(04).
           05  PO-SHEETS-RECEIVED       PIC 9(04).
           05  PO-SHEET-AREA            PIC 9(05)V99.
           05  PO-SHEET-PRICE           PIC 9(05)V99.
           05  PO-STATUS                PIC X(01).
               88  PO-OPEN              VALUE "O".
               88  PO-CLOSED            VALUE "C".
