      ******************************************************************
      *    SUPPMAST.CPY
      *    SHEET-STOCK SUPPLIER MASTER, ONE RECORD PER SUPPLIER PER
      *    MATERIAL CODE IT SUPPLIES.  THE LEAD TIME IN CALENDAR DAYS
      *    SETS A PURCHASE ORDER'S DUE DATE; THE PRICE IS PER SHEET
      *    OF THE SHEET AREA GIVEN.  PURCHBAT BUYS EACH MATERIAL FROM
      *    THE SUPPLIER WITH THE LOWEST PRICE PER SQUARE UNIT, THE
      *    SHORTER LEAD TIME BREAKING A TIE.
      ******************************************************************
       01  SUPPLIER-MASTER-RECORD.
           05  SP-SUPPLIER-ID           PIC X(06).
           05  SP-SUPPLIER-NAME         PIC X(30).
           05  SP-MATERIAL-CODE         PIC X(04).
           05  SP-LEAD-DAYS             PIC 9(03).
           05  SP-SHEET-AREA            PIC 9(05)V99.
           05  SP-SHEET-PRICE           PIC 9(05)V99.
