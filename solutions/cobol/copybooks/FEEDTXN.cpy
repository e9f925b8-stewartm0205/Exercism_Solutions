      ******************************************************************
      *    FEEDTXN.CPY
      *    FEED TRANSACTION, KEYED FROM THE DELIVERY INVOICES AND THE
      *    DAILY FEED SHEET.  A DELIVERY (D) PUTS FEED INTO THE FEED
      *    STORE (COOP 00, INVOICE NUMBER FOR REFERENCE); A USAGE (U)
      *    TAKES IT OUT TO ONE COOP FOR THE DAY.  FEED TYPES ARE THE
      *    CODES ON THE FEED PRICE TABLE (FEEDPRC).
      ******************************************************************
       01  FEED-TRANS-RECORD.
           05  FX-TXN-DATE              PIC 9(08).
           05  FX-TXN-TYPE              PIC X(01).
               88  FX-DELIVERY          VALUE "D".
               88  FX-USAGE             VALUE "U".
           05  FX-COOP-NO               PIC 9(02).
           05  FX-FEED-TYPE             PIC X(04).
           05  FX-KILOGRAMS             PIC 9(05)V9.
           05  FX-INVOICE-NO            PIC X(10).
