      ******************************************************************
      *    FEEDPRC.CPY
      *    FEED PRICE TABLE, ONE RECORD PER FEED TYPE: THE CURRENT
      *    PRICE PER KILOGRAM FEED COSTS ARE FIGURED AT.
      ******************************************************************
       01  FEED-PRICE-RECORD.
           05  FP-FEED-TYPE             PIC X(04).
           05  FP-DESCRIPTION           PIC X(20).
           05  FP-PRICE-PER-KG          PIC 9(03)V9(04).
