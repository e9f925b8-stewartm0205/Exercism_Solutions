      ******************************************************************
      *    EGGSHORT.CPY
      *    PACKING SHORTFALL, ONE PER DUE ORDER EGGPACK COULD NOT
      *    FILL IN FULL, APPENDED TO THE PERMANENT SHORTFALL LOG SO
      *    THE FARM CAN SEE WHICH GRADES RUN SHORT FOR WHOM.
      ******************************************************************
       01  EGG-SHORTFALL-RECORD.
           05  SF-PACK-DATE             PIC 9(08).
           05  SF-CUSTOMER-ID           PIC X(06).
           05  SF-GRADE                 PIC X(02).
           05  SF-PACK-UNIT             PIC X(01).
           05  SF-ORDERED               PIC 9(04).
           05  SF-PACKED                PIC 9(04).
           05  SF-SHORT                 PIC 9(04).
