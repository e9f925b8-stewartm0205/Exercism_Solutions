      ******************************************************************
      *    BOARDREG.CPY
      *    DARTBOARD EQUIPMENT REGISTER, ONE RECORD PER BOARD, KEYED
      *    BY THE BOARD NUMBER FIXTBAT PUTS ON FX-BOARD-NO.  BOARDMNT
      *    ADDS, ROTATES, REPLACES AND RETIRES BOARDS; BOARDBAT ADDS
      *    EACH NIGHT'S THROWS TO BOTH WEAR COUNTS (BD-LAST-NIGHT IS
      *    ITS RERUN GUARD) AND POSTS THE REPLACEMENT COST TO THE
      *    FUND LEDGER ONCE, WHEN THE BOARD FIRST FALLS DUE.
      *        BD-ROTATE-THROWS  THROWS SINCE THE BOARD WAS LAST
      *                          ROTATED (OR PUT UP)
      *        BD-LIFE-THROWS    THROWS SINCE THE BOARD WAS BOUGHT
      ******************************************************************
       01  BOARD-REGISTER-RECORD.
           05  BD-BOARD-NO              PIC 9(02).
           05  BD-PURCHASE-DATE         PIC 9(08).
           05  BD-COST                  PIC 9(05)V99.
           05  BD-LAST-ROTATE-DATE      PIC 9(08).
           05  BD-ROTATE-THROWS         PIC 9(07).
           05  BD-LIFE-THROWS           PIC 9(08).
           05  BD-LAST-NIGHT            PIC 9(08).
           05  BD-REPLACE-POSTED-SW     PIC X(01).
               88  BD-REPLACE-POSTED    VALUE "Y".
