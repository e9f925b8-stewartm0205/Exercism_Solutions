      *    TOOK IN, POSTED DAILY AGAINST THE REGISTER SERIAL.  THE
      *    WEEKLY VCHRRPT RUN MATCHES THESE TO THE VOUCHER REGISTER
      *    AND FLAGS A SERIAL THAT WAS NEVER ISSUED OR COMES BACK
      *    TWICE.  RD-ITEM-CODE AND RD-QUANTITY SAY WHAT THE VOUCHER
      *    WAS SPENT ON (A CARTITEM CODE): THE NIGHTLY CARTPOST RUN
      *    TAKES THE DAY'S REDEMPTIONS OFF THE CART'S STOCK AND
      *    PRICES THE VOUCHER MIX FROM THEM.  A RECORD WRITTEN BEFORE
      *    THE FIELDS EXISTED READS AS SPACES -- ITEM NOT RECORDED.
      ******************************************************************
       01  REDEMPTION-RECORD.
           05  RD-SERIAL                PIC 9(08).
           05  RD-REDEEM-DATE           PIC 9(08).
           05  RD-ITEM-CODE             PIC X(06).
               88  RD-ITEM-NOT-RECORDED VALUE SPACES.
           05  RD-QUANTITY              PIC 9(03).
