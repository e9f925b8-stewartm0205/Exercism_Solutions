      *    CUT AREA.  THE COSTED CUT LIST PRICES EACH TRIANGLE'S
      *    HERON AREA AGAINST THIS FILE; A MATERIAL WITH NO RECORD
      *    COSTS AT ZERO AND IS FLAGGED SO THE QUOTE DESK SEES THE
      *    GAP INSTEAD OF A SILENTLY FREE JOB.  THE REORDER POINT IS
      *    THE SHEET AREA, NET OF SCHEDULED WORK AND STOCK ALREADY ON
      *    ORDER, BELOW WHICH PURCHBAT RAISES A PURCHASE ORDER FOR AT
      *    LEAST THE ORDER QUANTITY OF SHEETS.  A MATERIAL WITH NO
      *    REORDER POINT IS NEVER REORDERED AUTOMATICALLY.
      ******************************************************************
       01  MATERIAL-PRICE-RECORD.
           05  MP-MATERIAL-CODE         PIC X(04).
           05  MP-PRICE-PER-UNIT        PIC 9(05)V99.
           05  MP-REORDER-AREA          PIC 9(07)V99.
           05  MP-ORDER-SHEETS          PIC 9(04).
