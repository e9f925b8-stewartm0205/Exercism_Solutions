      *    LEDGPOST POSTS ONE FEE ENTRY PER PLAYER PRESENT ON A GAME
      *    NIGHT (PRESENCE DERIVED FROM THE NIGHT'S DARTSUM LINES
      *    AND GAME-HISTORY RECORDS) AND ONE PAYOUT ENTRY PER PRIZE
      *    VOUCHER WINRVCHR EXTRACTS; BOARDBAT POSTS ONE EQUIPMENT
      *    ENTRY AGAINST THE BOARD BUDGET LINE WHEN A DARTBOARD FALLS
      *    DUE FOR REPLACEMENT.  LG-PARTY CARRIES THE PLAYER ID ON A
      *    FEE, THE PRIZE-WINNER TOKEN ON A PAYOUT AND THE BOARD ON
      *    AN EQUIPMENT ENTRY.  THE LEDGRPT BALANCING RUN PROVES FEES
      *    COLLECTED MINUS PAYOUTS AND EQUIPMENT EQUALS THE FUND
      *    MOVEMENT, SO THE TREASURER STOPS RECONCILING THE NOTEBOOK
      *    BY HAND.
      ******************************************************************
       01  FUND-LEDGER-RECORD.
           05  LG-POST-DATE             PIC 9(08).
           05  LG-ENTRY-TYPE            PIC X(03).
               88  LG-FEE-ENTRY         VALUE "FEE".
               88  LG-PAYOUT-ENTRY      VALUE "PAY".
               88  LG-EQUIPMENT-ENTRY   VALUE "EQP".
           05  LG-PARTY                 PIC X(16).
           05  LG-AMOUNT                PIC 9(05)V99.
