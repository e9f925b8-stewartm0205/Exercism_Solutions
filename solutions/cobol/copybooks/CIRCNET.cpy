      ******************************************************************
      *    CIRCNET.CPY
      *    ONE LINE OF AN RLC NETWORK DESCRIPTION FOR RLCBAT.  A
      *    NETWORK IS AN N HEADER, ITS COMPONENTS AND COMBINE LINES
      *    IN POSTFIX ORDER, AND AN E LINE:
      *        N  HEADER    -- SUPPLY VOLTS (RMS) AND A DESCRIPTION
      *        R  RESISTOR  -- UNIT BLANK OHMS, K KILOHMS, M MEGOHMS
      *        L  INDUCTOR  -- UNIT BLANK HENRIES, M MILLI-, U MICRO-
      *        C  CAPACITOR -- UNIT BLANK FARADS, U MICRO-, N NANO-,
      *                        P PICOFARADS
      *        S  SERIES    -- THE LAST CN-GROUP-COUNT ITEMS IN SERIES
      *        P  PARALLEL  -- THE LAST CN-GROUP-COUNT ITEMS IN
      *                        PARALLEL
      *        E  END       -- EXACTLY ONE ITEM MUST BE LEFT
      *    SO R1 IN SERIES WITH L1 AND C1 IN PARALLEL IS
      *    N, R R1, L L1, C C1, P 02, S 02, E.
      ******************************************************************
       01  CIRCUIT-NETWORK-RECORD.
           05  CN-NETWORK-ID            PIC X(08).
           05  CN-RECORD-TYPE           PIC X(01).
               88  CN-HEADER            VALUE "N".
               88  CN-COMPONENT         VALUE "R" "L" "C".
               88  CN-RESISTOR          VALUE "R".
               88  CN-INDUCTOR          VALUE "L".
               88  CN-CAPACITOR         VALUE "C".
               88  CN-SERIES            VALUE "S".
               88  CN-PARALLEL          VALUE "P".
               88  CN-END               VALUE "E".
           05  CN-DETAIL                PIC X(40).
           05  CN-HEADER-DETAIL REDEFINES CN-DETAIL.
               10  CN-SUPPLY-VOLTS      PIC 9(05)V99.
               10  CN-DESCRIPTION       PIC X(30).
               10  FILLER               PIC X(03).
           05  CN-COMPONENT-DETAIL REDEFINES CN-DETAIL.
               10  CN-COMPONENT-NAME    PIC X(08).
               10  CN-VALUE             PIC 9(05)V9(04).
               10  CN-UNIT              PIC X(01).
               10  FILLER               PIC X(22).
           05  CN-COMBINE-DETAIL REDEFINES CN-DETAIL.
               10  CN-GROUP-COUNT       PIC 9(02).
               10  FILLER               PIC X(38).
