      ******************************************************************
      *    DUESMAST.CPY
      *    ANNUAL-DUES MASTER, ONE RECORD PER MEMBER, KEYED ON THE
      *    SAME 6-BYTE PLAYER ID AS PLYRMAST.  DM-CLASS PICKS THE
      *    DUES RATE (PARAMETER FILE, JOB DUESBILL, PARAMETER
      *    "RATE-" FOLLOWED BY THE CLASS CODE).  DUESBILL STAMPS THE
      *    YEAR'S BILL, CARRYING ANY UNPAID BALANCE FORWARD AS
      *    ARREARS; DUESPOST ADDS PAYMENTS AND CHANGES CLASS;
      *    DUESAGE AGES THE BALANCE FROM THE BILL DATE AND SETS
      *    DM-LAPSE-SW ONCE IT HAS RAISED THE DEACTIVATION, SO A
      *    MEMBER IS NEVER LAPSED TWICE FOR THE SAME BILL.
      ******************************************************************
       01  DUES-MASTER-RECORD.
           05  DM-PLAYER-ID             PIC X(06).
           05  DM-CLASS                 PIC X(04).
               88  DM-FULL-MEMBER       VALUE "FULL".
               88  DM-JUNIOR-MEMBER     VALUE "JUNR".
               88  DM-SENIOR-MEMBER     VALUE "SENR".
               88  DM-SOCIAL-MEMBER     VALUE "SOCL".
               88  DM-VALID-CLASS       VALUE "FULL" "JUNR" "SENR"
                                              "SOCL".
           05  DM-DUES-YEAR             PIC 9(04).
           05  DM-BILL-DATE             PIC 9(08).
           05  DM-ARREARS               PIC 9(05)V99.
           05  DM-AMOUNT-BILLED         PIC 9(05)V99.
           05  DM-AMOUNT-PAID           PIC 9(05)V99.
           05  DM-LAST-PAID-DATE        PIC 9(08).
           05  DM-LAPSE-SW              PIC X(01).
               88  DM-LAPSE-RAISED      VALUE "Y".
