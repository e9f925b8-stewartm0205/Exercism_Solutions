      *    APPENDS THE NEXT ROUND'S MATCHES ONCE A ROUND IS
      *    COMPLETE.  BK-WINNER-ID IS SPACES UNTIL THE MATCH IS
      *    DECIDED.  ROUND NUMBERS COUNT UP FROM 1; THE ROUND WITH
      *    ONE MATCH IS THE FINAL.  BK-CUP-DATE IS THE DATE CUPSEED
      *    SEEDED THE CUP, CARRIED ON EVERY MATCH OF IT, SO ONE CUP'S
      *    TIES ARE NEVER TAKEN FOR ANOTHER'S.
      ******************************************************************
       01  BRACKET-RECORD.
           05  BK-ROUND-NO              PIC 9(02).
           05  BK-HOME-ID               PIC X(06).
           05  BK-AWAY-ID               PIC X(06).
           05  BK-WINNER-ID             PIC X(06).
           05  BK-CUP-DATE              PIC 9(08).
