      ******************************************************************
      *    PRTJRNL.CPY
      *    PRINT ROOM CHARGEBACK JOURNAL EXTRACT FOR FINANCE.  PRTBILL
      *    WRITES ONE RECORD PER DEPARTMENT PER CHARGE CODE FOR THE
      *    BILLING MONTH (BANR -- BANNER COPIES OFF BANNRLOG, LINE --
      *    REPORT LINES OFF DISTLOG): THE DEPARTMENT IS DEBITED
      *    PJ-AMOUNT AND THE PRINT ROOM CREDITED, FOR PJ-QUANTITY
      *    COPIES OR LINES.  THE LAST RECORD IS A TRAILER
      *    (PJ-TRAILER, DEPARTMENT "****") CARRYING THE RECORD COUNT
      *    IN PJ-QUANTITY AND THE MONTH'S TOTAL IN PJ-AMOUNT FOR
      *    FINANCE TO BALANCE THE LOAD.
      ******************************************************************
       01  PRINT-JOURNAL-RECORD.
           05  PJ-PERIOD                PIC 9(06).
           05  PJ-POST-DATE             PIC 9(08).
           05  PJ-DEPT-CODE             PIC X(04).
               88  PJ-TRAILER           VALUE "****".
           05  PJ-CHARGE-CODE           PIC X(04).
           05  PJ-QUANTITY              PIC 9(07).
           05  PJ-AMOUNT                PIC 9(07)V99.
