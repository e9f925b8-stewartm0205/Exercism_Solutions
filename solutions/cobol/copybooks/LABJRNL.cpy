      ******************************************************************
      *    LABJRNL.CPY
      *    LABORATORY CHARGEBACK JOURNAL EXTRACT FOR FINANCE.  LABBILL
      *    WRITES ONE RECORD PER DEPARTMENT PER SERVICE FOR THE
      *    BILLING MONTH: THE DEPARTMENT IS DEBITED LJ-AMOUNT AND
      *    THE LABORATORY CREDITED, FOR LJ-QUANTITY SERVICES.  THE
      *    LAST RECORD IS A TRAILER (LJ-TRAILER, DEPARTMENT "****")
      *    CARRYING THE RECORD COUNT IN LJ-QUANTITY AND THE MONTH'S
      *    TOTAL IN LJ-AMOUNT FOR FINANCE TO BALANCE THE LOAD.
      ******************************************************************
       01  LAB-JOURNAL-RECORD.
           05  LJ-PERIOD                PIC 9(06).
           05  LJ-POST-DATE             PIC 9(08).
           05  LJ-DEPT-CODE             PIC X(04).
               88  LJ-TRAILER           VALUE "****".
           05  LJ-SERVICE-CODE          PIC X(04).
           05  LJ-QUANTITY              PIC 9(05).
           05  LJ-AMOUNT                PIC 9(07)V99.
