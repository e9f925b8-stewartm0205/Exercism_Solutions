      ******************************************************************
      *    LVBAL.CPY
      *    VACATION-LEAVE BALANCE, ONE RECORD PER EMPLOYEE ON THE
      *    EMPLOYEE MASTER, IN HOURS.  THE PAY-PERIOD ACCRUAL RUN
      *    (LVACCRU) ADDS THE PERIOD'S ACCRUAL FOR THE EMPLOYEE'S
      *    SERVICE BAND, DEBITS THE LEAVE TAKEN, AND WRITES THE NEXT
      *    GENERATION; A TERMINATED EMPLOYEE'S BALANCE IS PAID OUT AND
      *    DROPPED.  THE YEAR-TO-DATE FIGURES RESTART WITH THE FIRST
      *    PERIOD ENDING IN A NEW YEAR.  LB-LAST-PERIOD-END IS THE
      *    LAST PERIOD ACCRUED, SO A PERIOD IS NEVER ACCRUED TWICE.
      ******************************************************************
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMPLOYEE-ID           PIC X(08).
           05  LB-BALANCE               PIC 9(04)V99.
           05  LB-ACCRUED-YTD           PIC 9(04)V99.
           05  LB-TAKEN-YTD             PIC 9(04)V99.
           05  LB-LAST-PERIOD-END       PIC 9(08).
