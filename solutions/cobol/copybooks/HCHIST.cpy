      ******************************************************************
      *    HCHIST.CPY
      *    HEADCOUNT-HISTORY RECORD, ONE PER DEPARTMENT PER MONTH,
      *    WRITTEN BY THE MONTH-END HEADCOUNT RUN (HEADCNT).  HEADCNT
      *    APPENDS THE MONTH'S RECORDS EVERY RUN AND USES THE LAST
      *    RECORD PER MONTH AND DEPARTMENT, SO A RERUN SIMPLY
      *    SUPERSEDES THE EARLIER ONE.  A BLANK DEPARTMENT CODE IS
      *    THE UNASSIGNED EMPLOYEES.  THE TURNOVER RATE IS THE
      *    MONTH'S TERMINATIONS OVER ITS AVERAGE HEADCOUNT,
      *    ANNUALIZED, AS A PERCENTAGE.
      ******************************************************************
       01  HEADCOUNT-HISTORY-RECORD.
           05  HH-MONTH                 PIC 9(06).
           05  HH-DEPT-CODE             PIC X(04).
           05  HH-OPENING               PIC S9(05).
           05  HH-HIRES                 PIC 9(05).
           05  HH-REHIRES               PIC 9(05).
           05  HH-TERMINATIONS          PIC 9(05).
           05  HH-MOVES-IN              PIC 9(05).
           05  HH-MOVES-OUT             PIC 9(05).
           05  HH-LEAVE-STARTS          PIC 9(05).
           05  HH-LEAVE-RETURNS         PIC 9(05).
           05  HH-CLOSING               PIC S9(05).
           05  HH-TURNOVER-PCT          PIC 9(03)V9.
