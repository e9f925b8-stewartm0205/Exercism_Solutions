      ******************************************************************
      *    WOCOMPL.CPY
      *    WORK-ORDER COMPLETION RECORD.  THE CUT RUN WRITES ONE PER
      *    WORK ORDER IT CUT, CARRYING THE SAME JOB COUNT, HERON AREA
      *    AND MATERIAL-PRICED COST AS THE PRINTED INVOICE SUMMARY,
      *    SO INVCBAT CAN RAISE THE CUSTOMER INVOICE WITHOUT ANYONE
      *    RETYPING A FIGURE OFF THE PRINTOUT.
      ******************************************************************
       01  WORK-ORDER-COMPLETION-RECORD.
           05  WC-WORK-ORDER            PIC X(08).
           05  WC-CUT-DATE              PIC 9(08).
           05  WC-JOB-COUNT             PIC 9(04).
           05  WC-TOTAL-AREA            PIC 9(09)V99.
           05  WC-TOTAL-COST            PIC 9(11)V99.
