      ******************************************************************
      *    WOOPEN.CPY
      *    OPEN WORK-ORDER RECORD, ONE PER WORK ORDER ON THE FLOOR'S
      *    BOOK.  QUOTCONV ADDS ONE FOR EVERY QUOTE IT CONVERTS; THE
      *    ORDER DESK KEYS THE REST.  THE CUT SCHEDULER SEQUENCES THE
      *    WORK ORDER'S JOBS BY PRIORITY (1 IS RUSH, 9 IS LOWEST) AND
      *    THEN BY DUE DATE, AND MEASURES ITS LATE RISK AGAINST THE
      *    DUE DATE.  A ZERO DUE DATE MEANS NONE WAS PROMISED.
      ******************************************************************
       01  OPEN-WORK-ORDER-RECORD.
           05  WO-WORK-ORDER            PIC X(08).
           05  WO-CUSTOMER-ID           PIC X(06).
           05  WO-DUE-DATE              PIC 9(08).
           05  WO-PRIORITY              PIC 9(01).
               88  WO-RUSH              VALUE 1.
           05  WO-OPENED-DATE           PIC 9(08).
