      *    THE LEAP-YEAR VALIDATOR.  CD-WORKING-SW ANSWERS "IS THIS
      *    A PROCESSING NIGHT" FROM DATA: WEEKENDS AND HOLIDAY-RULE
      *    MATCHES ARE NON-WORKING.  WEEKDAY 1 = MONDAY ... 7 =
      *    SUNDAY.  THE CD-FISCAL- FIELDS PLACE THE DAY IN THE 4-4-5
      *    FISCAL CALENDAR DESCRIBED ON THE FISCRULE CARD (SEE
      *    FISCRULE.CPY); THEY ARE ZERO WHEN THE CALENDAR WAS BUILT
      *    WITHOUT ONE.  PERIOD START/END DATES AND WORKING-DAY
      *    COUNTS ARE ON THE FISCPER PERIOD TABLE.
      ******************************************************************
       01  CALENDAR-DAY-RECORD.
           05  CD-DATE                  PIC 9(08).
           05  CD-WORKING-SW            PIC X(01).
               88  CD-WORKING-DAY       VALUE "Y".
           05  CD-HOLIDAY-NAME          PIC X(20).
           05  CD-FISCAL-YEAR           PIC 9(04).
           05  CD-FISCAL-QUARTER        PIC 9(01).
           05  CD-FISCAL-PERIOD         PIC 9(02).
           05  CD-FISCAL-WEEK           PIC 9(02).
