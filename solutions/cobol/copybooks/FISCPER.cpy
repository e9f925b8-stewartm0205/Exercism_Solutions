      ******************************************************************
      *    FISCPER.CPY
      *    FISCAL PERIOD TABLE, ONE RECORD PER 4-4-5 PERIOD, BUILT
      *    BY CALDAYS ALONGSIDE CALDAILY.  ONLY PERIODS WHOSE EVERY
      *    DAY IS ON THE CALENDAR ARE WRITTEN, SO A PERIOD STRADDLING
      *    THE START OR END OF THE BUILT RANGE IS LEFT OFF RATHER
      *    THAN CARRIED WITH A SHORT WORKING-DAY COUNT.  A DRIVER
      *    NEEDING PERIOD-TO-DATE LOADS IT THE WAY IT LOADS CALDAILY
      *    AND TAKES THE RECORD WHOSE START/END BRACKET ITS DATE.
      ******************************************************************
       01  FISCAL-PERIOD-RECORD.
           05  PD-FISCAL-YEAR           PIC 9(04).
           05  PD-QUARTER               PIC 9(01).
           05  PD-PERIOD                PIC 9(02).
           05  PD-START-DATE            PIC 9(08).
           05  PD-END-DATE              PIC 9(08).
           05  PD-WEEKS                 PIC 9(01).
           05  PD-CALENDAR-DAYS         PIC 9(02).
           05  PD-WORKING-DAYS          PIC 9(02).
