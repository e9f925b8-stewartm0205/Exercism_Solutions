      ******************************************************************
      *    EGGSTOCK.CPY
      *    GRADED STOCK ON HAND, ONE RECORD PER GRADE, IN LOOSE EGGS
      *    NOT YET PACKED.  EGGPACK READS YESTERDAY'S FILE, ADDS THE
      *    DAY'S GRADING, TAKES OUT WHAT IT PACKS AND WRITES TODAY'S.
      ******************************************************************
       01  EGG-STOCK-RECORD.
           05  ES-GRADE                 PIC X(02).
           05  ES-ON-HAND               PIC 9(07).
