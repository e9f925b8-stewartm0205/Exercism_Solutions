      ******************************************************************
      *    DOSEREF.CPY
      *    DOSING REFERENCE RECORD.  ONE RECORD PER MEDICATION, SAME
      *    WIDTH AND SPELLING AS MD-MEDICATION-NAME IN MEDINGR.CPY,
      *    GIVING THE LARGEST SINGLE ADMINISTRATION AND THE LARGEST
      *    TOTAL PER DAY, BOTH IN DS-DOSE-UNIT.  THE ORDER SCREEN
      *    HOLDS AN ORDER WHOSE DOSE PASSES EITHER LIMIT, OR WHOSE
      *    UNIT DIFFERS FROM THE ONE FILED HERE (THE TWO CANNOT BE
      *    COMPARED).  A MEDICATION WITH NO RECORD IS NOT
      *    DOSE-SCREENED.
      ******************************************************************
       01  DOSING-REFERENCE-RECORD.
           05  DS-MEDICATION-NAME       PIC X(20).
           05  DS-DOSE-UNIT             PIC X(04).
           05  DS-MAX-SINGLE-DOSE       PIC 9(05)V999.
           05  DS-MAX-DAILY-DOSE        PIC 9(06)V999.
