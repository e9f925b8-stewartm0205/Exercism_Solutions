      ******************************************************************
      *    CONTRAIN.CPY
      *    AGE AND PREGNANCY CONTRAINDICATION REFERENCE RECORD, ONE
      *    RECORD PER MEDICATION AND PATIENT GROUP THE MEDICATION IS
      *    UNSAFE FOR.  CI-MEDICATION-NAME IS SPELLED AS ON THE
      *    ORDER (PX-MEDICATION-NAME).  A RECORD WITH THE PREGNANCY
      *    FLAG SET APPLIES TO ANY PATIENT FLAGGED PREGNANT ON THE
      *    MASTER, WHATEVER THE AGE; ANY OTHER RECORD APPLIES TO A
      *    PATIENT WHOSE AGE IN WHOLE YEARS FALLS IN THE BAND
      *    CI-AGE-FROM THROUGH CI-AGE-TO (E.G. 000-015 FOR UNDER
      *    SIXTEENS, 065-999 FOR SIXTY-FIVE AND OVER).  CI-REASON IS
      *    THE TEXT THE ORDER SCREEN PUTS ON THE HELD ORDER.
      ******************************************************************
       01  CONTRAINDICATION-RECORD.
           05  CI-MEDICATION-NAME       PIC X(20).
           05  CI-AGE-FROM              PIC 9(03).
           05  CI-AGE-TO                PIC 9(03).
           05  CI-PREGNANCY-SW          PIC X.
               88  CI-PREGNANCY         VALUE "Y".
           05  CI-REASON                PIC X(30).
