      ******************************************************************
      *    SAMPCLNT.CPY
      *    SAMPLE CLIENT REGISTER, ONE RECORD PER ACCESSIONED
      *    SAMPLE, KEYED BY THE ACCESSIONING DESK FROM THE
      *    SUBMISSION FORM.  SC-CLIENT-CODE IS THE SUBMITTING
      *    DEPARTMENT'S CODE ON THE ORGUNIT MASTER; IT IS WHAT THE
      *    MONTH-END LABBILL RUN CHARGES THE SAMPLE'S WORK TO.  A
      *    SAMPLE MISSING FROM THE REGISTER, OR CARRYING A BLANK OR
      *    UNKNOWN CODE, IS NOT BILLED BUT LISTED AS AN EXCEPTION
      *    UNTIL THE DESK PUTS IT RIGHT.  A LATER RECORD FOR THE
      *    SAME SAMPLE CORRECTS AN EARLIER ONE.
      ******************************************************************
       01  SAMPLE-CLIENT-RECORD.
           05  SC-SAMPLE-ID             PIC X(20).
           05  SC-CLIENT-CODE           PIC X(04).
           05  SC-SUBMIT-DATE           PIC 9(08).
