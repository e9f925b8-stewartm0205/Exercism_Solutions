      ******************************************************************
      *    FORMLRY.CPY
      *    FORMULARY REFERENCE RECORD.  ONE RECORD PER MEDICATION,
      *    SAME WIDTH AND SPELLING AS MD-MEDICATION-NAME IN
      *    MEDINGR.CPY, GIVING ITS FORMULARY STATUS, THE COST OF ONE
      *    DISPENSED UNIT, AND THE PREFERRED FORMULARY ALTERNATIVE
      *    (BLANK WHEN THERE IS NONE).  ORDRSCRN TAGS EVERY APPROVED
      *    ORDER WITH THE STATUS AND HOLDS A RESTRICTED MEDICATION
      *    FOR AUTHORIZATION; A MEDICATION NOT FILED HERE IS
      *    NON-FORMULARY.  FORMRPT PRICES NON-FORMULARY DISPENSING
      *    AND THE SAVING AT THE ALTERNATIVE'S UNIT COST.
      ******************************************************************
       01  FORMULARY-RECORD.
           05  FM-MEDICATION-NAME       PIC X(20).
           05  FM-STATUS                PIC X(01).
               88  FM-PREFERRED         VALUE "P".
               88  FM-RESTRICTED        VALUE "R".
               88  FM-NON-FORMULARY     VALUE "N".
           05  FM-UNIT-COST             PIC 9(05)V99.
           05  FM-PREFERRED-ALT         PIC X(20).
