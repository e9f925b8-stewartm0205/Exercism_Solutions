      ******************************************************************
      *    ZONECLS.CPY
      *    TIMED ZONE CLOSURE TRANSACTION.  CLOSES ONE ZONE FROM THE
      *    WAREHOUSE MAP (ITS ZONE RECORD'S CODE) TO EVERY ROBOT,
      *    AUTHORIZED OR NOT, FROM THE START STAMP UP TO (NOT
      *    INCLUDING) THE END STAMP -- A SPILL, A HUMAN WORK CREW,
      *    A RACKING INSPECTION.  STAMPS ARE YYYYMMDDHHMMSS.  THE MAP
      *    ITSELF IS NEVER TOUCHED, SO NOTHING HAS TO BE PUT BACK
      *    WHEN THE WINDOW ENDS.
      ******************************************************************
       01  ZONE-CLOSURE-RECORD.
           05  ZC-ZONE-CODE             PIC X(04).
           05  ZC-START-STAMP           PIC 9(14).
           05  ZC-END-STAMP             PIC 9(14).
           05  ZC-REASON                PIC X(40).
