      ******************************************************************
      *    HOSPALG.CPY
      *    INBOUND HOSPITAL ALLERGY RECORD.  ONE RECORD PER ALLERGY
      *    THE HOSPITAL RECORDED FOR ONE OF OUR PATIENTS AT
      *    ADMISSION, UNDER THE HOSPITAL'S OWN SPELLING OF THE
      *    ALLERGEN (THE SAME 12-BYTE WIDTH AS ALGN-NAME, SO IT CAN
      *    BE RESOLVED THROUGH THE SUBSTANCE SYNONYMS).  NOTHING ON
      *    THIS FILE TOUCHES THE PATIENT MASTER; HOSPRCN ONLY
      *    COMPARES IT WITH PT-SCORE.
      ******************************************************************
       01  HOSPITAL-ALLERGY-RECORD.
           05  HA-PATIENT-ID            PIC X(08).
           05  HA-ALLERGEN-NAME         PIC X(12).
           05  HA-RECORDED-DATE         PIC 9(08).
