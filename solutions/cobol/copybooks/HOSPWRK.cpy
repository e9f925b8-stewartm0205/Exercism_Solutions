      ******************************************************************
      *    HOSPWRK.CPY
      *    HOSPITAL ALLERGY RECONCILIATION WORKLIST RECORD.  HOSPRCN
      *    WRITES ONE LINE PER DIFFERENCE BETWEEN THE HOSPITAL'S
      *    ALLERGIES AND PT-SCORE:
      *      W  THE HOSPITAL RECORDS AN ALLERGY WE DO NOT HAVE
      *      H  WE HAVE AN ALLERGY THE HOSPITAL DID NOT SEND
      *      U  THE HOSPITAL'S NAME MAPS TO NO BIT POSITION
      *      P  THE HOSPITAL'S PATIENT IS NOT ON OUR MASTER
      *    HW-DECISION IS LEFT BLANK.  THE REVIEWING CLINICIAN PUTS
      *    AN "A" ON EACH "W" LINE TO BE ADDED TO THE PATIENT'S
      *    RECORD; HOSPAPLY APPLIES ONLY THOSE.  HW-BIT-POSITION IS
      *    ZERO AND HW-ALLERGEN-NAME BLANK ON A "U" OR "P" LINE.
      ******************************************************************
       01  HOSPITAL-WORKLIST-RECORD.
           05  HW-PATIENT-ID            PIC X(08).
           05  FILLER                   PIC X(01).
           05  HW-DECISION              PIC X(01).
               88  HW-ACCEPTED          VALUE "A".
           05  FILLER                   PIC X(01).
           05  HW-DIFF-TYPE             PIC X(01).
               88  HW-WE-LACK           VALUE "W".
               88  HW-HOSPITAL-LACKS    VALUE "H".
               88  HW-UNMAPPABLE        VALUE "U".
               88  HW-NOT-ON-MASTER     VALUE "P".
           05  FILLER                   PIC X(01).
           05  HW-BIT-POSITION          PIC 9(02).
           05  FILLER                   PIC X(01).
           05  HW-ALLERGEN-NAME         PIC X(12).
           05  FILLER                   PIC X(01).
           05  HW-HOSPITAL-NAME         PIC X(12).
           05  FILLER                   PIC X(01).
           05  HW-RECORDED-DATE         PIC 9(08).
           05  FILLER                   PIC X(01).
           05  HW-PATIENT-NAME          PIC X(30).
