      ******************************************************************
      *    HELDORD.CPY
      *    HELD-ORDER RECORD.  ORDRSCRN WRITES ONE FOR EVERY ORDER IT
      *    WILL NOT APPROVE; THE FIRST 98 BYTES ARE THE PHARMACIST'S
      *    PRINTABLE LINE (THE HOLD REASON, AND THE INGREDIENT, GROUP
      *    OR BAND AND THE OTHER MEDICATION, ALLERGY OR TOTAL IT HIT).
      *    HO-HELD-DATE AND HO-ORDER, THE ORDER AS RECEIVED IN THE
      *    PRESCRIPTION LAYOUT (TAGGED WITH ITS FORMULARY STATUS),
      *    LET RXRELEAS PUT A RELEASED ORDER ONTO THE APPROVED FILE
      *    WITHOUT RE-KEYING IT.  THE DAY'S HOLDS ARE APPENDED TO
      *    THE HELD QUEUE; RXRELEAS COPIES THE QUEUE FORWARD LESS THE
      *    ORDERS IT RELEASED.  THE QUEUE KEY IS PATIENT, MEDICATION
      *    AND HELD DATE.
      ******************************************************************
       01  HELD-ORDER-RECORD.
           05  HO-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(02).
           05  HO-MEDICATION-NAME         PIC X(20).
           05  FILLER                     PIC X(02).
           05  HO-INGREDIENT              PIC X(12).
           05  FILLER                     PIC X(02).
           05  HO-REASON                  PIC X(30).
           05  FILLER                     PIC X(02).
           05  HO-INTERACTS-WITH          PIC X(20).
           05  FILLER                     PIC X(02).
           05  HO-HELD-DATE               PIC 9(08).
           05  FILLER                     PIC X(02).
           05  HO-ORDER                   PIC X(72).
