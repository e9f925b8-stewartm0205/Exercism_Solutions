      ******************************************************************
      *    PATACCLG.CPY
      *    PATIENT-DATA DISCLOSURE ACCOUNTING RECORD.  EVERY PROGRAM
      *    THAT READS PATIENT DATA OUT TO A PERSON OR ANOTHER SYSTEM
      *    (KEYINQ, HOSPXTR, ALRTLTRS, CSVXTRCT RUN AGAINST PATMAST)
      *    APPENDS ONE RECORD PER PATIENT IT TOUCHED THROUGH THE
      *    PATACCS SUBPROGRAM: THE DATE, THE PATIENT, THE PROGRAM,
      *    THE OPERATOR AND PURPOSE CODE FROM THE OPERATOR CARD,
      *    WHETHER IT WAS A SINGLE-PATIENT LOOKUP OR A BULK PASS,
      *    AND WHETHER THE PURPOSE CODE WAS ON THE APPROVED-PURPOSES
      *    FILE AT THE TIME.  PATACRPT ANSWERS "WHO HAS SEEN THIS
      *    PATIENT" AND FLAGS UNAPPROVED BULK EXTRACTS FROM IT.
      ******************************************************************
       01  PATIENT-ACCESS-RECORD.
           05  PA-ACCESS-DATE           PIC 9(08).
           05  PA-PATIENT-ID            PIC X(08).
           05  PA-PROGRAM               PIC X(08).
           05  PA-OPERATOR-ID           PIC X(08).
           05  PA-PURPOSE-CODE          PIC X(04).
           05  PA-ACCESS-TYPE           PIC X(01).
               88  PA-SINGLE-LOOKUP     VALUE "I".
               88  PA-BULK-EXTRACT      VALUE "B".
           05  PA-PURPOSE-OK-SW         PIC X(01).
               88  PA-PURPOSE-APPROVED  VALUE "Y".
