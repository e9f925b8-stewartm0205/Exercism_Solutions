      *    PATIENTS AT THE END; SORT IT BY PATIENT ID BEFORE USING
      *    IT IN THE MATCHED RUNS.  THE CUTOFF COMES FROM THE
      *    REBUILD CONTROL CARD; NO CARD MEANS REPLAY EVERYTHING.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  REBUILT MASTER AND JOURNAL IMAGES WIDENED
      *                     TO THE 325-BYTE PATMAST LAYOUT WITH THE
      *                     DEMOGRAPHICS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY PATJRNL.

       FD  REBUILT-MASTER-FILE.
       01  REBUILT-MASTER-RECORD          PIC X(325).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
               10  WS-P-PATIENT-ID         PIC X(08).
               10  WS-P-DELETED-SW         PIC X.
                   88  WS-P-DELETED        VALUE "Y".
               10  WS-P-IMAGE              PIC X(325).
       01  WS-PAT-SUB                     PIC 9(04).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".
