      *        - ALGNCODE BIT POSITIONS DEFINED TWICE
      *    EVERY FINDING GOES TO THE FINDINGS REPORT AND THE SHARED
      *    ERROR LOG SO IT SHOWS IN THE DASHBOARD COUNT.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PRESCRIP IS A KEYED CLUSTER; THE FULL PASS
      *                     NOW READS IT IN PATIENT/MEDICATION ORDER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-MD-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT FINDINGS-REPORT-FILE ASSIGN TO "REFAUDIT"
