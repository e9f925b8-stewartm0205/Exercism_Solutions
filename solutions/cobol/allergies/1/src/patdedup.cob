      *    EXACT; PAIRS AGREEING ON THE FIRST TWELVE BYTES OF THE
      *    NAME ARE FLAGGED NEAR.  NOTHING IS MERGED HERE -- THE
      *    REVIEWED PAIRS ARE FED TO PATMERGE ONE AT A TIME.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST IS A KEYED CLUSTER; THE FULL PASS
      *                     NOW READS IT IN PATIENT-ID KEY ORDER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT CANDIDATES-FILE ASSIGN TO "DUPCANDS"
