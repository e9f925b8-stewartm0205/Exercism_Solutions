      *    A QUALIFYING PATIENT WITH NO CONTACT RECORD GOES TO THE
      *    EXCEPTION LIST AND THE ERROR LOG -- THE CLINIC SHOULD
      *    PHONE FROM A LIST, NOT FROM MEMORY.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST IS A KEYED CLUSTER; THE FULL PASS
      *                     NOW READS IT IN PATIENT-ID KEY ORDER.
      *    2026-10-15  RSK  EVERY LETTER WRITTEN IS RECORDED ON THE
      *                     PATIENT DISCLOSURE ACCOUNTING FILE AS A
      *                     BULK ACCESS (PATACCS), UNDER THE OPERATOR
      *                     AND PURPOSE CODE ON THE OPERATOR CARD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PATIENT-CONTACT-FILE ASSIGN TO "PATCONTC"
       COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-PA-PROGRAM PIC X(08) EXTERNAL.
       01  WS-PA-ACCESS-TYPE PIC X EXTERNAL.
       01  WS-PA-PATIENT-ID PIC X(08) EXTERNAL.

       01  WS-LC-FILE-STATUS              PIC XX.
       01  WS-AH-FILE-STATUS              PIC XX.
       01  WS-AL-FILE-STATUS              PIC XX.
           PERFORM 1100-LOAD-ALLERGEN-CODES
           PERFORM 1200-LOAD-PATIENT-NAMES
           PERFORM 1300-LOAD-CONTACTS
           MOVE "ALRTLTRS" TO WS-PA-PROGRAM
           MOVE "B" TO WS-PA-ACCESS-TYPE
           CALL "PATACCS"
           OPEN INPUT ALLERGY-HISTORY-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT EXCEPTION-LIST-FILE
           ADD 1 TO WS-LETTER-COUNT
           PERFORM 2300-FIND-PATIENT-NAME
           MOVE AH-PATIENT-ID TO WS-X-PATIENT-ID
           MOVE AH-PATIENT-ID TO WS-PA-PATIENT-ID
           CALL "PAT-ACCESS"
           SET WS-CNX TO WS-CONTACT-SUB
           PERFORM 3100-WRITE-ONE-ADDRESS-LINE
               VARYING WS-ADDR-SUB FROM 1 BY 1
           CLOSE ALLERGY-HISTORY-FILE
           CLOSE LETTER-FILE
           CLOSE EXCEPTION-LIST-FILE
           CALL "PAT-ACCESS-END"
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
