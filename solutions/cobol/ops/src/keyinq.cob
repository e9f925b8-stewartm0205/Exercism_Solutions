      *                     LATEST MAINTHST SERVICE
      *    EVERY INPUT IS OPTIONAL: A FILE THAT IS NOT SUPPLIED
      *    SIMPLY CONTRIBUTES NO SECTION, SO ONE JCL DECK SERVES
      *    EVERY DESK.  A PATIENT INQUIRY THAT FINDS ANYTHING IS
      *    RECORDED ON THE DISCLOSURE LOG THROUGH PATACCS UNDER THE
      *    OPERATOR AND PURPOSE ON THE OPERATOR CARD.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ----------------------------------------------------------
      *    2026-10-15  RSK  PATMAST AND PRESCRIP ARE KEYED CLUSTERS:
      *                     THE PATIENT IS A DIRECT READ AND THE
      *                     PRESCRIPTIONS A START ON THE PATIENT ID.
      *    2026-10-15  RSK  PATIENT INQUIRIES LOGGED TO THE PATIENT
      *                     DISCLOSURE ACCOUNTING FILE (PATACCS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-GH-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PT-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT ALLERGY-HISTORY-FILE ASSIGN TO "ALGHIST"
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01 WS-PA-PROGRAM            PIC X(08) EXTERNAL.
       01 WS-PA-ACCESS-TYPE        PIC X EXTERNAL.
       01 WS-PA-PATIENT-ID         PIC X(08) EXTERNAL.

       01  WS-KEY-TYPE                  PIC X(01) VALUE SPACE.
       01  WS-KEY-VALUE                 PIC X(20) VALUE SPACES.
       01  WS-KEY-6                     PIC X(06).
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PT-FILE-STATUS = "00"
               PERFORM 3110-READ-PATIENT
               CLOSE PATIENT-MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PRESCRIPTION-FILE
           IF WS-PX-FILE-STATUS = "00"
               PERFORM 3200-START-PRESCRIPTIONS
               PERFORM 3220-MATCH-PRESCRIPTION
                   UNTIL WS-EOF
               CLOSE PRESCRIPTION-FILE
                   UNTIL WS-EOF
               CLOSE ALLERGY-HISTORY-FILE
           END-IF
           PERFORM 2900-FLUSH-THE-RING
           IF WS-SECTION-COUNT > ZERO
               PERFORM 3900-ACCOUNT-FOR-ACCESS
           END-IF.

       3110-READ-PATIENT.
           MOVE WS-KEY-8 TO PT-PATIENT-ID
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3120-REPORT-PATIENT
           END-READ.

       3120-REPORT-PATIENT.
           MOVE "PATIENT" TO WS-S-SECTION
           MOVE SPACES TO WS-S-TEXT
           STRING PT-NAME DELIMITED BY "  "
                  "  SCORE " DELIMITED BY SIZE
                  PT-SCORE DELIMITED BY SIZE
               INTO WS-S-TEXT
           END-STRING
           PERFORM 1900-WRITE-SECTION-LINE.

      ******************************************************************
      *    3200-START-PRESCRIPTIONS - POSITION ON THE PATIENT'S FIRST
      *    LINE.  THE READ NEXT LOOP STOPS AT THE NEXT PATIENT.
      ******************************************************************
       3200-START-PRESCRIPTIONS.
           MOVE WS-KEY-8 TO PX-PATIENT-ID
           MOVE LOW-VALUES TO PX-MEDICATION-NAME
           START PRESCRIPTION-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
               NOT INVALID KEY
                   PERFORM 3210-READ-PRESCRIPTION
           END-START.

       3210-READ-PRESCRIPTION.
           READ PRESCRIPTION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PX-PATIENT-ID NOT = WS-KEY-8
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3220-MATCH-PRESCRIPTION.
           END-IF
           PERFORM 3310-READ-ALLERGY-CHANGE.

      ******************************************************************
      *    3900-ACCOUNT-FOR-ACCESS - THE PATIENT'S DATA WENT OUT ON
      *    THE ANSWER, SO THE LOOKUP GOES ON THE DISCLOSURE LOG.
      ******************************************************************
       3900-ACCOUNT-FOR-ACCESS.
           MOVE "KEYINQ" TO WS-PA-PROGRAM
           MOVE "I" TO WS-PA-ACCESS-TYPE
           CALL "PATACCS"
           MOVE WS-KEY-8 TO WS-PA-PATIENT-ID
           CALL "PAT-ACCESS"
           CALL "PAT-ACCESS-END".

      ******************************************************************
      *    4000-INQUIRE-SAMPLE - THE FULL ACCESSION CHAIN AND THE
      *    SAMPLE-RESULTS LINE (SAMPLE ID IN COLUMNS 1-20).
