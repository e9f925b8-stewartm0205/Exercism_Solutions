      *    END OF RUN) AND THE BATCH IS REGISTERED AS PENDING ON
      *    THE TRANSMISSION REGISTER FOR HOSPACK TO RESOLVE WHEN
      *    THE ACKNOWLEDGMENT COMES BACK.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST AND PRESCRIP ARE KEYED CLUSTERS;
      *                     BOTH PASSES NOW READ THEM IN KEY ORDER.
      *    2026-10-15  RSK  EVERY PATIENT EXTRACTED IS RECORDED ON THE
      *                     PATIENT DISCLOSURE ACCOUNTING FILE AS A
      *                     BULK ACCESS (PATACCS), UNDER THE OPERATOR
      *                     AND PURPOSE CODE ON THE OPERATOR CARD.
      *    2026-10-15  RSK  EACH PATIENT'S ALLERGY ROWS ARE NOW
      *                     FOLLOWED BY ONE "M" ROW PER CURRENT
      *                     PRESCRIPTION, CARRYING THE VERSION-03 DOSE
      *                     (AMOUNT, UNIT, FREQUENCY, ROUTE), AND THE
      *                     TRAILER COUNTS THEM SEPARATELY SO THE
      *                     ALLERGY DETAIL COUNT THE HOSPITAL PROVES
      *                     AGAINST IS UNCHANGED.  NO PRESCRIPTION
      *                     FILE MEANS NO "M" ROWS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-SQ-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT ALLERGEN-CODES-FILE ASSIGN TO "ALGNCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT HOSPITAL-EXTRACT-FILE ASSIGN TO "HOSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HF-FILE-STATUS.
       FD  ALLERGEN-CODES-FILE.
       COPY ALGNCODE.

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  HOSPITAL-EXTRACT-FILE.
       01  HOSPITAL-EXTRACT-RECORD.
           05  HE-RECORD-TYPE             PIC X(01).
               88  HE-HEADER              VALUE "H".
               88  HE-DETAIL              VALUE "D".
               88  HE-MEDICATION          VALUE "M".
               88  HE-TRAILER             VALUE "T".
           05  HE-DATA                    PIC X(51).
       01  HEADER-RECORD REDEFINES HOSPITAL-EXTRACT-RECORD.
           05  HD-PATIENT-NAME            PIC X(30).
           05  HD-ALLERGEN-NAME           PIC X(12).
           05  HD-SEVERITY                PIC X(01).
       01  MEDICATION-RECORD REDEFINES HOSPITAL-EXTRACT-RECORD.
           05  FILLER                     PIC X(01).
           05  HM-PATIENT-ID              PIC X(08).
           05  HM-MEDICATION-NAME         PIC X(20).
           05  HM-DOSE-AMOUNT             PIC 9(05)V999.
           05  HM-DOSE-UNIT               PIC X(04).
           05  HM-FREQUENCY               PIC X(04).
           05  HM-ROUTE                   PIC X(03).
           05  FILLER                     PIC X(04).
       01  TRAILER-RECORD REDEFINES HOSPITAL-EXTRACT-RECORD.
           05  FILLER                     PIC X(01).
           05  HT-PATIENT-COUNT           PIC 9(06).
           05  HT-DETAIL-COUNT            PIC 9(06).
           05  HT-MEDICATION-COUNT        PIC 9(06).
           05  FILLER                     PIC X(33).

       FD  HOSPITAL-REGISTER-FILE.
       COPY HOSPREG.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-PA-PROGRAM PIC X(08) EXTERNAL.
       01  WS-PA-ACCESS-TYPE PIC X EXTERNAL.
       01  WS-PA-PATIENT-ID PIC X(08) EXTERNAL.

       01  WS-SQ-FILE-STATUS              PIC XX.
       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-AL-FILE-STATUS              PIC XX.
       01  WS-HF-FILE-STATUS              PIC XX.
       01  WS-HR-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-PX-EOF-SW                   PIC X VALUE "Y".
           88  WS-PX-EOF                  VALUE "Y".
       01  WS-PX-OPEN-SW                  PIC X VALUE "N".
           88  WS-PX-OPEN                 VALUE "Y".
       01  WS-MEDICATION-COUNT            PIC 9(06) VALUE ZERO.

       01  WS-BATCH-NO                    PIC 9(06) VALUE 1.
       01  WS-EXTRACT-DATE                PIC 9(08).
               CLOSE BATCH-SEQUENCE-FILE
           END-IF
           PERFORM 1100-LOAD-ALLERGEN-CODES
           MOVE "HOSPXTR" TO WS-PA-PROGRAM
           MOVE "B" TO WS-PA-ACCESS-TYPE
           CALL "PATACCS"
           OPEN INPUT PATIENT-MASTER-FILE
           MOVE "HOSPXTR" TO WS-FS-CALLER
           MOVE "PATMAST" TO WS-FS-DDNAME
           MOVE WS-BATCH-NO TO HH-BATCH-NO
           MOVE WS-EXTRACT-DATE TO HH-EXTRACT-DATE
           WRITE HOSPITAL-EXTRACT-RECORD
           OPEN INPUT PRESCRIPTION-FILE
           IF WS-PX-FILE-STATUS = "00"
               SET WS-PX-OPEN TO TRUE
               MOVE "N" TO WS-PX-EOF-SW
               PERFORM 1500-READ-NEXT-PRESCRIPTION
           END-IF
           PERFORM 1400-READ-NEXT-PATIENT.

       1100-LOAD-ALLERGEN-CODES.
                   SET WS-EOF TO TRUE
           END-READ.

       1500-READ-NEXT-PRESCRIPTION.
           READ PRESCRIPTION-FILE
               AT END
                   SET WS-PX-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-EXTRACT-ONE-PATIENT - DECODE THE PATIENT'S MASK
      *    LOW-ORDER BIT FIRST, ONE DETAIL ROW PER SET BIT.  A
      ******************************************************************
       2000-EXTRACT-ONE-PATIENT.
           ADD 1 TO WS-PATIENT-COUNT
           MOVE PT-PATIENT-ID TO WS-PA-PATIENT-ID
           CALL "PAT-ACCESS"
           MOVE PT-SCORE TO WS-MASK-WORK
           PERFORM 2100-DECODE-ONE-BIT
               VARYING WS-BIT-SUB FROM 1 BY 1
               UNTIL WS-BIT-SUB > 20
           PERFORM 1500-READ-NEXT-PRESCRIPTION
               UNTIL WS-PX-EOF
                   OR PX-PATIENT-ID NOT < PT-PATIENT-ID
           PERFORM 2200-EXTRACT-ONE-PRESCRIPTION
               UNTIL WS-PX-EOF
                   OR PX-PATIENT-ID NOT = PT-PATIENT-ID
           PERFORM 1400-READ-NEXT-PATIENT.

       2100-DECODE-ONE-BIT.
               WRITE HOSPITAL-EXTRACT-RECORD
           END-IF.

      ******************************************************************
      *    2200-EXTRACT-ONE-PRESCRIPTION - ONE "M" ROW PER CURRENT
      *    PRESCRIPTION (THE STOP DATE NOT YET PASSED), DOSE AND
      *    ALL.  THE PRESCRIPTION FILE IS IN PATIENT-ID ORDER LIKE
      *    THE MASTER; A PRESCRIPTION WITH NO PATIENT IS SKIPPED.
      ******************************************************************
       2200-EXTRACT-ONE-PRESCRIPTION.
           IF NOT (PX-STOP-DATE NUMERIC AND PX-STOP-DATE > 0
               AND PX-STOP-DATE < WS-EXTRACT-DATE)
               ADD 1 TO WS-MEDICATION-COUNT
               MOVE SPACES TO HOSPITAL-EXTRACT-RECORD
               MOVE "M" TO HE-RECORD-TYPE
               MOVE PX-PATIENT-ID TO HM-PATIENT-ID
               MOVE PX-MEDICATION-NAME TO HM-MEDICATION-NAME
               IF PX-DOSE-AMOUNT NUMERIC
                   MOVE PX-DOSE-AMOUNT TO HM-DOSE-AMOUNT
               ELSE
                   MOVE ZERO TO HM-DOSE-AMOUNT
               END-IF
               MOVE PX-DOSE-UNIT TO HM-DOSE-UNIT
               MOVE PX-FREQUENCY TO HM-FREQUENCY
               MOVE PX-ROUTE TO HM-ROUTE
               WRITE HOSPITAL-EXTRACT-RECORD
           END-IF
           PERFORM 1500-READ-NEXT-PRESCRIPTION.

       3000-WRITE-TRAILER.
           MOVE SPACES TO HOSPITAL-EXTRACT-RECORD
           MOVE "T" TO HE-RECORD-TYPE
           MOVE WS-PATIENT-COUNT TO HT-PATIENT-COUNT
           MOVE WS-DETAIL-COUNT TO HT-DETAIL-COUNT
           MOVE WS-MEDICATION-COUNT TO HT-MEDICATION-COUNT
           WRITE HOSPITAL-EXTRACT-RECORD
           CLOSE HOSPITAL-EXTRACT-FILE
           IF WS-PX-OPEN
               CLOSE PRESCRIPTION-FILE
           END-IF
           CLOSE PATIENT-MASTER-FILE
           CALL "PAT-ACCESS-END".

      ******************************************************************
      *    4000-REGISTER-BATCH - REGISTER THE BATCH AS PENDING AND
       9999-TERMINATE.
           DISPLAY "HOSPXTR: BATCH " WS-BATCH-NO " -- "
               WS-PATIENT-COUNT " PATIENTS, "
               WS-DETAIL-COUNT " ALLERGEN ROWS, "
               WS-MEDICATION-COUNT " MEDICATION ROWS".
