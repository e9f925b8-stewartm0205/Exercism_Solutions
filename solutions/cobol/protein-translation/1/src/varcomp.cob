      *    (G-C, C-G, T-A, A-U) AND LOOKED UP THROUGH CODONTAB TO
      *    SAY WHETHER THE AMINO ACID CHANGED.  ONE VARIANT REPORT
      *    LINE PER SUBSTITUTION, PLUS A RUN-LEVEL SUMMARY.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  APPENDS A COMPARED ACCESSION EVENT FOR
      *                     EVERY SAMPLE COMPARED AGAINST A
      *                     REFERENCE, SO THE COMPARISON CAN BE
      *                     CHARGED BACK TO THE SUBMITTING
      *                     DEPARTMENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-FILE-STATUS.

           SELECT ACCESSION-FILE ASSIGN TO "ACCESSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-FILE.
       FD  VARIANT-REPORT-FILE.
       01  VARIANT-REPORT-LINE            PIC X(100).

       FD  ACCESSION-FILE.
       COPY ACCESSN.

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-GM-FILE-STATUS              PIC XX.
       01  WS-DS-FILE-STATUS              PIC XX.
       01  WS-VR-FILE-STATUS              PIC XX.
       01  WS-AN-FILE-STATUS              PIC XX.
       01  WS-AN-OPEN-SW                  PIC X VALUE "N".
           88  WS-AN-OPEN                 VALUE "Y".
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

                   UNTIL WS-POS-SUB > 64
                       OR (WS-REF-BASE(WS-POS-SUB) = SPACE
                           AND WS-SAMPLE-BASE(WS-POS-SUB) = SPACE)
               PERFORM 2600-APPEND-ACCESSION-EVENT
           ELSE
               ADD 1 TO WS-SAMPLES-UNMAPPED
           END-IF
           MOVE WS-VARIANT-LINE TO VARIANT-REPORT-LINE
           WRITE VARIANT-REPORT-LINE.

      ******************************************************************
      *    2600-APPEND-ACCESSION-EVENT - ONE COMPARED EVENT FOR THE
      *    SAMPLE IN HAND, SO LABBILL CAN CHARGE THE COMPARISON.
      ******************************************************************
       2600-APPEND-ACCESSION-EVENT.
           IF NOT WS-AN-OPEN
               OPEN EXTEND ACCESSION-FILE
               IF WS-AN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCESSION-FILE
               END-IF
               SET WS-AN-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ACCESSION-EVENT-RECORD
           MOVE DS-SAMPLE-ID TO AN-SAMPLE-ID
           MOVE "COMPARED" TO AN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AN-EVENT-DATE
           MOVE "VARCOMP" TO AN-PROGRAM
           WRITE ACCESSION-EVENT-RECORD.

       3000-WRITE-SUMMARY.
           MOVE WS-SAMPLES-COMPARED TO WS-S-COMPARED
           MOVE WS-TOTAL-VARIANTS TO WS-S-VARIANTS
           WRITE VARIANT-REPORT-LINE.

       9999-TERMINATE.
           IF WS-AN-OPEN
               CLOSE ACCESSION-FILE
           END-IF
           CLOSE DNA-SAMPLE-FILE
           CLOSE VARIANT-REPORT-FILE.
