      *    EVERY ORF IS REPORTED WITH ITS FRAME, START POSITION, AND
      *    LENGTH IN BASES (START CODON THROUGH STOP CODON), AND THE
      *    LONGEST ONE IS TRANSLATED THROUGH TRANSLATE-RNA.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  APPENDS AN ORFSCANNED ACCESSION EVENT FOR
      *                     EVERY SAMPLE SCANNED, SO THE SCAN CAN BE
      *                     CHARGED BACK TO THE SUBMITTING
      *                     DEPARTMENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-FILE-STATUS.

           SELECT ACCESSION-FILE ASSIGN TO "ACCESSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DNA-SAMPLE-FILE.
       FD  ORF-REPORT-FILE.
       01  ORF-REPORT-LINE                PIC X(132).

       FD  ACCESSION-FILE.
       COPY ACCESSN.

       WORKING-STORAGE SECTION.
       01 WS-COMPLEMENT                   PIC X(64) EXTERNAL.


       01  WS-DS-FILE-STATUS              PIC XX.
       01  WS-OR-FILE-STATUS              PIC XX.
       01  WS-AN-FILE-STATUS              PIC XX.
       01  WS-AN-OPEN-SW                  PIC X VALUE "N".
           88  WS-AN-OPEN                 VALUE "Y".
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

               ELSE
                   PERFORM 4000-TRANSLATE-LONGEST-ORF
               END-IF
               PERFORM 2200-APPEND-ACCESSION-EVENT
           END-IF
           PERFORM 1100-READ-NEXT-SAMPLE.

               MOVE WS-LEN-SUB TO WS-RNA-LENGTH
           END-IF.

      ******************************************************************
      *    2200-APPEND-ACCESSION-EVENT - ONE ORFSCANNED EVENT FOR THE
      *    SAMPLE IN HAND, SO LABBILL CAN CHARGE THE SCAN.
      ******************************************************************
       2200-APPEND-ACCESSION-EVENT.
           IF NOT WS-AN-OPEN
               OPEN EXTEND ACCESSION-FILE
               IF WS-AN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCESSION-FILE
               END-IF
               SET WS-AN-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ACCESSION-EVENT-RECORD
           MOVE DS-SAMPLE-ID TO AN-SAMPLE-ID
           MOVE "ORFSCANNED" TO AN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AN-EVENT-DATE
           MOVE "ORFBAT" TO AN-PROGRAM
           WRITE ACCESSION-EVENT-RECORD.

      ******************************************************************
      *    3000-SCAN-ONE-FRAME - WALK THE STRAND CODON BY CODON FROM
      *    THIS FRAME'S OFFSET.  AN AUG OPENS AN ORF; THE NEXT STOP
           WRITE ORF-REPORT-LINE.

       9999-TERMINATE.
           IF WS-AN-OPEN
               CLOSE ACCESSION-FILE
           END-IF
           CLOSE DNA-SAMPLE-FILE
           CLOSE ORF-REPORT-FILE.
