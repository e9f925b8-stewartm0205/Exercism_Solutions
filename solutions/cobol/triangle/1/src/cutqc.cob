      *    MEASURING MERELY ISOSCELES) OR AN AREA PAST THE QCCTL
      *    TOLERANCE PERCENT GOES ON THE OUT-OF-TOLERANCE REPORT.
      *    DISPUTES GET SETTLED BY THIS LISTING INSTEAD OF BY
      *    WHOEVER SHOUTS LOUDEST.  EVERY CHECKED CUT, PASSED OR
      *    FAILED, IS ALSO APPENDED TO THE QC HISTORY SO BLADEQC
      *    CAN SET THE OUTCOMES AGAINST BLADE WEAR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-FILE-STATUS.

           SELECT QC-HISTORY-FILE ASSIGN TO "QCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QC-CONTROL-FILE.
           05  CR-SHAPE                   PIC X(11).
           05  FILLER                     PIC X(22).
           05  CR-AREA                    PIC X(09).
           05  FILLER                     PIC X(48).

       FD  QC-REPORT-FILE.
       01  QC-REPORT-LINE                 PIC X(100).

       FD  QC-HISTORY-FILE.
       COPY QCHIST.

       WORKING-STORAGE SECTION.
       01 WS-SIDES                        PIC X(20) EXTERNAL.
       01 WS-PROPERTY                     PIC X(11) EXTERNAL.
       01  WS-MS-FILE-STATUS              PIC XX.
       01  WS-CR-FILE-STATUS              PIC XX.
       01  WS-QR-FILE-STATUS              PIC XX.
       01  WS-QH-FILE-STATUS              PIC XX.
       01  WS-CHECK-DATE                  PIC 9(08).
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

               STOP RUN
           END-IF
           OPEN OUTPUT QC-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHECK-DATE
           OPEN EXTEND QC-HISTORY-FILE
           IF WS-QH-FILE-STATUS NOT = "00"
               OPEN OUTPUT QC-HISTORY-FILE
           END-IF
           MOVE WS-HEADING-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           PERFORM 1300-READ-MEASUREMENT.
               MOVE WS-FAIL-REASON TO WS-F-REASON
               MOVE WS-FAIL-LINE TO QC-REPORT-LINE
               WRITE QC-REPORT-LINE
               SET QC-FAILED TO TRUE
           ELSE
               SET QC-PASSED TO TRUE
           END-IF
           MOVE MR-JOB-NO TO QC-JOB-NO
           MOVE WS-CHECK-DATE TO QC-CHECK-DATE
           MOVE WS-FAIL-REASON TO QC-REASON
           WRITE QC-HISTORY-RECORD.

       9999-TERMINATE.
           CLOSE MEASURED-RESULTS-FILE
           CLOSE QC-REPORT-FILE
           CLOSE QC-HISTORY-FILE
           DISPLAY "CUTQC: " WS-CHECKED-COUNT " CHECKED, "
               WS-FAILED-COUNT " OUT OF TOLERANCE, "
               WS-ORPHAN-COUNT " UNMATCHED"
