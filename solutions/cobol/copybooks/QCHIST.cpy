      ******************************************************************
      *    QCHIST.CPY
      *    POST-CUT QC HISTORY.  CUTQC APPENDS ONE RECORD PER CUT IT
      *    CHECKS, PASSED OR FAILED, WITH THE FAILURE REASON, SO THE
      *    OUTCOME OUTLIVES THE DAY'S QC REPORT.
      ******************************************************************
       01  QC-HISTORY-RECORD.
           05  QC-JOB-NO                PIC X(08).
           05  QC-CHECK-DATE            PIC 9(08).
           05  QC-RESULT                PIC X(01).
               88  QC-PASSED            VALUE "P".
               88  QC-FAILED            VALUE "F".
           05  QC-REASON                PIC X(30).
