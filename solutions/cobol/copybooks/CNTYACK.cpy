      ******************************************************************
      *    CNTYACK.CPY
      *    COUNTY-LEAGUE ACKNOWLEDGMENT RECORD, AS RETURNED BY THE
      *    COUNTY FOR EACH SUBMISSION.  AN "S" RECORD CARRIES THE
      *    VERDICT ON THE SUBMISSION AS A WHOLE (A FILE THAT FAILED
      *    ITS TRAILER COUNTS IS REJECTED OUTRIGHT); AN "M" RECORD
      *    CARRIES THE VERDICT ON ONE MATCH, BY THE MATCH SEQUENCE
      *    NUMBER ON THE SUBMITTED DETAIL, WITH THE COUNTY'S REASON
      *    WHEN IT IS REJECTED.
      ******************************************************************
       01  COUNTY-ACK-RECORD.
           05  CA-RECORD-TYPE           PIC X(01).
               88  CA-SUBMISSION-ACK    VALUE "S".
               88  CA-MATCH-ACK         VALUE "M".
           05  CA-CLUB-CODE             PIC X(06).
           05  CA-SUBMISSION-SEQ        PIC 9(06).
           05  CA-MATCH-SEQ             PIC 9(03).
           05  CA-STATUS                PIC X(01).
               88  CA-ACCEPTED          VALUE "A".
               88  CA-REJECTED          VALUE "R".
           05  CA-REASON-CODE           PIC X(04).
           05  CA-REASON-TEXT           PIC X(40).
           05  FILLER                   PIC X(19).
