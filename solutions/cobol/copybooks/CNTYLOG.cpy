      ******************************************************************
      *    CNTYLOG.CPY
      *    COUNTY SUBMISSION LOG, ONE RECORD PER SUBMISSION SENT.
      *    CNTYXTR APPENDS A PENDING ENTRY (AND TAKES THE NEXT
      *    SEQUENCE NUMBER FROM THE HIGHEST ON FILE); CNTYACK MARKS
      *    IT ACCEPTED OR REJECTED FROM THE COUNTY'S ACKNOWLEDGMENT.
      *    A SUBMISSION SENT AFTER THE COUNTY DEADLINE IS FLAGGED
      *    LATE, BECAUSE A LATE RESULT COSTS THE CLUB POINTS.
      ******************************************************************
       01  COUNTY-LOG-RECORD.
           05  CL-SUBMISSION-SEQ        PIC 9(06).
           05  CL-GAME-DATE             PIC 9(08).
           05  CL-SUBMITTED-DATE        PIC 9(08).
           05  CL-MATCH-COUNT           PIC 9(03).
           05  CL-STATUS                PIC X(01).
               88  CL-PENDING           VALUE "P".
               88  CL-ACCEPTED          VALUE "A".
               88  CL-REJECTED          VALUE "R".
           05  CL-ACK-DATE              PIC 9(08).
           05  CL-REJECTED-COUNT        PIC 9(03).
           05  CL-LATE-SW               PIC X(01).
               88  CL-SUBMITTED-LATE    VALUE "Y".
