      ******************************************************************
      *    DOCCIRC.CPY
      *    CIRCULATION RECORD FOR THE PAPER FILE BEHIND A DOCUMENT-
      *    INDEX ENTRY, ONE PER CHECK-OUT OR CHECK-IN DOCCIRC POSTS.
      *    THE FILE IS A PERMANENT LOG IN POSTING ORDER; A
      *    DOCUMENT'S CURRENT CUSTODY IS ITS LAST RECORD -- OUT TO
      *    CR-BORROWER UNTIL CR-DUE-DATE, OR BACK IN THE RECORDS
      *    ROOM.  NO RECORD AT ALL MEANS IT HAS NEVER LEFT.
      ******************************************************************
       01  CIRCULATION-RECORD.
           05  CR-DOCUMENT-ID           PIC X(10).
           05  CR-ACTION                PIC X(01).
               88  CR-CHECK-OUT         VALUE "O".
               88  CR-CHECK-IN          VALUE "I".
           05  CR-BORROWER              PIC X(20).
           05  CR-TXN-DATE              PIC 9(08).
           05  CR-DUE-DATE              PIC 9(08).
