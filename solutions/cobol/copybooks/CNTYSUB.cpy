      ******************************************************************
      *    CNTYSUB.CPY
      *    COUNTY-LEAGUE RESULTS SUBMISSION RECORD, IN THE COUNTY'S
      *    FIXED 80-BYTE FORMAT.  ONE SUBMISSION IS A HEADER, ONE
      *    DETAIL PER TOP-DIVISION MATCH, AND A TRAILER CARRYING THE
      *    DETAIL AND RECORD COUNTS AND A LEGS HASH THE COUNTY USES
      *    TO PROVE THE FILE ARRIVED WHOLE.  EVERY RECORD CARRIES THE
      *    CLUB CODE AND THE SUBMISSION SEQUENCE NUMBER CNTYXTR
      *    ASSIGNS.  CNTYXTR ALSO APPENDS EACH DETAIL TO THE CLUB'S
      *    SUBMITTED-MATCH HISTORY IN THIS SAME LAYOUT SO CNTYACK CAN
      *    NAME THE PLAYERS ON A REJECTED MATCH.
      ******************************************************************
       01  COUNTY-SUBMISSION-RECORD.
           05  CS-RECORD-TYPE           PIC X(01).
               88  CS-HEADER            VALUE "H".
               88  CS-DETAIL            VALUE "D".
               88  CS-TRAILER           VALUE "T".
           05  CS-CLUB-CODE             PIC X(06).
           05  CS-SUBMISSION-SEQ        PIC 9(06).
           05  CS-BODY                  PIC X(67).
           05  CS-HEADER-BODY REDEFINES CS-BODY.
               10  CS-H-GAME-DATE       PIC 9(08).
               10  CS-H-CREATED-DATE    PIC 9(08).
               10  FILLER               PIC X(51).
           05  CS-DETAIL-BODY REDEFINES CS-BODY.
               10  CS-D-MATCH-SEQ       PIC 9(03).
               10  CS-D-GAME-DATE       PIC 9(08).
               10  CS-D-BOARD-NO        PIC 9(02).
               10  CS-D-HOME-ID         PIC X(06).
               10  CS-D-AWAY-ID         PIC X(06).
               10  CS-D-HOME-LEGS       PIC 9(03).
               10  CS-D-AWAY-LEGS       PIC 9(03).
               10  CS-D-HOME-SETS       PIC 9(02).
               10  CS-D-AWAY-SETS       PIC 9(02).
               10  CS-D-RESULT          PIC X(01).
                   88  CS-D-HOME-WIN    VALUE "H".
                   88  CS-D-AWAY-WIN    VALUE "A".
               10  FILLER               PIC X(31).
           05  CS-TRAILER-BODY REDEFINES CS-BODY.
               10  CS-T-DETAIL-COUNT    PIC 9(05).
               10  CS-T-RECORD-COUNT    PIC 9(05).
               10  CS-T-LEGS-HASH       PIC 9(07).
               10  FILLER               PIC X(50).
