      ******************************************************************
      *    H2HREC.CPY
      *    HEAD-TO-HEAD RECORD, MAINTAINED NIGHTLY BY H2HBAT.  A "P"
      *    RECORD CARRIES ONE PAIR OF PLAYERS' LIFETIME RECORD
      *    AGAINST EACH OTHER, PLAYER A ALWAYS THE LOWER ID, SO A
      *    PAIR HAS EXACTLY ONE RECORD: MEETINGS, WINS EACH SIDE
      *    (A'S WINS ARE B'S LOSSES), LEGS EACH SIDE AND THE LAST
      *    MEETING.  A "C" RECORD MARKS A KNOCKOUT-CUP TIE ALREADY
      *    COUNTED, SO THE CUMULATIVE CUP RESULTS ARE NEVER CREDITED
      *    TWICE; HH-C-CUP-DATE IS THE CUP'S SEEDING DATE OFF THE
      *    BRACKET.  H2HBOOK AND PLYRSTMT READ THE "P" RECORDS ONLY.
      ******************************************************************
       01  HEAD-TO-HEAD-RECORD.
           05  HH-RECORD-TYPE           PIC X(01).
               88  HH-PAIR              VALUE "P".
               88  HH-CUP-TIE           VALUE "C".
           05  HH-PLAYER-A              PIC X(06).
           05  HH-PLAYER-B              PIC X(06).
           05  HH-BODY                  PIC X(36).
           05  HH-PAIR-BODY REDEFINES HH-BODY.
               10  HH-MEETINGS          PIC 9(04).
               10  HH-A-WINS            PIC 9(04).
               10  HH-B-WINS            PIC 9(04).
               10  HH-A-LEGS            PIC 9(05).
               10  HH-B-LEGS            PIC 9(05).
               10  HH-LAST-DATE         PIC 9(08).
               10  HH-LAST-WINNER       PIC X(06).
           05  HH-CUP-BODY REDEFINES HH-BODY.
               10  HH-C-ROUND-NO        PIC 9(02).
               10  HH-C-MATCH-NO        PIC 9(03).
               10  HH-C-APPLIED-DATE    PIC 9(08).
               10  HH-C-CUP-DATE        PIC 9(08).
               10  FILLER               PIC X(15).
