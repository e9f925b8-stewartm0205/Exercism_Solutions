      ******************************************************************
      *    INCTKT.CPY
      *    ROBOT INCIDENT TICKET REGISTER RECORD.  INCREG OPENS ONE
      *    TICKET PER ROBOT, INCIDENT TYPE, CELL AND SHIFT; A REPEAT
      *    OF THE SAME REFUSAL AT THE SAME CELL IN THE SAME SHIFT
      *    BUMPS THE OCCURRENCE COUNT AND LAST-SEEN STAMP ON THE
      *    OPEN TICKET INSTEAD OF RAISING ANOTHER.  A TICKET STAYS
      *    OPEN UNTIL ENGINEERING CLOSES IT THROUGH INCREG'S CLOSE
      *    CARDS.
      ******************************************************************
       01  INCIDENT-TICKET-RECORD.
           05  IT-TICKET-NO             PIC 9(06).
           05  IT-STATUS                PIC X(01).
               88  IT-OPEN              VALUE "O".
               88  IT-CLOSED            VALUE "C".
           05  IT-ROBOT-ID              PIC X(06).
           05  IT-INCIDENT-TYPE         PIC X(04).
           05  IT-X                     PIC S999.
           05  IT-Y                     PIC S999.
           05  IT-SHIFT-ID              PIC X(14).
           05  IT-MODEL-CODE            PIC X(04).
           05  IT-FIRST-DATE            PIC 9(08).
           05  IT-FIRST-TIME            PIC 9(06).
           05  IT-LAST-DATE             PIC 9(08).
           05  IT-LAST-TIME             PIC 9(06).
           05  IT-OCCURRENCES           PIC 9(05).
           05  IT-REASON                PIC X(40).
