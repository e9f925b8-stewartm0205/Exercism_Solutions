      ******************************************************************
      *    DISCREG.CPY
      *    PLAYER DISCIPLINARY REGISTER, ONE RECORD PER SUSPENSION,
      *    KEYED BY PLAYER AND START DATE.  A PLAYER IS SUSPENDED ON
      *    EVERY DATE FROM SR-START-DATE THROUGH SR-END-DATE
      *    INCLUSIVE.  MAINTAINED ONLY THROUGH DISCMNT (EVERY CHANGE
      *    LANDS ON CHGAUDIT); READ THROUGH THE SHARED SUSPLOOK
      *    SERVICE BY FIXTBAT, CUPSEED AND GAMENITE.
      *        COND  CONDUCT
      *        NOSH  TOO MANY NO-SHOWS
      *        OTHR  ANY OTHER COMMITTEE RULING (SEE SR-NOTE)
      ******************************************************************
       01  SUSPENSION-RECORD.
           05  SR-PLAYER-ID             PIC X(06).
           05  SR-START-DATE            PIC 9(08).
           05  SR-END-DATE              PIC 9(08).
           05  SR-REASON-CODE           PIC X(04).
               88  SR-CONDUCT           VALUE "COND".
               88  SR-NO-SHOWS          VALUE "NOSH".
               88  SR-OTHER-RULING      VALUE "OTHR".
               88  SR-VALID-REASON      VALUE "COND" "NOSH" "OTHR".
           05  SR-NOTE                  PIC X(30).
