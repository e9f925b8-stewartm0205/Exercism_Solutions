      ******************************************************************
      *    PICKTRC.CPY
      *    PICK TRACE RECORD.  PICKPLAN WRITES ONE PER PICK, IN THE
      *    ORDER IT PLANNED THEM, NAMING THE ROBOT ASSIGNED, HOW MANY
      *    ROBOTCMD RECORDS CARRY THE PICK'S ROUTE (THEY FOLLOW ON
      *    FROM THE PREVIOUS PICK'S), THE PROJECTED COMPLETION IN
      *    MINUTES PAST MIDNIGHT, AND WHETHER THAT MEETS THE PICK'S
      *    CUT-OFF.  A SKIPPED PICK HAS NO ROBOT AND NO RECORDS.
      *    FLEETSIM LINES THE TRACE UP WITH ROBOTCMD TO SEE WHICH
      *    PICKS SURVIVE A REPLAY THROUGH ROBOT-SIMULATOR.
      ******************************************************************
       01  PICK-TRACE-RECORD.
           05  PT-PICK-ID               PIC X(06).
           05  PT-WAVE-NO               PIC 9(02).
           05  PT-ROBOT-ID              PIC X(06).
           05  PT-OUTCOME               PIC X(01).
               88  PT-MET               VALUE "M".
               88  PT-MISSED            VALUE "X".
               88  PT-SKIPPED           VALUE "S".
           05  PT-CMD-RECORDS           PIC 9(03).
           05  PT-DONE-MINUTES          PIC 9(05).
