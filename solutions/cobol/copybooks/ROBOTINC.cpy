      ******************************************************************
      *    ROBOTINC.CPY
      *    ROBOT INCIDENT EVENT RECORD.  ROBOT-SIMULATOR WRITES ONE
      *    FOR EVERY REFUSED MOVE, ALONGSIDE THE ONE-LINE ERROR-LOG
      *    ENTRY, SO THE REFUSAL CAN BE COUNTED BY ROBOT, TYPE, CELL
      *    AND DATE.  THE CELL IS THE ONE THE ROBOT WAS REFUSED
      *    (OFF THE GRID FOR A BOUNDS HIT, THE ROBOT'S OWN CELL FOR
      *    AN OUT-OF-SERVICE REFUSAL).  THE SHIFT ID IS THE START
      *    TIMESTAMP OF THE RUN THAT WROTE THE EVENT, AND THE
      *    ODOMETER IS THE ROBOT'S LIFETIME MOVE COUNT AT THE TIME.
      *    INCREG FOLDS THE EVENTS INTO OPEN TICKETS (INCTKT.CPY)
      *    AND INCRPT REPORTS THEM WEEKLY.
      ******************************************************************
       01  ROBOT-INCIDENT-RECORD.
           05  RI-ROBOT-ID              PIC X(06).
           05  RI-INCIDENT-TYPE         PIC X(04).
               88  RI-OUT-OF-BOUNDS     VALUE "BNDS".
               88  RI-COLLISION         VALUE "COLL".
               88  RI-OBSTACLE          VALUE "OBST".
               88  RI-ONE-WAY           VALUE "ONEW".
               88  RI-ZONE-REFUSAL      VALUE "ZONE".
               88  RI-ZONE-CLOSED       VALUE "CLSD".
               88  RI-OUT-OF-SERVICE    VALUE "OOSV".
               88  RI-FLEET-FULL        VALUE "FULL".
           05  RI-X                     PIC S999.
           05  RI-Y                     PIC S999.
           05  RI-DATE                  PIC 9(08).
           05  RI-TIME                  PIC 9(06).
           05  RI-SHIFT-ID              PIC X(14).
           05  RI-MODEL-CODE            PIC X(04).
           05  RI-ODOMETER              PIC 9(05).
           05  RI-REASON                PIC X(40).
