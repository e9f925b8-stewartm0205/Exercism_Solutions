      ******************************************************************
      *    DECHIST.CPY
      *    RECORD LAYOUT FOR THE YACHT DECISION-HISTORY FILE.  YACHTDQN
      *    APPENDS ONE RECORD PER ROLL SCORED ON A GAME NIGHT: THE
      *    CATEGORY THE PLAYER CALLED AND WHAT IT PAID, AGAINST THE
      *    BEST-PAYING CATEGORY STILL OPEN ON THE SCORECARD AT THAT
      *    ROLL.  DQ-POINTS-LOST IS THE DIFFERENCE -- THE POINTS LEFT
      *    ON THE TABLE.  A CALLED CATEGORY THAT YACHT WOULD REFUSE
      *    (UNKNOWN OR ALREADY FILLED) PAYS ZERO AND IS FLAGGED IN
      *    DQ-CHOICE-STATUS.  YACHTDQS BUILDS THE SEASON COACHING
      *    REPORT FROM THIS FILE AND CATHIST.
      ******************************************************************
       01  DECISION-HISTORY-RECORD.
           05  DQ-GAME-DATE             PIC 9(08).
           05  DQ-PLAYER-ID             PIC X(06).
           05  DQ-DICE                  PIC 9(05).
           05  DQ-CHOSEN-CAT            PIC X(15).
           05  DQ-CHOSEN-SCORE          PIC 9(03).
           05  DQ-BEST-CAT              PIC X(15).
           05  DQ-BEST-SCORE            PIC 9(03).
           05  DQ-POINTS-LOST           PIC 9(03).
           05  DQ-CHOICE-STATUS         PIC X(01).
               88  DQ-CHOICE-SCORED     VALUE "S".
               88  DQ-CHOICE-REJECTED   VALUE "R".
