      ******************************************************************
      *    EGGGRADE.CPY
      *    GRADING-INTAKE RECORD, ONE PER COOP PER GRADE PER DAY,
      *    KEYED IN FROM THE GRADING TABLE'S TALLY SHEET.  ONLY SOUND
      *    EGGS ARE GRADED: WHAT THE COOP COLLECTED (EGGHIST) LESS
      *    WHAT WAS GRADED IS THE DAY'S BREAKAGE.  GRADES:
      *        JU JUMBO  XL EXTRA LARGE  LG LARGE  MD MEDIUM
      *        SM SMALL  PW PEEWEE
      ******************************************************************
       01  EGG-GRADE-RECORD.
           05  GR-GRADE-DATE            PIC 9(08).
           05  GR-COOP-NO               PIC 9(02).
           05  GR-GRADE                 PIC X(02).
           05  GR-EGG-COUNT             PIC 9(06).
