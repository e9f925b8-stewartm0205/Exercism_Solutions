      ******************************************************************
      *    BLADEMST.CPY
      *    SAW BLADE MASTER, ONE RECORD PER BLADE THE FLOOR OWNS.
      *    THE RATED LIFE IS THE MAKER'S FIGURE FOR TOTAL CUT LENGTH
      *    (THE SAME LINEAR UNITS AS THE CUT-SPEC SIDES) BEFORE THE
      *    BLADE GOES DULL.  TRIBAT ADDS EACH CUT'S TRIANGLE
      *    PERIMETER TO THE BLADE MOUNTED ON THE SAW THAT CUT IT,
      *    IN TOTAL AND AGAINST THE MATERIAL CUT, SO WEAR IS
      *    MEASURED BY WORK DONE INSTEAD OF BY THE CALENDAR.  A
      *    MOUNTED BLADE NAMES ITS SAW; BLADEMNT MOUNTS, UNMOUNTS
      *    AND SCRAPS BLADES.
      ******************************************************************
       01  BLADE-MASTER-RECORD.
           05  BL-BLADE-ID              PIC X(06).
           05  BL-SAW-ID                PIC X(04).
           05  BL-STATUS                PIC X(01).
               88  BL-MOUNTED           VALUE "M".
               88  BL-IN-CRIB           VALUE "C".
               88  BL-SCRAPPED          VALUE "S".
           05  BL-MOUNT-DATE            PIC 9(08).
           05  BL-RATED-LIFE            PIC 9(09).
           05  BL-CUT-LENGTH            PIC 9(09).
           05  BL-MATERIAL-WEAR OCCURS 10 TIMES.
               10  BL-WEAR-MATERIAL     PIC X(04).
               10  BL-WEAR-LENGTH       PIC 9(09).
