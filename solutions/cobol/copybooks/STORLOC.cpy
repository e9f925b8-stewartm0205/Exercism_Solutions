      ******************************************************************
      *    STORLOC.CPY
      *    FREEZER STORAGE MASTER, ONE RECORD PER TUBE POSITION IN
      *    EVERY REGISTERED BOX, IN FREEZER / RACK / BOX / POSITION
      *    ORDER.  STORMNT ADDS A BOX'S POSITIONS WHEN THE BOX IS
      *    REGISTERED AND MOVES SAMPLES IN AND OUT OF THEM; STORRPT
      *    REPORTS FROM IT.  A FREE POSITION HAS NO SAMPLE.  A
      *    CHECKED-OUT SAMPLE KEEPS ITS POSITION (THE TUBE COMES
      *    BACK TO IT) WITH THE DATE IT WENT OUT AND WHO HAS IT.
      *        SL-STATE-DATE  DATE CHECKED IN (OR TRANSFERRED IN),
      *                       OR DATE CHECKED OUT
      ******************************************************************
       01  STORAGE-LOCATION-RECORD.
           05  SL-LOCATION.
               10  SL-FREEZER           PIC X(06).
               10  SL-RACK              PIC X(02).
               10  SL-BOX               PIC X(02).
               10  SL-POSITION          PIC 9(03).
           05  SL-SAMPLE-ID             PIC X(20).
           05  SL-STATE                 PIC X(01).
               88  SL-FREE              VALUE "F".
               88  SL-IN-STORE          VALUE "I".
               88  SL-CHECKED-OUT       VALUE "O".
           05  SL-STATE-DATE            PIC 9(08).
           05  SL-HOLDER                PIC X(08).
