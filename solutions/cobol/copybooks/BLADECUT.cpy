      ******************************************************************
      *    BLADECUT.CPY
      *    BLADE CUT LOG.  TRIBAT APPENDS ONE RECORD PER RESOLVED
      *    CUT THAT HAD A BLADE ON RECORD: WHICH SAW AND BLADE CUT
      *    THE JOB, THE CUT LENGTH (TRIANGLE PERIMETER), THE BLADE'S
      *    ACCUMULATED CUT LENGTH INCLUDING THIS CUT, AND THAT
      *    LENGTH AS A PERCENT OF THE BLADE'S RATED LIFE.  BLADEQC
      *    LINES THE LOG UP WITH THE QC HISTORY BY JOB NUMBER.
      ******************************************************************
       01  BLADE-CUT-RECORD.
           05  BC-CUT-DATE              PIC 9(08).
           05  BC-JOB-NO                PIC X(08).
           05  BC-WORK-ORDER            PIC X(08).
           05  BC-SAW-ID                PIC X(04).
           05  BC-BLADE-ID              PIC X(06).
           05  BC-MATERIAL-CODE         PIC X(04).
           05  BC-CUT-LENGTH            PIC 9(05).
           05  BC-BLADE-LENGTH          PIC 9(09).
           05  BC-WEAR-PCT              PIC 9(03)V9.
