      ******************************************************************
      *    PATJRNL.CPY
      *    PATIENT-MASTER CHANGE-JOURNAL RECORD.  EVERY PROGRAM THAT
      *    WRITES THE NEW MASTER (ALRGYBAT, PATMERGE, PATDEMO) APPENDS A
      *    BEFORE IMAGE AND AN AFTER IMAGE FOR EACH RECORD IT
      *    ACTUALLY CHANGED, AND A DELETE MARKER (WITH THE BEFORE
      *    IMAGE) FOR A RECORD IT DROPPED, EACH STAMPED WITH THE
               88  PJ-BEFORE-IMAGE      VALUE "B".
               88  PJ-AFTER-IMAGE       VALUE "A".
               88  PJ-DELETE-MARKER     VALUE "D".
           05  PJ-IMAGE                 PIC X(325).
