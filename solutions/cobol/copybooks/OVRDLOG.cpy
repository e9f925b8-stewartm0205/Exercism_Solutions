      ******************************************************************
      *    OVRDLOG.CPY
      *    PHARMACIST OVERRIDE LOG RECORD.  RXRELEAS APPENDS ONE PER
      *    HELD ORDER IT RELEASES: WHO ACCEPTED THE RISK, UNDER WHICH
      *    OVERRIDE REASON CODE (OVRDRSN.CPY), WHAT THE ORDER HAD BEEN
      *    HELD FOR, AND THE PHARMACIST'S OWN JUSTIFICATION.  THE SAME
      *    RELEASE IS ON THE SHARED CHANGE-AUDIT JOURNAL UNDER THE
      *    PHARMACIST'S ID; THIS LOG CARRIES THE TEXT THE JOURNAL HAS
      *    NO ROOM FOR.  RXOVRPT REPORTS IT WEEKLY.
      ******************************************************************
       01  OVERRIDE-LOG-RECORD.
           05  OL-RELEASE-DATE            PIC 9(08).
           05  OL-PHARMACIST-ID           PIC X(08).
           05  OL-REASON-CODE             PIC X(04).
           05  OL-PATIENT-ID              PIC X(08).
           05  OL-MEDICATION-NAME         PIC X(20).
           05  OL-HELD-DATE               PIC 9(08).
           05  OL-HOLD-REASON             PIC X(30).
           05  OL-JUSTIFICATION           PIC X(40).
