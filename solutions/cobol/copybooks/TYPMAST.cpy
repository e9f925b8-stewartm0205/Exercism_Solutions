      *    TYPMAST.CPY
      *    TYPIST MASTER RECORD, ONE PER ENROLLED TYPIST, SO THE
      *    TREND AND CERTIFICATION REPORTS CAN PRINT A NAME NEXT TO
      *    THE ID THE TEST SAMPLES CARRY.  TY-EMPLOYEE-ID LINKS THE
      *    TYPIST TO THE EMPLOYEE MASTER SO A CERTIFIED TYPIST
      *    LANDS ON THE EMPLOYEE CERTIFICATION REGISTER; A TYPIST
      *    WITH NO LINK (SPACES) IS CERTIFIED ON THE REPORT ONLY.
      *    TY-CERT-LEVEL IS THE CERTIFICATION LEVEL THE TYPIST IS
      *    TESTING AT, WHICH IS THE PASSAGE GRADE (1-5) TYPASSGN
      *    HANDS THEM; ZERO OR BLANK TESTS AT GRADE 1.
      ******************************************************************
       01  TYPIST-MASTER-RECORD.
           05  TY-TYPIST-ID             PIC X(06).
           05  TY-NAME                  PIC X(30).
           05  TY-EMPLOYEE-ID           PIC X(08).
           05  TY-CERT-LEVEL            PIC X(01).
