      ******************************************************************
      *    CERTREG.CPY
      *    EMPLOYEE CERTIFICATION REGISTER, ONE RECORD PER
      *    CERTIFICATION AN EMPLOYEE HAS HELD (FORKLIFT, FIRST AID,
      *    TYPING AND THE LIKE), KEYED ON THE EMPLOYEE-MASTER ID.
      *    CERTMNT APPLIES THE CERTIFICATION CARDS -- HR'S OWN AND
      *    THE ONES TYPETRND WRITES FOR CERTIFIED TYPISTS -- AND A
      *    RENEWAL CLOSES THE EMPLOYEE'S OPEN RECORD OF THE SAME
      *    TYPE.  EMPTRAN CLOSES EVERY OPEN RECORD OF A TERMINATED
      *    EMPLOYEE.  CERTEXP LISTS THE OPEN ONES COMING DUE.  A ZERO
      *    EXPIRY DATE MEANS THE CERTIFICATION DOES NOT LAPSE.  CERTMNT
      *    DROPS A CLOSED RECORD THREE YEARS AFTER ITS CLOSED DATE.
      ******************************************************************
       01  CERTIFICATION-RECORD.
           05  CE-EMPLOYEE-ID           PIC X(08).
           05  CE-CERT-TYPE             PIC X(08).
           05  CE-EARNED-DATE           PIC 9(08).
           05  CE-EXPIRY-DATE           PIC 9(08).
           05  CE-SOURCE                PIC X(08).
           05  CE-STATUS                PIC X(01).
               88  CE-OPEN              VALUE "O".
               88  CE-CLOSED            VALUE "C".
           05  CE-CLOSED-DATE           PIC 9(08).
           05  CE-CLOSED-REASON         PIC X(01).
               88  CE-RENEWED           VALUE "R".
               88  CE-TERMINATED        VALUE "T".
               88  CE-REVOKED           VALUE "V".
