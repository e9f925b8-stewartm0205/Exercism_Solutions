      ******************************************************************
      *    CERTTRAN.CPY
      *    CERTIFICATION CARD, APPLIED TO THE CERTIFICATION REGISTER
      *    BY CERTMNT.  HR KEYS ITS OWN (FORKLIFT, FIRST AID AND THE
      *    LIKE); TYPETRND WRITES AN "A" CARD OF TYPE TYPING FOR
      *    EVERY CERTIFIED TYPIST LINKED TO AN EMPLOYEE.
      *        A  ADD: THE EMPLOYEE EARNED THE CERTIFICATION; AN OPEN
      *           ONE OF THE SAME TYPE IS CLOSED AS RENEWED
      *        V  REVOKE: CLOSE THE EMPLOYEE'S OPEN ONE OF THE TYPE
      *    A ZERO OR BLANK EXPIRY DATE MEANS IT DOES NOT LAPSE.
      ******************************************************************
       01  CERTIFICATION-CARD.
           05  CN-ACTION                PIC X(01).
               88  CN-ADD               VALUE "A".
               88  CN-REVOKE            VALUE "V".
           05  CN-EMPLOYEE-ID           PIC X(08).
           05  CN-CERT-TYPE             PIC X(08).
           05  CN-EARNED-DATE           PIC X(08).
           05  CN-EXPIRY-DATE           PIC X(08).
           05  CN-SOURCE                PIC X(08).
