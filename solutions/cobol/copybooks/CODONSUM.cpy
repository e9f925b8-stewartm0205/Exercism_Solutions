      ******************************************************************
      *    CODONSUM.CPY
      *    CODON-USAGE SUMMARY RECORD.  CODONUSE WRITES SIXTY-FOUR
      *    RECORDS FOR EVERY SAMPLE IT TABULATES, ONE PER CODON IN
      *    STANDARD TABLE ORDER (FIRST, SECOND, THIRD BASE EACH
      *    U, C, A, G), SO A RUN'S SAMPLES LINE UP CODON FOR CODON.
      *    CU-CODON-COUNT IS HOW OFTEN THE CODON WAS READ IN THE
      *    SAMPLE'S FRAME, CU-FAMILY-TOTAL THE COUNT FOR ALL CODONS
      *    OF THE SAME AMINO ACID (OR OF THE STOP FAMILY), AND
      *    CU-RSCU THE RELATIVE SYNONYMOUS CODON USAGE: COUNT TIMES
      *    FAMILY SIZE OVER FAMILY TOTAL, 1.000 BEING EVEN USE.  A
      *    CODON CODONTAB DOES NOT CARRY HAS NO FAMILY; IT IS MARKED
      *    UNASSIGNED AND ITS RSCU IS ZERO.
      ******************************************************************
       01  CODON-USAGE-RECORD.
           05  CU-SAMPLE-ID             PIC X(20).
           05  CU-RUN-DATE              PIC 9(08).
           05  CU-CODON                 PIC X(03).
           05  CU-AMINO-ACID            PIC X(13).
           05  CU-ASSIGNED-SW           PIC X.
               88  CU-ASSIGNED          VALUE "Y".
               88  CU-UNASSIGNED        VALUE "N".
           05  CU-CODON-COUNT           PIC 9(03).
           05  CU-FAMILY-TOTAL          PIC 9(03).
           05  CU-RSCU                  PIC 9V999.
           05  CU-FRAME-CODONS          PIC 9(03).
