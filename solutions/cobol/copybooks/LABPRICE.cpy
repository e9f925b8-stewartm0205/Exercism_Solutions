      ******************************************************************
      *    LABPRICE.CPY
      *    LABORATORY SERVICE PRICE LIST, ONE RECORD PER SERVICE PER
      *    PRICE CHANGE.  A SERVICE IS CHARGED WHEN ITS TRIGGER
      *    STATUS TURNS UP ON THE ACCESSION FILE FOR A SAMPLE --
      *    COUNTED (NUCLBAT), TRANSLATED (GENEPIPE), COMPARED
      *    (VARCOMP), ORFSCANNED (ORFBAT) -- AT THE PRICE WHOSE
      *    EFFECTIVE DATE IS THE LATEST ON OR BEFORE THE EVENT DATE,
      *    SO A NEW PRICE IS ADDED AS A NEW RECORD AND THE OLD ONE
      *    STAYS FOR WORK DONE BEFORE IT.  A STATUS WITH NO RECORD
      *    IS NOT CHARGED.  LABBILL READS IT AT MONTH END.
      ******************************************************************
       01  LAB-PRICE-RECORD.
           05  LP-SERVICE-CODE          PIC X(04).
           05  LP-TRIGGER-STATUS        PIC X(10).
           05  LP-EFFECTIVE-DATE        PIC 9(08).
           05  LP-DESCRIPTION           PIC X(24).
           05  LP-PRICE                 PIC 9(05)V99.
