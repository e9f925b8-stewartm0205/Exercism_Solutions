      ******************************************************************
      *    DISPHIST.CPY
      *    DISPENSING HISTORY RECORD.  ONE RECORD PER DISPENSE THE
      *    RXDISP RUN MATCHED TO A CURRENT PRESCRIP LINE (SAME
      *    PATIENT AND MEDICATION, DISPENSED ON OR AFTER THE START
      *    DATE AND NOT AFTER THE STOP DATE).  DH-QUANTITY IS THE
      *    COUNT OF UNITS HANDED OVER, DH-DAYS-SUPPLY THE NUMBER OF
      *    DAYS THEY COVER AT THE PRESCRIBED DOSE.  THE HISTORY IS
      *    CUMULATIVE; THE WEEKLY REFILL RUN SORTS IT BY PATIENT,
      *    MEDICATION AND DISPENSE DATE BEFORE READING IT.
      ******************************************************************
       01  DISPENSE-HISTORY-RECORD.
           05  DH-PATIENT-ID            PIC X(08).
           05  DH-MEDICATION-NAME       PIC X(20).
           05  DH-DISPENSE-DATE         PIC 9(08).
           05  DH-QUANTITY              PIC 9(05).
           05  DH-DAYS-SUPPLY           PIC 9(03).
