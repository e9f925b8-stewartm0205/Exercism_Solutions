      ******************************************************************
      *    OVRDRSN.CPY
      *    PHARMACIST OVERRIDE REASON CODES.  AN OVERRIDE TRANSACTION
      *    MUST CARRY ONE OF THESE; THE FREE-TEXT JUSTIFICATION SAYS
      *    THE REST.  RXRELEAS VALIDATES AGAINST THE TABLE AND RXOVRPT
      *    PRINTS THE DESCRIPTION.
      ******************************************************************
       01  WS-OVR-REASON-DATA.
           05  FILLER PIC X(04) VALUE "BENF".
           05  FILLER PIC X(26) VALUE "BENEFIT OUTWEIGHS RISK".
           05  FILLER PIC X(04) VALUE "TOLR".
           05  FILLER PIC X(26) VALUE "PREVIOUSLY TOLERATED".
           05  FILLER PIC X(04) VALUE "PRES".
           05  FILLER PIC X(26) VALUE "PRESCRIBER CONFIRMED".
           05  FILLER PIC X(04) VALUE "DOSE".
           05  FILLER PIC X(26) VALUE "DOSE CHECKED AND CONFIRMED".
           05  FILLER PIC X(04) VALUE "MONT".
           05  FILLER PIC X(26) VALUE "MONITORED ADMINISTRATION".
           05  FILLER PIC X(04) VALUE "DSEN".
           05  FILLER PIC X(26) VALUE "DESENSITISATION PROTOCOL".
           05  FILLER PIC X(04) VALUE "FORM".
           05  FILLER PIC X(26) VALUE "FORMULARY EXCEPTION AGREED".
       01  WS-OVR-REASON-TABLE REDEFINES WS-OVR-REASON-DATA.
           05  WS-OVR-REASON-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-ORX.
               10  WS-OVR-REASON-CODE      PIC X(04).
               10  WS-OVR-REASON-DESC      PIC X(26).
