      *    ARE THE MEDICATIONS THE SCREENS NO LONGER CHECK; THE
      *    AGING LIST IS WHAT THE PHARMACY WORKS THROUGH TO PURGE
      *    THE FILE OF MEDICATIONS PATIENTS QUIT TAKING LAST WINTER.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PRESCRIP IS A KEYED CLUSTER; THE FULL PASS
      *                     NOW READS IT IN PATIENT/MEDICATION ORDER.
      *    2026-10-15  RSK  EACH EXPIRED LINE NOW CARRIES THE
      *                     VERSION-03 DOSE (AMOUNT, UNIT, FREQUENCY,
      *                     ROUTE); A PRE-DOSE RECORD PRINTS THE DOSE
      *                     BLANK.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "RXAGERPT"
       01  WS-UNDER-90-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-OVER-90-COUNT               PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE                PIC X(80) VALUE
           "EXPIRED PRESCRIPTIONS -- PATIENT   MEDICATION           STO
      -    "PPED    DAYS    DOSE".

       01  WS-DETAIL-LINE.
           05  WS-D-PATIENT-ID             PIC X(08).
           05  WS-D-STOP-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-AGE-DAYS               PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-DOSE.
               10  WS-D-DOSE-AMOUNT        PIC ZZZZ9.999.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-D-DOSE-UNIT          PIC X(04).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-D-FREQUENCY          PIC X(04).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-D-ROUTE              PIC X(03).

       01  WS-BUCKET-LINE.
           05  FILLER                      PIC X(10) VALUE
               MOVE PX-MEDICATION-NAME TO WS-D-MEDICATION
               MOVE PX-STOP-DATE TO WS-D-STOP-DATE
               MOVE WS-AGE-DAYS TO WS-D-AGE-DAYS
               IF PX-DOSE-AMOUNT NUMERIC AND PX-DOSE-AMOUNT > 0
                   MOVE PX-DOSE-AMOUNT TO WS-D-DOSE-AMOUNT
                   MOVE PX-DOSE-UNIT TO WS-D-DOSE-UNIT
                   MOVE PX-FREQUENCY TO WS-D-FREQUENCY
                   MOVE PX-ROUTE TO WS-D-ROUTE
               ELSE
                   MOVE SPACES TO WS-D-DOSE
               END-IF
               MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               EVALUATE TRUE
