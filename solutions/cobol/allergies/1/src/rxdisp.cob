       IDENTIFICATION DIVISION.
       PROGRAM-ID. RXDISP.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    RXDISP IS THE DAILY DISPENSING RUN.  EACH DISPENSE
      *    TRANSACTION NAMES A PATIENT, A MEDICATION, THE DATE IT
      *    WAS HANDED OVER, THE QUANTITY AND THE DAYS SUPPLY.  THE
      *    RUN READS EVERY DISPENSE'S PRESCRIP LINE DIRECTLY ON ITS
      *    PATIENT AND MEDICATION: A DISPENSE ON A LINE THAT
      *    WAS CURRENT ON THE DISPENSE DATE GOES TO THE DAY'S
      *    DISPENSING HISTORY (THE JOB ADDS IT TO THE CUMULATIVE
      *    HISTORY THE WEEKLY REFILL RUN READS).  A DISPENSE WITH NO
      *    PRESCRIPTION FOR THAT PATIENT AND MEDICATION, ONE MADE
      *    AFTER THE PRESCRIPTION'S STOP DATE OR BEFORE ITS START
      *    DATE, OR ONE WITH NO USABLE QUANTITY OR SUPPLY GOES TO
      *    THE EXCEPTION FILE AND THE ERROR LOG AND THE RUN EXITS 8
      *    -- MEDICATION WENT OUT THE DOOR WITHOUT A CURRENT ORDER
      *    BEHIND IT, AND SOMEBODY MUST FIND OUT WHY.  A DISPENSE
      *    DATE OF ZERO OR SPACES MEANS TODAY.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PRESCRIP IS KEYED ON PATIENT AND
      *                     MEDICATION: EACH DISPENSE READS ITS LINE
      *                     DIRECTLY INSTEAD OF WAITING FOR IT IN A
      *                     PASS OF THE WHOLE FILE.
      *    2026-10-15  RSK  MORE DISPENSE CARDS THAN THE TABLE HOLDS
      *                     REFUSES THE RUN (RC 16) INSTEAD OF DROPPING
      *                     THE EXCESS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPENSE-TRANSACTION-FILE ASSIGN TO "DISPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT DISPENSE-HISTORY-FILE ASSIGN TO "DISPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "DISPEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPENSE-TRANSACTION-FILE.
       01  DISPENSE-TRANSACTION-RECORD.
           05  TX-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(01).
           05  TX-MEDICATION-NAME         PIC X(20).
           05  FILLER                     PIC X(01).
           05  TX-DISPENSE-DATE           PIC 9(08).
           05  FILLER                     PIC X(01).
           05  TX-QUANTITY                PIC 9(05).
           05  FILLER                     PIC X(01).
           05  TX-DAYS-SUPPLY             PIC 9(03).

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  DISPENSE-HISTORY-FILE.
       COPY DISPHIST.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EX-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(02).
           05  EX-MEDICATION-NAME         PIC X(20).
           05  FILLER                     PIC X(02).
           05  EX-DISPENSE-DATE           PIC 9(08).
           05  FILLER                     PIC X(02).
           05  EX-REASON                  PIC X(34).

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-TX-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-DH-FILE-STATUS              PIC XX.
       01  WS-EX-FILE-STATUS              PIC XX.
       01  WS-EL-FILE-STATUS              PIC XX.
       01  WS-PX-OPEN-SW                  PIC X VALUE "N".
           88  WS-PX-OPEN                 VALUE "Y".
       01  WS-EL-OPEN-SW                  PIC X VALUE "N".
           88  WS-EL-OPEN                 VALUE "Y".
       01  WS-TODAY                       PIC 9(08).
       01  WS-PX-START-DATE               PIC 9(08).
       01  WS-PX-STOP-DATE                PIC 9(08).

      *    THE DAY'S DISPENSES.  WS-T-STATUS RECORDS WHAT THE
      *    DISPENSE'S LINE SHOWED: CURRENT, STOPPED, NOT YET STARTED,
      *    OR NO LINE AT ALL.
       01  WS-DSP-MAX                     PIC 9(03) VALUE 500.
       01  WS-DSP-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 500 TIMES INDEXED BY WS-TX-IX.
               10  WS-T-PATIENT-ID         PIC X(08).
               10  WS-T-MEDICATION         PIC X(20).
               10  WS-T-DISPENSE-DATE      PIC 9(08).
               10  WS-T-QUANTITY           PIC 9(05).
               10  WS-T-DAYS-SUPPLY        PIC 9(03).
               10  WS-T-STATUS             PIC X.
                   88  WS-T-NO-LINE        VALUE " ".
                   88  WS-T-NOT-STARTED    VALUE "B".
                   88  WS-T-AFTER-STOP     VALUE "S".
                   88  WS-T-MATCHED        VALUE "M".
                   88  WS-T-INVALID        VALUE "X".
       01  WS-DSP-SUB                     PIC 9(03).
       01  WS-EXCEPTION-REASON            PIC X(34).

       01  WS-MATCHED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ONE-DISPENSE
               VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT
           PERFORM 3000-WRITE-DISPENSES
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - HOLD THE DAY'S DISPENSES AND OPEN THE
      *    PRESCRIPTION CLUSTER.  WITH NO CLUSTER EVERY DISPENSE IS
      *    AN EXCEPTION.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT DISPENSE-TRANSACTION-FILE
           IF WS-TX-FILE-STATUS = "00"
               PERFORM 1100-READ-TRANSACTION
               PERFORM 1200-STORE-TRANSACTION
                   UNTIL WS-TX-FILE-STATUS NOT = "00"
               CLOSE DISPENSE-TRANSACTION-FILE
           END-IF
           OPEN INPUT PRESCRIPTION-FILE
           IF WS-PX-FILE-STATUS = "00"
               SET WS-PX-OPEN TO TRUE
           END-IF
           OPEN OUTPUT DISPENSE-HISTORY-FILE
           OPEN OUTPUT EXCEPTION-FILE.

       1100-READ-TRANSACTION.
           READ DISPENSE-TRANSACTION-FILE
               AT END
                   MOVE "10" TO WS-TX-FILE-STATUS
           END-READ.

       1200-STORE-TRANSACTION.
           IF TX-PATIENT-ID NOT = SPACES
               AND WS-DSP-COUNT NOT < WS-DSP-MAX
               DISPLAY "RXDISP REFUSED -- MORE THAN " WS-DSP-MAX
                   " DISPENSE CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TX-PATIENT-ID NOT = SPACES
               ADD 1 TO WS-DSP-COUNT
               SET WS-TX-IX TO WS-DSP-COUNT
               MOVE TX-PATIENT-ID TO WS-T-PATIENT-ID(WS-TX-IX)
               MOVE TX-MEDICATION-NAME TO WS-T-MEDICATION(WS-TX-IX)
               IF TX-DISPENSE-DATE NUMERIC AND TX-DISPENSE-DATE > 0
                   MOVE TX-DISPENSE-DATE
                       TO WS-T-DISPENSE-DATE(WS-TX-IX)
               ELSE
                   MOVE WS-TODAY TO WS-T-DISPENSE-DATE(WS-TX-IX)
               END-IF
               MOVE " " TO WS-T-STATUS(WS-TX-IX)
               IF TX-QUANTITY NUMERIC AND TX-QUANTITY > 0
                   AND TX-DAYS-SUPPLY NUMERIC AND TX-DAYS-SUPPLY > 0
                   MOVE TX-QUANTITY TO WS-T-QUANTITY(WS-TX-IX)
                   MOVE TX-DAYS-SUPPLY TO WS-T-DAYS-SUPPLY(WS-TX-IX)
               ELSE
                   MOVE ZERO TO WS-T-QUANTITY(WS-TX-IX)
                   MOVE ZERO TO WS-T-DAYS-SUPPLY(WS-TX-IX)
                   MOVE "X" TO WS-T-STATUS(WS-TX-IX)
               END-IF
           END-IF
           PERFORM 1100-READ-TRANSACTION.

      ******************************************************************
      *    2000-MATCH-ONE-DISPENSE - READ THE LINE FOR THE DISPENSE'S
      *    PATIENT AND MEDICATION.  NO LINE LEAVES THE STATUS AT
      *    "NO LINE".
      ******************************************************************
       2000-MATCH-ONE-DISPENSE.
           IF NOT WS-T-INVALID(WS-DSP-SUB)
               AND WS-PX-OPEN
               MOVE WS-T-PATIENT-ID(WS-DSP-SUB) TO PX-PATIENT-ID
               MOVE WS-T-MEDICATION(WS-DSP-SUB) TO PX-MEDICATION-NAME
               READ PRESCRIPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2050-CHECK-LINE-DATES
               END-READ
           END-IF.

      ******************************************************************
      *    2050-CHECK-LINE-DATES - A VERSION-01 LINE WITH SPACES IN
      *    ITS DATES IS OPEN AT BOTH ENDS.
      ******************************************************************
       2050-CHECK-LINE-DATES.
           IF PX-START-DATE NUMERIC
               MOVE PX-START-DATE TO WS-PX-START-DATE
           ELSE
               MOVE ZERO TO WS-PX-START-DATE
           END-IF
           IF PX-STOP-DATE NUMERIC
               MOVE PX-STOP-DATE TO WS-PX-STOP-DATE
           ELSE
               MOVE ZERO TO WS-PX-STOP-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-PX-STOP-DATE > ZERO
                   AND WS-PX-STOP-DATE
                       < WS-T-DISPENSE-DATE(WS-DSP-SUB)
                   MOVE "S" TO WS-T-STATUS(WS-DSP-SUB)
               WHEN WS-PX-START-DATE
                       > WS-T-DISPENSE-DATE(WS-DSP-SUB)
                   MOVE "B" TO WS-T-STATUS(WS-DSP-SUB)
               WHEN OTHER
                   MOVE "M" TO WS-T-STATUS(WS-DSP-SUB)
           END-EVALUATE.

      ******************************************************************
      *    3000-WRITE-DISPENSES - MATCHED DISPENSES TO THE HISTORY,
      *    THE REST TO THE EXCEPTION FILE AND THE ERROR LOG.
      ******************************************************************
       3000-WRITE-DISPENSES.
           PERFORM 3100-WRITE-ONE-DISPENSE
               VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT.

       3100-WRITE-ONE-DISPENSE.
           IF WS-T-MATCHED(WS-DSP-SUB)
               ADD 1 TO WS-MATCHED-COUNT
               MOVE WS-T-PATIENT-ID(WS-DSP-SUB) TO DH-PATIENT-ID
               MOVE WS-T-MEDICATION(WS-DSP-SUB) TO DH-MEDICATION-NAME
               MOVE WS-T-DISPENSE-DATE(WS-DSP-SUB)
                   TO DH-DISPENSE-DATE
               MOVE WS-T-QUANTITY(WS-DSP-SUB) TO DH-QUANTITY
               MOVE WS-T-DAYS-SUPPLY(WS-DSP-SUB) TO DH-DAYS-SUPPLY
               WRITE DISPENSE-HISTORY-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN WS-T-INVALID(WS-DSP-SUB)
                       MOVE "QUANTITY OR SUPPLY NOT VALID"
                           TO WS-EXCEPTION-REASON
                   WHEN WS-T-AFTER-STOP(WS-DSP-SUB)
                       MOVE "DISPENSED AFTER STOP DATE"
                           TO WS-EXCEPTION-REASON
                   WHEN WS-T-NOT-STARTED(WS-DSP-SUB)
                       MOVE "DISPENSED BEFORE START DATE"
                           TO WS-EXCEPTION-REASON
                   WHEN OTHER
                       MOVE "NO PRESCRIPTION FOR DISPENSE"
                           TO WS-EXCEPTION-REASON
               END-EVALUATE
               PERFORM 3200-WRITE-ONE-EXCEPTION
           END-IF.

       3200-WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-T-PATIENT-ID(WS-DSP-SUB) TO EX-PATIENT-ID
           MOVE WS-T-MEDICATION(WS-DSP-SUB) TO EX-MEDICATION-NAME
           MOVE WS-T-DISPENSE-DATE(WS-DSP-SUB) TO EX-DISPENSE-DATE
           MOVE WS-EXCEPTION-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "RXDISP" TO EL-PROGRAM-ID
           MOVE WS-T-PATIENT-ID(WS-DSP-SUB) TO EL-KEY
           MOVE WS-DSP-SUB TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "DISPENSE -- " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY "  "
               INTO EL-MESSAGE
           END-STRING
           MOVE "S" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EPH015" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

       4900-OPEN-ERROR-LOG-ONCE.
           IF NOT WS-EL-OPEN
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-EL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF
               SET WS-EL-OPEN TO TRUE
           END-IF.

       9999-TERMINATE.
           IF WS-PX-OPEN
               CLOSE PRESCRIPTION-FILE
           END-IF
           CLOSE DISPENSE-HISTORY-FILE
           CLOSE EXCEPTION-FILE
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
           DISPLAY "RXDISP: " WS-MATCHED-COUNT " DISPENSES MATCHED, "
               WS-EXCEPTION-COUNT " EXCEPTIONS"
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
