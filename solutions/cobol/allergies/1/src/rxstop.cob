      ******************************************************************
      *    RXSTOP IS THE DAILY DISCONTINUATION RUN.  EACH STOP
      *    TRANSACTION NAMES A PATIENT, A MEDICATION, AND THE STOP
      *    DATE; THE RUN READS THAT PATIENT'S LINE FOR THE MEDICATION
      *    DIRECTLY AND REWRITES IT WITH PX-STOP-DATE SET.  A
      *    TRANSACTION THAT MATCHES NO CURRENT PRESCRIPTION (WRONG
      *    PATIENT, WRONG SPELLING, OR ALREADY STOPPED) GOES TO THE
      *    REJECT REGISTER AND THE ERROR LOG INSTEAD OF QUIETLY
      *    A CLINICAL EVENT SOMEBODY MUST CHASE.  A STOP DATE OF
      *    ZERO OR SPACES ON THE TRANSACTION STOPS THE MEDICATION
      *    AS OF TODAY.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PRESCRIP IS A KEYED CLUSTER ON PATIENT
      *                     AND MEDICATION.  EACH STOP IS A DIRECT
      *                     READ AND REWRITE IN PLACE; THE COPY
      *                     FORWARD TO PRESCRPO AND THE 200-STOP
      *                     TRANSACTION TABLE ARE GONE.
      *    2026-10-15  RSK  THE COPY FORWARD NOW CARRIES THE
      *                     VERSION-04 PRESCRIBER AND FORMULARY
      *                     STATUS.
      *    2026-10-15  RSK  THE COPY FORWARD NOW CARRIES THE
      *                     VERSION-03 DOSE (AMOUNT, UNIT, FREQUENCY,
      *                     ROUTE); A PRE-DOSE RECORD GOES FORWARD
      *                     WITH A ZERO AMOUNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT REJECT-REGISTER-FILE ASSIGN TO "RXREJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-FILE-STATUS.
       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  REJECT-REGISTER-FILE.
       01  REJECT-REGISTER-RECORD.
           05  RJ-PATIENT-ID              PIC X(08).
       COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-TX-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-RJ-FILE-STATUS              PIC XX.
       01  WS-EL-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-TX-OPEN-SW                  PIC X VALUE "N".
           88  WS-TX-OPEN                 VALUE "Y".
       01  WS-EL-OPEN-SW                  PIC X VALUE "N".
           88  WS-EL-OPEN                 VALUE "Y".
       01  WS-TODAY                       PIC 9(08).
       01  WS-STOP-DATE                   PIC 9(08).
       01  WS-REJECT-REASON               PIC X(34).
       01  WS-REJECT-MESSAGE              PIC X(40).
       01  WS-OP-PROGRAM                  PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID              PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW               PIC X EXTERNAL.
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-STOP
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - OPEN THE PRESCRIPTION CLUSTER FOR UPDATE
      *    AND PRIME THE STOP TRANSACTIONS.  NO TRANSACTION FILE IS
      *    A DAY WITH NOTHING TO STOP.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O PRESCRIPTION-FILE
           MOVE "RXSTOP" TO WS-FS-CALLER
           MOVE "PRESCRIP" TO WS-FS-DDNAME
           MOVE WS-PX-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PX-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-REGISTER-FILE
           OPEN INPUT STOP-TRANSACTION-FILE
           IF WS-TX-FILE-STATUS = "00"
               SET WS-TX-OPEN TO TRUE
               PERFORM 1100-READ-TRANSACTION
           ELSE
               SET WS-EOF TO TRUE
           END-IF.

       1100-READ-TRANSACTION.
           READ STOP-TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-APPLY-ONE-STOP - READ THE PATIENT'S LINE FOR THE
      *    MEDICATION AND SET ITS STOP DATE.  ONLY A CURRENT
      *    PRESCRIPTION (NO STOP DATE YET) CAN BE STOPPED; A SECOND
      *    STOP FOR THE SAME MEDICATION REJECTS.
      ******************************************************************
       2000-APPLY-ONE-STOP.
           IF TX-PATIENT-ID NOT = SPACES
               IF TX-STOP-DATE NUMERIC AND TX-STOP-DATE > 0
                   MOVE TX-STOP-DATE TO WS-STOP-DATE
               ELSE
                   MOVE WS-TODAY TO WS-STOP-DATE
               END-IF
               MOVE TX-PATIENT-ID TO PX-PATIENT-ID
               MOVE TX-MEDICATION-NAME TO PX-MEDICATION-NAME
               READ PRESCRIPTION-FILE
                   INVALID KEY
                       PERFORM 3100-REGISTER-NOT-FOUND
                   NOT INVALID KEY
                       PERFORM 2100-STOP-THE-LINE
               END-READ
           END-IF
           PERFORM 1100-READ-TRANSACTION.

       2100-STOP-THE-LINE.
           IF PX-STOP-DATE NUMERIC AND PX-STOP-DATE > 0
               PERFORM 3100-REGISTER-NOT-FOUND
           ELSE
               IF PX-START-DATE NOT NUMERIC
                   MOVE ZERO TO PX-START-DATE
               END-IF
               IF PX-DOSE-AMOUNT NOT NUMERIC
                   MOVE ZERO TO PX-DOSE-AMOUNT
               END-IF
               MOVE WS-STOP-DATE TO PX-STOP-DATE
               REWRITE PRESCRIPTION-RECORD
                   INVALID KEY
                       PERFORM 3200-REGISTER-NOT-REWRITTEN
                   NOT INVALID KEY
                       ADD 1 TO WS-STOPPED-COUNT
                       PERFORM 2200-AUDIT-THE-STOP
               END-REWRITE
           END-IF.

      ******************************************************************
      ******************************************************************
       2200-AUDIT-THE-STOP.
           MOVE SPACES TO WS-OP-KEY
           MOVE PX-PATIENT-ID TO WS-OP-KEY(1:8)
           MOVE "STOP" TO WS-OP-ACTION
           CALL "OPR-AUDIT".

      ******************************************************************
      *    3000-REGISTER-REJECT - A TRANSACTION THAT FOUND NO CURRENT
      *    PRESCRIPTION, OR WHOSE LINE COULD NOT BE REWRITTEN, GOES
      *    TO THE REJECT REGISTER AND THE ERROR LOG.
      ******************************************************************
       3000-REGISTER-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-REGISTER-RECORD
           MOVE TX-PATIENT-ID TO RJ-PATIENT-ID
           MOVE TX-MEDICATION-NAME TO RJ-MEDICATION-NAME
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-REGISTER-RECORD
           PERFORM 3300-LOG-ONE-REJECT.

       3100-REGISTER-NOT-FOUND.
           MOVE "NO CURRENT PRESCRIPTION TO STOP" TO WS-REJECT-REASON
           MOVE "STOP REJECTED -- NO CURRENT PRESCRIPTION"
               TO WS-REJECT-MESSAGE
           PERFORM 3000-REGISTER-REJECT.

       3200-REGISTER-NOT-REWRITTEN.
           MOVE "PRESCRIPTION LINE NOT REWRITTEN" TO WS-REJECT-REASON
           MOVE "STOP REJECTED -- LINE NOT REWRITTEN"
               TO WS-REJECT-MESSAGE
           PERFORM 3000-REGISTER-REJECT.

       3300-LOG-ONE-REJECT.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "RXSTOP" TO EL-PROGRAM-ID
           MOVE TX-PATIENT-ID TO EL-KEY
           MOVE ZERO TO EL-POSITION
           MOVE WS-REJECT-MESSAGE TO EL-MESSAGE
           MOVE "S" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           END-IF.

       9999-TERMINATE.
           IF WS-TX-OPEN
               CLOSE STOP-TRANSACTION-FILE
           END-IF
           CLOSE PRESCRIPTION-FILE
           CLOSE REJECT-REGISTER-FILE
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
