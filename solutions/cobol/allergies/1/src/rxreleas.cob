       IDENTIFICATION DIVISION.
       PROGRAM-ID. RXRELEAS.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    RXRELEAS IS THE PHARMACIST OVERRIDE RUN FOR HELD ORDERS.
      *    EACH OVERRIDE TRANSACTION NAMES A HELD ORDER BY ITS QUEUE
      *    KEY (PATIENT, MEDICATION, HELD DATE -- ZERO MEANS THE
      *    OLDEST HOLD FOR THAT PAIR), THE PHARMACIST ACCEPTING THE
      *    RISK, AN OVERRIDE REASON CODE AND A FREE-TEXT
      *    JUSTIFICATION.  THE PHARMACIST MUST BE ON THE AUTHORIZED-
      *    OPERATORS FILE, THE CODE MUST BE ON THE OVERRIDE REASON
      *    TABLE, AND THE JUSTIFICATION MAY NOT BE BLANK.  THE RUN
      *    COPIES THE HELD QUEUE FORWARD: A RELEASED ORDER LEAVES
      *    THE QUEUE, GOES TO THE APPROVED FILE EXACTLY AS ORDRSCRN
      *    WOULD HAVE WRITTEN IT (THE JOB POSTS IT TO PRESCRIP),
      *    AND IS RECORDED ON THE OVERRIDE LOG AND, UNDER THE
      *    PHARMACIST'S ID, ON THE SHARED CHANGE-AUDIT JOURNAL.  A
      *    TRANSACTION THAT FAILS ITS CHECKS OR MATCHES NO HELD
      *    ORDER GOES TO THE REJECT REGISTER AND THE ERROR LOG AND
      *    THE RUN EXITS 8.  COPY HELDQUEO OVER HELDQUE AFTER A RUN.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PRESCRIP IS KEYED ON PATIENT AND
      *                     MEDICATION; THE RELEASED ORDERS ARE POSTED
      *                     BY RXPOST INSTEAD OF SORT-MERGED.
      *    2026-10-15  RSK  HELD ORDERS ARE NOW THE VERSION-04
      *                     PRESCRIPTION LAYOUT; THE RELEASED ORDER
      *                     KEEPS ITS PRESCRIBER AND FORMULARY STATUS,
      *                     SO A RESTRICTED MEDICATION AUTHORIZED HERE
      *                     ENTERS PRESCRIP TAGGED R.
      *    2026-10-15  RSK  MORE OVERRIDE CARDS THAN THE TABLE HOLDS
      *                     REFUSES THE RUN (RC 16) INSTEAD OF DROPPING
      *                     THE EXCESS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-TRANSACTION-FILE ASSIGN TO "OVRDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT AUTHORIZED-OPERATORS-FILE ASSIGN TO "AUTHOPRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-FILE-STATUS.

           SELECT HELD-QUEUE-FILE ASSIGN TO "HELDQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HQ-FILE-STATUS.

           SELECT HELD-QUEUE-OUT ASSIGN TO "HELDQUEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-FILE-STATUS.

           SELECT APPROVED-ORDERS-FILE ASSIGN TO "ORDRAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OL-FILE-STATUS.

           SELECT REJECT-REGISTER-FILE ASSIGN TO "RLSREJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-TRANSACTION-FILE.
       01  OVERRIDE-TRANSACTION-RECORD.
           05  TX-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(01).
           05  TX-MEDICATION-NAME         PIC X(20).
           05  FILLER                     PIC X(01).
           05  TX-HELD-DATE               PIC 9(08).
           05  FILLER                     PIC X(01).
           05  TX-PHARMACIST-ID           PIC X(08).
           05  FILLER                     PIC X(01).
           05  TX-REASON-CODE             PIC X(04).
           05  FILLER                     PIC X(01).
           05  TX-JUSTIFICATION           PIC X(40).

       FD  AUTHORIZED-OPERATORS-FILE.
       01  AUTHORIZED-OPERATOR-RECORD.
           05  AO-OPERATOR-ID             PIC X(08).
           05  AO-NAME                    PIC X(30).

       FD  HELD-QUEUE-FILE.
       COPY HELDORD.

       FD  HELD-QUEUE-OUT.
       01  HQ-OUT-RECORD                  PIC X(182).

       FD  APPROVED-ORDERS-FILE.
       COPY PRESCRIP REPLACING PRESCRIPTION-RECORD BY APPROVED-RECORD
           PX-KEY BY AP-KEY
           PX-PATIENT-ID BY AP-PATIENT-ID
           PX-MEDICATION-NAME BY AP-MEDICATION-NAME
           PX-START-DATE BY AP-START-DATE
           PX-STOP-DATE BY AP-STOP-DATE
           PX-DOSE-AMOUNT BY AP-DOSE-AMOUNT
           PX-DOSE-UNIT BY AP-DOSE-UNIT
           PX-FREQUENCY BY AP-FREQUENCY
           PX-ROUTE BY AP-ROUTE
           PX-PRESCRIBER-ID BY AP-PRESCRIBER-ID
           PX-FORMULARY-STATUS BY AP-FORMULARY-STATUS.

       FD  OVERRIDE-LOG-FILE.
       COPY OVRDLOG.

       FD  REJECT-REGISTER-FILE.
       01  REJECT-REGISTER-RECORD.
           05  RJ-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(02).
           05  RJ-MEDICATION-NAME         PIC X(20).
           05  FILLER                     PIC X(02).
           05  RJ-PHARMACIST-ID           PIC X(08).
           05  FILLER                     PIC X(02).
           05  RJ-REASON                  PIC X(34).

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-OP-PROGRAM                  PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID              PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW               PIC X EXTERNAL.
           88  WS-OP-AUTH-OK              VALUE "Y".
       01  WS-OP-KEY                      PIC X(20) EXTERNAL.
       01  WS-OP-ACTION                   PIC X(10) EXTERNAL.

       01  WS-TX-FILE-STATUS              PIC XX.
       01  WS-AO-FILE-STATUS              PIC XX.
       01  WS-HQ-FILE-STATUS              PIC XX.
       01  WS-HO-FILE-STATUS              PIC XX.
       01  WS-AP-FILE-STATUS              PIC XX.
       01  WS-OL-FILE-STATUS              PIC XX.
       01  WS-RJ-FILE-STATUS              PIC XX.
       01  WS-EL-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-EL-OPEN-SW                  PIC X VALUE "N".
           88  WS-EL-OPEN                 VALUE "Y".
       01  WS-TODAY                       PIC 9(08).
       01  WS-RUN-OPERATOR-ID             PIC X(08).

       COPY OVRDRSN.

      *    THE PHARMACISTS WHO MAY ACCEPT THE RISK ON A HELD ORDER --
      *    THE SAME AUTHORIZED-OPERATORS FILE OPRAUTH CHECKS THE JOB
      *    SUBMITTER AGAINST.
       01  WS-OPR-MAX                     PIC 9(03) VALUE 200.
       01  WS-OPR-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES INDEXED BY WS-OPX.
               10  WS-OPR-ID               PIC X(08).

      *    THE DAY'S OVERRIDES, HELD SO THE QUEUE COPY RUNS IN ONE
      *    PASS.  ONE THAT FAILS ITS CHECKS IS HELD ALREADY REJECTED.
       01  WS-OVR-MAX                     PIC 9(03) VALUE 200.
       01  WS-OVR-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 200 TIMES INDEXED BY WS-TX-IX.
               10  WS-T-PATIENT-ID         PIC X(08).
               10  WS-T-MEDICATION         PIC X(20).
               10  WS-T-HELD-DATE          PIC 9(08).
               10  WS-T-PHARMACIST-ID      PIC X(08).
               10  WS-T-REASON-CODE        PIC X(04).
               10  WS-T-JUSTIFICATION      PIC X(40).
               10  WS-T-STATUS             PIC X.
                   88  WS-T-PENDING        VALUE " ".
                   88  WS-T-APPLIED        VALUE "A".
                   88  WS-T-REJECTED       VALUE "R".
               10  WS-T-REJECT-REASON      PIC X(34).
       01  WS-OVR-SUB                     PIC 9(03).
       01  WS-REJECT-REASON               PIC X(34).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".
       01  WS-RELEASED-SW                 PIC X.
           88  WS-RELEASED                VALUE "Y".

      *    THE HELD ORDER AS RECEIVED, IN THE PRESCRIPTION LAYOUT.
       01  WS-HELD-ORDER.
           05  WS-H-PATIENT-ID            PIC X(08).
           05  WS-H-MEDICATION-NAME       PIC X(20).
           05  WS-H-START-DATE            PIC 9(08).
           05  WS-H-STOP-DATE             PIC 9(08).
           05  WS-H-DOSE-AMOUNT           PIC 9(05)V999.
           05  WS-H-DOSE-UNIT             PIC X(04).
           05  WS-H-FREQUENCY             PIC X(04).
           05  WS-H-ROUTE                 PIC X(03).
           05  WS-H-PRESCRIBER-ID         PIC X(08).
           05  WS-H-FORMULARY-STATUS      PIC X(01).

       01  WS-QUEUE-READ                  PIC 9(05) VALUE ZERO.
       01  WS-RELEASED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-STILL-HELD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT                PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "RXRELEAS" TO WS-OP-PROGRAM
           CALL "OPRAUTH"
           IF NOT WS-OP-AUTH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OP-OPERATOR-ID TO WS-RUN-OPERATOR-ID
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-ONE-HELD-ORDER
               UNTIL WS-EOF
           PERFORM 3000-REGISTER-UNAPPLIED
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - LOAD THE AUTHORIZED PHARMACISTS, HOLD
      *    AND CHECK THE DAY'S OVERRIDES, THEN PRIME THE QUEUE COPY.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT AUTHORIZED-OPERATORS-FILE
           IF WS-AO-FILE-STATUS = "00"
               PERFORM 1100-READ-OPERATOR
               PERFORM 1150-STORE-OPERATOR
                   UNTIL WS-AO-FILE-STATUS NOT = "00"
               CLOSE AUTHORIZED-OPERATORS-FILE
           END-IF
           OPEN INPUT OVERRIDE-TRANSACTION-FILE
           IF WS-TX-FILE-STATUS = "00"
               PERFORM 1200-READ-TRANSACTION
               PERFORM 1250-STORE-TRANSACTION
                   UNTIL WS-TX-FILE-STATUS NOT = "00"
               CLOSE OVERRIDE-TRANSACTION-FILE
           END-IF
           OPEN INPUT HELD-QUEUE-FILE
           OPEN OUTPUT HELD-QUEUE-OUT
           OPEN OUTPUT APPROVED-ORDERS-FILE
           OPEN OUTPUT REJECT-REGISTER-FILE
           OPEN EXTEND OVERRIDE-LOG-FILE
           IF WS-OL-FILE-STATUS NOT = "00"
               OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF
           IF WS-HQ-FILE-STATUS = "00"
               PERFORM 1400-READ-NEXT-HELD-ORDER
           ELSE
               SET WS-EOF TO TRUE
           END-IF.

       1100-READ-OPERATOR.
           READ AUTHORIZED-OPERATORS-FILE
               AT END
                   MOVE "10" TO WS-AO-FILE-STATUS
           END-READ.

       1150-STORE-OPERATOR.
           IF WS-OPR-COUNT < WS-OPR-MAX
               ADD 1 TO WS-OPR-COUNT
               SET WS-OPX TO WS-OPR-COUNT
               MOVE AO-OPERATOR-ID TO WS-OPR-ID(WS-OPX)
           END-IF
           PERFORM 1100-READ-OPERATOR.

       1200-READ-TRANSACTION.
           READ OVERRIDE-TRANSACTION-FILE
               AT END
                   MOVE "10" TO WS-TX-FILE-STATUS
           END-READ.

       1250-STORE-TRANSACTION.
           IF TX-PATIENT-ID NOT = SPACES
               AND WS-OVR-COUNT NOT < WS-OVR-MAX
               DISPLAY "RXRELEAS REFUSED -- MORE THAN " WS-OVR-MAX
                   " OVERRIDE CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TX-PATIENT-ID NOT = SPACES
               ADD 1 TO WS-OVR-COUNT
               SET WS-TX-IX TO WS-OVR-COUNT
               MOVE TX-PATIENT-ID TO WS-T-PATIENT-ID(WS-TX-IX)
               MOVE TX-MEDICATION-NAME TO WS-T-MEDICATION(WS-TX-IX)
               IF TX-HELD-DATE NUMERIC
                   MOVE TX-HELD-DATE TO WS-T-HELD-DATE(WS-TX-IX)
               ELSE
                   MOVE ZERO TO WS-T-HELD-DATE(WS-TX-IX)
               END-IF
               MOVE TX-PHARMACIST-ID TO WS-T-PHARMACIST-ID(WS-TX-IX)
               MOVE TX-REASON-CODE TO WS-T-REASON-CODE(WS-TX-IX)
               MOVE TX-JUSTIFICATION
                   TO WS-T-JUSTIFICATION(WS-TX-IX)
               PERFORM 1300-CHECK-TRANSACTION
               MOVE WS-REJECT-REASON TO WS-T-REJECT-REASON(WS-TX-IX)
               IF WS-REJECT-REASON = SPACES
                   MOVE " " TO WS-T-STATUS(WS-TX-IX)
               ELSE
                   MOVE "R" TO WS-T-STATUS(WS-TX-IX)
               END-IF
           END-IF
           PERFORM 1200-READ-TRANSACTION.

      ******************************************************************
      *    1300-CHECK-TRANSACTION - NOBODY RELEASES A HELD ORDER
      *    ANONYMOUSLY, WITHOUT A RECOGNISED REASON, OR WITHOUT
      *    SAYING WHY.
      ******************************************************************
       1300-CHECK-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-FOUND-SW
           SET WS-OPX TO 1
           SEARCH WS-OPR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OPX > WS-OPR-COUNT
                   CONTINUE
               WHEN WS-OPR-ID(WS-OPX) = TX-PHARMACIST-ID
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF TX-PHARMACIST-ID = SPACES OR NOT WS-FOUND
               MOVE "PHARMACIST NOT AUTHORIZED"
                   TO WS-REJECT-REASON
           ELSE
               MOVE "N" TO WS-FOUND-SW
               SET WS-ORX TO 1
               SEARCH WS-OVR-REASON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OVR-REASON-CODE(WS-ORX) = TX-REASON-CODE
                       SET WS-FOUND TO TRUE
               END-SEARCH
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       MOVE "REASON CODE NOT KNOWN"
                           TO WS-REJECT-REASON
                   WHEN TX-JUSTIFICATION = SPACES
                       MOVE "NO JUSTIFICATION GIVEN"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       1400-READ-NEXT-HELD-ORDER.
           READ HELD-QUEUE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ
           END-READ.

      ******************************************************************
      *    2000-COPY-ONE-HELD-ORDER - THE FIRST PENDING OVERRIDE FOR
      *    THIS ORDER'S KEY RELEASES IT; OTHERWISE IT STAYS ON THE
      *    QUEUE.
      ******************************************************************
       2000-COPY-ONE-HELD-ORDER.
           MOVE "N" TO WS-RELEASED-SW
           PERFORM 2100-MATCH-ONE-OVERRIDE
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > WS-OVR-COUNT OR WS-RELEASED
           IF NOT WS-RELEASED
               ADD 1 TO WS-STILL-HELD-COUNT
               MOVE HELD-ORDER-RECORD TO HQ-OUT-RECORD
               WRITE HQ-OUT-RECORD
           END-IF
           PERFORM 1400-READ-NEXT-HELD-ORDER.

       2100-MATCH-ONE-OVERRIDE.
           IF WS-T-PENDING(WS-OVR-SUB)
               AND WS-T-PATIENT-ID(WS-OVR-SUB) = HO-PATIENT-ID
               AND WS-T-MEDICATION(WS-OVR-SUB) = HO-MEDICATION-NAME
               AND (WS-T-HELD-DATE(WS-OVR-SUB) = ZERO
                   OR WS-T-HELD-DATE(WS-OVR-SUB) = HO-HELD-DATE)
               SET WS-RELEASED TO TRUE
               MOVE "A" TO WS-T-STATUS(WS-OVR-SUB)
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM 2200-WRITE-APPROVED-ORDER
               PERFORM 2300-LOG-THE-OVERRIDE
               PERFORM 2400-AUDIT-THE-OVERRIDE
           END-IF.

      ******************************************************************
      *    2200-WRITE-APPROVED-ORDER - THE RELEASED ORDER IN THE
      *    PRESCRIPTION LAYOUT, DEFAULTED EXACTLY AS ORDRSCRN
      *    DEFAULTS AN APPROVED ONE.
      ******************************************************************
       2200-WRITE-APPROVED-ORDER.
           MOVE HO-ORDER TO WS-HELD-ORDER
           MOVE WS-H-PATIENT-ID TO AP-PATIENT-ID
           MOVE WS-H-MEDICATION-NAME TO AP-MEDICATION-NAME
           IF WS-H-START-DATE NUMERIC AND WS-H-START-DATE > 0
               MOVE WS-H-START-DATE TO AP-START-DATE
           ELSE
               MOVE WS-TODAY TO AP-START-DATE
           END-IF
           IF WS-H-STOP-DATE NUMERIC
               MOVE WS-H-STOP-DATE TO AP-STOP-DATE
           ELSE
               MOVE ZERO TO AP-STOP-DATE
           END-IF
           IF WS-H-DOSE-AMOUNT NUMERIC
               MOVE WS-H-DOSE-AMOUNT TO AP-DOSE-AMOUNT
           ELSE
               MOVE ZERO TO AP-DOSE-AMOUNT
           END-IF
           MOVE WS-H-DOSE-UNIT TO AP-DOSE-UNIT
           MOVE WS-H-FREQUENCY TO AP-FREQUENCY
           MOVE WS-H-ROUTE TO AP-ROUTE
           MOVE WS-H-PRESCRIBER-ID TO AP-PRESCRIBER-ID
           MOVE WS-H-FORMULARY-STATUS TO AP-FORMULARY-STATUS
           WRITE APPROVED-RECORD.

       2300-LOG-THE-OVERRIDE.
           MOVE WS-TODAY TO OL-RELEASE-DATE
           MOVE WS-T-PHARMACIST-ID(WS-OVR-SUB) TO OL-PHARMACIST-ID
           MOVE WS-T-REASON-CODE(WS-OVR-SUB) TO OL-REASON-CODE
           MOVE HO-PATIENT-ID TO OL-PATIENT-ID
           MOVE HO-MEDICATION-NAME TO OL-MEDICATION-NAME
           MOVE HO-HELD-DATE TO OL-HELD-DATE
           MOVE HO-REASON TO OL-HOLD-REASON
           MOVE WS-T-JUSTIFICATION(WS-OVR-SUB) TO OL-JUSTIFICATION
           WRITE OVERRIDE-LOG-RECORD.

      ******************************************************************
      *    2400-AUDIT-THE-OVERRIDE - THE RELEASE GOES ON THE SHARED
      *    CHANGE-AUDIT JOURNAL UNDER THE PHARMACIST WHO ACCEPTED
      *    THE RISK, NOT THE OPERATOR WHO SUBMITTED THE JOB.  THE
      *    KEY IS THE PATIENT AND THE MEDICATION, THE ACTION THE
      *    OVERRIDE REASON CODE.
      ******************************************************************
       2400-AUDIT-THE-OVERRIDE.
           MOVE WS-T-PHARMACIST-ID(WS-OVR-SUB) TO WS-OP-OPERATOR-ID
           MOVE SPACES TO WS-OP-KEY
           MOVE HO-PATIENT-ID TO WS-OP-KEY(1:8)
           MOVE HO-MEDICATION-NAME TO WS-OP-KEY(9:12)
           MOVE SPACES TO WS-OP-ACTION
           STRING "RLSE-" DELIMITED BY SIZE
                  WS-T-REASON-CODE(WS-OVR-SUB) DELIMITED BY SIZE
               INTO WS-OP-ACTION
           END-STRING
           CALL "OPR-AUDIT"
           MOVE WS-RUN-OPERATOR-ID TO WS-OP-OPERATOR-ID.

      ******************************************************************
      *    3000-REGISTER-UNAPPLIED - EVERY OVERRIDE THAT RELEASED
      *    NOTHING GOES TO THE REJECT REGISTER AND THE ERROR LOG:
      *    ONE STILL PENDING FOUND NO HELD ORDER UNDER ITS KEY.
      ******************************************************************
       3000-REGISTER-UNAPPLIED.
           PERFORM 3100-REGISTER-ONE-REJECT
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > WS-OVR-COUNT.

       3100-REGISTER-ONE-REJECT.
           IF WS-T-PENDING(WS-OVR-SUB)
               MOVE "R" TO WS-T-STATUS(WS-OVR-SUB)
               MOVE "NO HELD ORDER UNDER THIS KEY"
                   TO WS-T-REJECT-REASON(WS-OVR-SUB)
           END-IF
           IF WS-T-REJECTED(WS-OVR-SUB)
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REJECT-REGISTER-RECORD
               MOVE WS-T-PATIENT-ID(WS-OVR-SUB) TO RJ-PATIENT-ID
               MOVE WS-T-MEDICATION(WS-OVR-SUB)
                   TO RJ-MEDICATION-NAME
               MOVE WS-T-PHARMACIST-ID(WS-OVR-SUB)
                   TO RJ-PHARMACIST-ID
               MOVE WS-T-REJECT-REASON(WS-OVR-SUB) TO RJ-REASON
               WRITE REJECT-REGISTER-RECORD
               PERFORM 3200-LOG-ONE-REJECT
           END-IF.

       3200-LOG-ONE-REJECT.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "RXRELEAS" TO EL-PROGRAM-ID
           MOVE WS-T-PATIENT-ID(WS-OVR-SUB) TO EL-KEY
           MOVE WS-OVR-SUB TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "REJECTED -- " DELIMITED BY SIZE
                  WS-T-REJECT-REASON(WS-OVR-SUB) DELIMITED BY "  "
               INTO EL-MESSAGE
           END-STRING
           MOVE "S" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EPH014" TO EL-ERROR-CODE
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
           IF WS-HQ-FILE-STATUS = "00" OR WS-HQ-FILE-STATUS = "10"
               CLOSE HELD-QUEUE-FILE
           END-IF
           CLOSE HELD-QUEUE-OUT
           CLOSE APPROVED-ORDERS-FILE
           CLOSE OVERRIDE-LOG-FILE
           CLOSE REJECT-REGISTER-FILE
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
           DISPLAY "RXRELEAS: " WS-QUEUE-READ " HELD, "
               WS-RELEASED-COUNT " RELEASED, "
               WS-STILL-HELD-COUNT " STILL HELD, "
               WS-REJECT-COUNT " REJECTED"
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
