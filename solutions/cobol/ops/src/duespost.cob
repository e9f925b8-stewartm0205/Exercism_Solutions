       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESPOST.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DUESPOST IS THE DUES PAYMENT-POSTING RUN.  IT READS THE
      *    TREASURER'S DUESTRAN CARDS AND APPLIES EACH ONE TO THE
      *    DUES MASTER THROUGH KEYED READS AND REWRITES:
      *        P  POST A PAYMENT (AMOUNT, DATE RECEIVED)
      *        C  CHANGE THE MEMBERSHIP CLASS (TAKES EFFECT ON THE
      *           NEXT BILL; A PLAYER NOT YET ON THE DUES MASTER IS
      *           OPENED WITH THE NEW CLASS)
      *    EVERY CARD LANDS ON THE POSTING REGISTER WITH THE BALANCE
      *    BEFORE AND AFTER; EVERY APPLIED CARD IS STAMPED WITH THE
      *    VALIDATED OPERATOR ON THE SHARED CHANGE-AUDIT JOURNAL.  A
      *    PAYMENT THAT CLEARS A MEMBER DUESAGE HAS ALREADY LAPSED
      *    IS FLAGGED SO THE SECRETARY CAN KEY THE REACTIVATION.  A
      *    REJECTED CARD RAISES RETURN CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUES-TRANS-FILE ASSIGN TO "DUESTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-FILE-STATUS.

           SELECT DUES-MASTER-FILE ASSIGN TO "DUESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-PLAYER-ID
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT POSTING-REGISTER-FILE ASSIGN TO "DUESPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUES-TRANS-FILE.
       01  DUES-TRANS-RECORD.
           05  DT-ACTION                PIC X(01).
               88  DT-PAYMENT           VALUE "P".
               88  DT-CLASS-CHANGE      VALUE "C".
           05  DT-PLAYER-ID             PIC X(06).
           05  DT-PAID-DATE             PIC 9(08).
           05  DT-AMOUNT                PIC 9(05)V99.
           05  DT-CLASS                 PIC X(04).
               88  DT-VALID-CLASS       VALUE "FULL" "JUNR" "SENR"
                                              "SOCL".

       FD  DUES-MASTER-FILE.
       COPY DUESMAST.

       FD  PLAYER-MASTER-FILE.
       COPY PLYRMAST.

       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DT-FILE-STATUS            PIC XX.
       01  WS-DM-FILE-STATUS            PIC XX.
       01  WS-PM-FILE-STATUS            PIC XX.
       01  WS-RG-FILE-STATUS            PIC XX.
       01  WS-OP-PROGRAM                PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID            PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW             PIC X EXTERNAL.
           88  WS-OP-AUTH-OK            VALUE "Y".
       01  WS-OP-KEY                    PIC X(20) EXTERNAL.
       01  WS-OP-ACTION                 PIC X(10) EXTERNAL.
       01  WS-FS-CALLER                 PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME                 PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE            PIC XX EXTERNAL.

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-DUES-FOUND-SW             PIC X VALUE "N".
           88  WS-DUES-FOUND            VALUE "Y".
       01  WS-ON-ROSTER-SW              PIC X VALUE "N".
           88  WS-ON-ROSTER             VALUE "Y".

       01  WS-BEFORE-CLASS              PIC X(04).
       01  WS-BEFORE-BALANCE            PIC S9(06)V99.
       01  WS-AFTER-BALANCE             PIC S9(06)V99.
       01  WS-TRAN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-POSTED              PIC 9(07)V99 VALUE ZERO.
       01  WS-DISPOSITION               PIC X(36).

       01  WS-REGISTER-HEADING          PIC X(60) VALUE
           "DUES POSTING REGISTER -- BALANCE BEFORE/AFTER BY CARD".

       01  WS-REGISTER-LINE.
           05  WS-R-SEQ                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-ACTION              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-PLAYER-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-PAID-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-AMOUNT              PIC ZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-CLASS               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(36).

       01  WS-BEFORE-LINE.
           05  FILLER                   PIC X(20) VALUE
               "  BALANCE WAS       ".
           05  WS-B-BEFORE              PIC -(6)9.99.
           05  FILLER                   PIC X(06) VALUE "  NOW ".
           05  WS-B-AFTER               PIC -(6)9.99.
           05  FILLER                   PIC X(13) VALUE
               "  CLASS WAS  ".
           05  WS-B-CLASS               PIC X(04).

       01  WS-TOTALS-LINE.
           05  FILLER                   PIC X(09) VALUE "APPLIED  ".
           05  WS-TL-APPLIED            PIC ZZZZ9.
           05  FILLER                   PIC X(11) VALUE "  REJECTED ".
           05  WS-TL-REJECTED           PIC ZZZZ9.
           05  FILLER                   PIC X(17) VALUE
               "  PAYMENTS TOTAL ".
           05  WS-TL-POSTED             PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "DUESPOST" TO WS-OP-PROGRAM
           CALL "OPRAUTH"
           IF NOT WS-OP-AUTH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-TRANSACTION
               UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O DUES-MASTER-FILE
           MOVE "DUESPOST" TO WS-FS-CALLER
           MOVE "DUESMAST" TO WS-FS-DDNAME
           MOVE WS-DM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-DM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           OPEN OUTPUT POSTING-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE
           OPEN INPUT DUES-TRANS-FILE
           IF WS-DT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1100-READ-TRANSACTION
           END-IF.

       1100-READ-TRANSACTION.
           READ DUES-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-APPLY-ONE-TRANSACTION - VALIDATE, APPLY, REGISTER.
      ******************************************************************
       2000-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM 2500-READ-DUES-BY-ID
           MOVE DM-CLASS TO WS-BEFORE-CLASS
           COMPUTE WS-BEFORE-BALANCE = DM-ARREARS + DM-AMOUNT-BILLED
               - DM-AMOUNT-PAID
           MOVE WS-BEFORE-BALANCE TO WS-AFTER-BALANCE
           EVALUATE TRUE
               WHEN DT-PLAYER-ID = SPACES
                   MOVE "REJECTED -- PLAYER MISSING"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-PAYMENT AND NOT WS-DUES-FOUND
                   MOVE "REJECTED -- NOT ON DUES MASTER"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-PAYMENT
                   AND (DT-PAID-DATE NOT NUMERIC
                        OR DT-PAID-DATE = ZERO)
                   MOVE "REJECTED -- BAD PAYMENT DATE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-PAYMENT
                   AND (DT-AMOUNT NOT NUMERIC
                        OR DT-AMOUNT = ZERO)
                   MOVE "REJECTED -- BAD PAYMENT AMOUNT"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-CLASS-CHANGE AND NOT DT-VALID-CLASS
                   MOVE "REJECTED -- UNKNOWN CLASS"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-PAYMENT
                   PERFORM 2100-APPLY-PAYMENT
               WHEN DT-CLASS-CHANGE
                   PERFORM 2200-APPLY-CLASS-CHANGE
               WHEN OTHER
                   MOVE "REJECTED -- UNKNOWN ACTION"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 2900-REGISTER-TRANSACTION
           PERFORM 1100-READ-TRANSACTION.

      ******************************************************************
      *    2100-APPLY-PAYMENT - ADD THE PAYMENT TO THE AMOUNT PAID
      *    AND KEEP THE LATEST DATE RECEIVED.
      ******************************************************************
       2100-APPLY-PAYMENT.
           ADD DT-AMOUNT TO DM-AMOUNT-PAID
           IF DT-PAID-DATE > DM-LAST-PAID-DATE
               MOVE DT-PAID-DATE TO DM-LAST-PAID-DATE
           END-IF
           REWRITE DUES-MASTER-RECORD
           IF WS-DM-FILE-STATUS = "00"
               ADD 1 TO WS-APPLIED-COUNT
               ADD DT-AMOUNT TO WS-TOTAL-POSTED
               COMPUTE WS-AFTER-BALANCE = DM-ARREARS
                   + DM-AMOUNT-BILLED - DM-AMOUNT-PAID
               IF WS-AFTER-BALANCE NOT > ZERO AND DM-LAPSE-RAISED
                   MOVE "PAID UP -- LAPSED, KEY REACTIVATION"
                       TO WS-DISPOSITION
               ELSE
                   MOVE "PAYMENT POSTED" TO WS-DISPOSITION
               END-IF
               MOVE "PAYMENT" TO WS-OP-ACTION
               PERFORM 2950-AUDIT-THE-CHANGE
           ELSE
               MOVE "REJECTED -- DUES MASTER UPDATE FAILED"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      ******************************************************************
      *    2200-APPLY-CLASS-CHANGE - REWRITE THE CLASS ON AN EXISTING
      *    DUES RECORD, OR OPEN A NEW ONE FOR A PLAYER ON THE ROSTER
      *    WHO HAS NEVER BEEN BILLED.
      ******************************************************************
       2200-APPLY-CLASS-CHANGE.
           IF WS-DUES-FOUND
               MOVE DT-CLASS TO DM-CLASS
               REWRITE DUES-MASTER-RECORD
           ELSE
               PERFORM 2400-CHECK-ROSTER
               IF NOT WS-ON-ROSTER
                   MOVE "REJECTED -- PLAYER NOT ON ROSTER"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE DT-PLAYER-ID TO DM-PLAYER-ID
                   MOVE DT-CLASS TO DM-CLASS
                   MOVE ZERO TO DM-DUES-YEAR
                   MOVE ZERO TO DM-BILL-DATE
                   MOVE ZERO TO DM-ARREARS
                   MOVE ZERO TO DM-AMOUNT-BILLED
                   MOVE ZERO TO DM-AMOUNT-PAID
                   MOVE ZERO TO DM-LAST-PAID-DATE
                   MOVE "N" TO DM-LAPSE-SW
                   WRITE DUES-MASTER-RECORD
               END-IF
           END-IF
           IF WS-DUES-FOUND OR WS-ON-ROSTER
               IF WS-DM-FILE-STATUS = "00"
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "CLASS CHANGED" TO WS-DISPOSITION
                   MOVE "CLASS" TO WS-OP-ACTION
                   PERFORM 2950-AUDIT-THE-CHANGE
               ELSE
                   MOVE "REJECTED -- DUES MASTER UPDATE FAILED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       2400-CHECK-ROSTER.
           MOVE "N" TO WS-ON-ROSTER-SW
           MOVE DT-PLAYER-ID TO PLM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-ROSTER TO TRUE
           END-READ.

      ******************************************************************
      *    2500-READ-DUES-BY-ID - KEYED READ OF THE DUES RECORD FOR
      *    THE CARD'S PLAYER.  A MISS LEAVES A ZERO RECORD IN THE
      *    BUFFER SO THE BEFORE-IMAGE READS AS NOTHING OWED.
      ******************************************************************
       2500-READ-DUES-BY-ID.
           MOVE "N" TO WS-DUES-FOUND-SW
           MOVE "N" TO WS-ON-ROSTER-SW
           MOVE DT-PLAYER-ID TO DM-PLAYER-ID
           READ DUES-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DUES-FOUND TO TRUE
           END-READ
           IF NOT WS-DUES-FOUND
               MOVE SPACES TO DM-CLASS
               MOVE ZERO TO DM-ARREARS
               MOVE ZERO TO DM-AMOUNT-BILLED
               MOVE ZERO TO DM-AMOUNT-PAID
           END-IF.

      ******************************************************************
      *    2950-AUDIT-THE-CHANGE - ONE CHANGE-AUDIT JOURNAL RECORD
      *    PER APPLIED CARD, KEYED ON THE PLAYER AND THE DATE PAID.
      ******************************************************************
       2950-AUDIT-THE-CHANGE.
           MOVE SPACES TO WS-OP-KEY
           MOVE DT-PLAYER-ID TO WS-OP-KEY(1:6)
           IF DT-PAYMENT
               MOVE DT-PAID-DATE TO WS-OP-KEY(8:8)
           END-IF
           CALL "OPR-AUDIT".

       2900-REGISTER-TRANSACTION.
           MOVE WS-TRAN-COUNT TO WS-R-SEQ
           MOVE DT-ACTION TO WS-R-ACTION
           MOVE DT-PLAYER-ID TO WS-R-PLAYER-ID
           IF DT-PAYMENT
               MOVE DT-PAID-DATE TO WS-R-PAID-DATE
               IF DT-AMOUNT NUMERIC
                   MOVE DT-AMOUNT TO WS-R-AMOUNT
               ELSE
                   MOVE ZERO TO WS-R-AMOUNT
               END-IF
               MOVE SPACES TO WS-R-CLASS
           ELSE
               MOVE SPACES TO WS-R-PAID-DATE
               MOVE ZERO TO WS-R-AMOUNT
               MOVE DT-CLASS TO WS-R-CLASS
           END-IF
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE
           IF WS-DUES-FOUND
               MOVE WS-BEFORE-BALANCE TO WS-B-BEFORE
               MOVE WS-AFTER-BALANCE TO WS-B-AFTER
               MOVE WS-BEFORE-CLASS TO WS-B-CLASS
               MOVE WS-BEFORE-LINE TO POSTING-REGISTER-LINE
               WRITE POSTING-REGISTER-LINE
           END-IF.

       3000-WRITE-TOTALS.
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-TOTAL-POSTED TO WS-TL-POSTED
           MOVE WS-TOTALS-LINE TO POSTING-REGISTER-LINE
           WRITE POSTING-REGISTER-LINE.

       9999-TERMINATE.
           CLOSE DUES-TRANS-FILE
           CLOSE DUES-MASTER-FILE
           CLOSE PLAYER-MASTER-FILE
           CLOSE POSTING-REGISTER-FILE
           DISPLAY "DUESPOST: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
