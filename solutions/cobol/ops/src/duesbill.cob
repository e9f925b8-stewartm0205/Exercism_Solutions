       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESBILL.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DUESBILL IS THE YEARLY CLUB-DUES BILLING RUN.  IT WALKS
      *    THE PLAYER MASTER IN KEY ORDER AND BILLS EVERY ACTIVE
      *    MEMBER FOR THE DUES YEAR ON THE DUESCTL CARD (COLS 1-4,
      *    BILL DATE COLS 6-13, DEFAULT TODAY) AT THE RATE FOR THEIR
      *    MEMBERSHIP CLASS, TAKEN FROM THE PARAMETER FILE (JOB
      *    DUESBILL, PARAMETER RATE-FULL / RATE-JUNR / RATE-SENR /
      *    RATE-SOCL) AS OF THE BILL DATE.  A MEMBER WITH NO DUES
      *    RECORD YET IS OPENED AS A FULL MEMBER.  ANY BALANCE LEFT
      *    FROM THE PRIOR BILL CARRIES FORWARD AS ARREARS (AN
      *    OVERPAYMENT CARRIES FORWARD AS A PAYMENT ALREADY MADE).
      *    ONE DUES NOTICE IS PRINTED PER MEMBER BILLED AND EVERY
      *    MEMBER LANDS ON THE BILLING REGISTER.  A MEMBER ALREADY
      *    BILLED FOR THE YEAR IS LEFT ALONE, SO A RERUN IS SAFE; A
      *    CLASS WITH NO RATE ON FILE IS NOT BILLED AND RAISES
      *    RETURN CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUES-CONTROL-FILE ASSIGN TO "DUESCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT DUES-MASTER-FILE ASSIGN TO "DUESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-PLAYER-ID
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT DUES-NOTICE-FILE ASSIGN TO "DUESNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DN-FILE-STATUS.

           SELECT BILLING-REGISTER-FILE ASSIGN TO "DUESBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUES-CONTROL-FILE.
       01  DUES-CONTROL-RECORD.
           05  DC-DUES-YEAR             PIC 9(04).
           05  FILLER                   PIC X(01).
           05  DC-BILL-DATE             PIC 9(08).

       FD  PLAYER-MASTER-FILE.
       COPY PLYRMAST.

       FD  DUES-MASTER-FILE.
       COPY DUESMAST.

       FD  DUES-NOTICE-FILE.
       01  DUES-NOTICE-LINE             PIC X(80).

       FD  BILLING-REGISTER-FILE.
       01  BILLING-REGISTER-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-PL-JOB-NAME               PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME              PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE             PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE             PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW               PIC X EXTERNAL.
           88  WS-PL-FOUND              VALUE "Y".

       01  WS-DC-FILE-STATUS            PIC XX.
       01  WS-PM-FILE-STATUS            PIC XX.
       01  WS-DM-FILE-STATUS            PIC XX.
       01  WS-DN-FILE-STATUS            PIC XX.
       01  WS-BR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-DUES-FOUND-SW             PIC X VALUE "N".
           88  WS-DUES-FOUND            VALUE "Y".

       01  WS-DUES-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-BILL-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-PARM-AMOUNT               PIC 9(05)V99.
       01  WS-BALANCE                   PIC S9(06)V99.
       01  WS-TOTAL-DUE                 PIC 9(06)V99.

      *    THE FOUR CLASS RATES, LOOKED UP ONCE AT THE START OF THE
      *    RUN.  A CLASS WHOSE RATE IS NOT ON THE PARAMETER FILE
      *    KEEPS WS-RT-FOUND-SW "N" AND ITS MEMBERS ARE NOT BILLED.
       01  WS-RATE-COUNT                PIC 9(01) VALUE 4.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 4 TIMES INDEXED BY WS-RX.
               10  WS-RT-CLASS          PIC X(04).
               10  WS-RT-AMOUNT         PIC 9(05)V99.
               10  WS-RT-FOUND-SW       PIC X.
                   88  WS-RT-FOUND      VALUE "Y".
       01  WS-RATE-SUB                  PIC 9(01).
       01  WS-HIT-SUB                   PIC 9(01).

       01  WS-BILLED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-ALREADY-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-NO-RATE-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-INACTIVE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-OPENED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-BILLED              PIC 9(07)V99 VALUE ZERO.
       01  WS-DISPOSITION               PIC X(30).

       01  WS-REGISTER-HEADING.
           05  FILLER                   PIC X(28) VALUE
               "DUES BILLING REGISTER  YEAR ".
           05  WS-RH-YEAR               PIC 9(04).
           05  FILLER                   PIC X(13) VALUE
               "  BILL DATE  ".
           05  WS-RH-BILL-DATE          PIC 9(08).

       01  WS-REGISTER-LINE.
           05  WS-R-PLAYER-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-CLASS               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-TOTAL-DUE           PIC ZZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(30).

       01  WS-TOTALS-LINE.
           05  FILLER                   PIC X(07) VALUE "BILLED ".
           05  WS-TL-BILLED             PIC ZZZZ9.
           05  FILLER                   PIC X(09) VALUE "  AMOUNT ".
           05  WS-TL-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(11) VALUE "  NO RATE  ".
           05  WS-TL-NO-RATE            PIC ZZZZ9.
           05  FILLER                   PIC X(17) VALUE
               "  ALREADY BILLED ".
           05  WS-TL-ALREADY            PIC ZZZZ9.

       01  WS-NOTICE-TITLE.
           05  FILLER                   PIC X(33) VALUE
               "CLUB MEMBERSHIP DUES NOTICE  FOR ".
           05  WS-NT-YEAR               PIC 9(04).

       01  WS-NOTICE-MEMBER.
           05  FILLER                   PIC X(08) VALUE "MEMBER  ".
           05  WS-NM-PLAYER-ID          PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-NM-NAME               PIC X(30).

       01  WS-NOTICE-CLASS.
           05  FILLER                   PIC X(08) VALUE "CLASS   ".
           05  WS-NC-CLASS              PIC X(04).
           05  FILLER                   PIC X(14) VALUE
               "    BILLED ON ".
           05  WS-NC-BILL-DATE          PIC 9(08).

       01  WS-NOTICE-AMOUNT.
           05  WS-NA-CAPTION            PIC X(20).
           05  WS-NA-AMOUNT             PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BILL-ONE-PLAYER
               UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE DUES CONTROL CARD IS MANDATORY:
      *    BILLING THE WHOLE CLUB FOR THE WRONG YEAR IS WORSE THAN
      *    NOT BILLING AT ALL.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT DUES-CONTROL-FILE
           MOVE "DUESBILL" TO WS-FS-CALLER
           MOVE "DUESCTL" TO WS-FS-DDNAME
           MOVE WS-DC-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-DC-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DUES-CONTROL-FILE
               AT END
                   MOVE ZERO TO DC-DUES-YEAR
           END-READ
           CLOSE DUES-CONTROL-FILE
           IF DC-DUES-YEAR NOT NUMERIC OR DC-DUES-YEAR = ZERO
               DISPLAY "DUESBILL: NO DUES YEAR ON THE DUESCTL CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DC-DUES-YEAR TO WS-DUES-YEAR
           IF DC-BILL-DATE NUMERIC AND DC-BILL-DATE > ZERO
               MOVE DC-BILL-DATE TO WS-BILL-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BILL-DATE
           END-IF
           PERFORM 1050-LOAD-CLASS-RATES
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE "DUESBILL" TO WS-FS-CALLER
           MOVE "PLYRMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DUES-MASTER-FILE
           MOVE "DUESBILL" TO WS-FS-CALLER
           MOVE "DUESMAST" TO WS-FS-DDNAME
           MOVE WS-DM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-DM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUES-NOTICE-FILE
           OPEN OUTPUT BILLING-REGISTER-FILE
           MOVE WS-DUES-YEAR TO WS-RH-YEAR
           MOVE WS-BILL-DATE TO WS-RH-BILL-DATE
           MOVE WS-REGISTER-HEADING TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE
           PERFORM 1100-READ-NEXT-PLAYER.

      ******************************************************************
      *    1050-LOAD-CLASS-RATES - ONE PARAMETER LOOKUP PER CLASS,
      *    EFFECTIVE AS OF THE BILL DATE.
      ******************************************************************
       1050-LOAD-CLASS-RATES.
           MOVE "FULL" TO WS-RT-CLASS(1)
           MOVE "JUNR" TO WS-RT-CLASS(2)
           MOVE "SENR" TO WS-RT-CLASS(3)
           MOVE "SOCL" TO WS-RT-CLASS(4)
           MOVE "DUESBILL" TO WS-PL-JOB-NAME
           MOVE WS-BILL-DATE TO WS-PL-AS-OF-DATE
           PERFORM 1060-LOOKUP-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

       1060-LOOKUP-ONE-RATE.
           MOVE ZERO TO WS-RT-AMOUNT(WS-RATE-SUB)
           MOVE "N" TO WS-RT-FOUND-SW(WS-RATE-SUB)
           MOVE SPACES TO WS-PL-PARM-NAME
           STRING "RATE-" WS-RT-CLASS(WS-RATE-SUB)
               DELIMITED BY SIZE INTO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-AMOUNT =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-AMOUNT > 0
                   MOVE WS-PARM-AMOUNT TO WS-RT-AMOUNT(WS-RATE-SUB)
                   SET WS-RT-FOUND(WS-RATE-SUB) TO TRUE
               END-IF
           END-IF
           IF NOT WS-RT-FOUND(WS-RATE-SUB)
               DISPLAY "DUESBILL: NO DUES RATE ON FILE FOR CLASS "
                   WS-RT-CLASS(WS-RATE-SUB)
           END-IF.

       1100-READ-NEXT-PLAYER.
           READ PLAYER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-BILL-ONE-PLAYER - INACTIVE PLAYERS ARE NOT MEMBERS
      *    AND ARE PASSED OVER.  AN ACTIVE PLAYER IS BILLED UNLESS
      *    ALREADY BILLED FOR THE YEAR OR THEIR CLASS HAS NO RATE.
      ******************************************************************
       2000-BILL-ONE-PLAYER.
           IF NOT PLM-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
               PERFORM 2100-READ-DUES-RECORD
               PERFORM 2200-FIND-CLASS-RATE
               EVALUATE TRUE
                   WHEN DM-DUES-YEAR >= WS-DUES-YEAR
                       ADD 1 TO WS-ALREADY-COUNT
                       MOVE "ALREADY BILLED FOR THE YEAR"
                           TO WS-DISPOSITION
                       COMPUTE WS-BALANCE = DM-ARREARS
                           + DM-AMOUNT-BILLED - DM-AMOUNT-PAID
                       PERFORM 2900-REGISTER-PLAYER
                   WHEN WS-HIT-SUB = ZERO
                       ADD 1 TO WS-NO-RATE-COUNT
                       MOVE "NOT BILLED -- NO RATE FOR CLASS"
                           TO WS-DISPOSITION
                       MOVE ZERO TO WS-BALANCE
                       PERFORM 2900-REGISTER-PLAYER
                   WHEN OTHER
                       PERFORM 2300-APPLY-BILL
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-NEXT-PLAYER.

      ******************************************************************
      *    2100-READ-DUES-RECORD - KEYED READ OF THE MEMBER'S DUES
      *    RECORD.  A MEMBER NOT YET ON THE DUES MASTER STARTS AS A
      *    FULL MEMBER WITH NOTHING BILLED OR PAID.
      ******************************************************************
       2100-READ-DUES-RECORD.
           MOVE "N" TO WS-DUES-FOUND-SW
           MOVE PLM-PLAYER-ID TO DM-PLAYER-ID
           READ DUES-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DUES-FOUND TO TRUE
           END-READ
           IF NOT WS-DUES-FOUND
               MOVE PLM-PLAYER-ID TO DM-PLAYER-ID
               MOVE "FULL" TO DM-CLASS
               MOVE ZERO TO DM-DUES-YEAR
               MOVE ZERO TO DM-BILL-DATE
               MOVE ZERO TO DM-ARREARS
               MOVE ZERO TO DM-AMOUNT-BILLED
               MOVE ZERO TO DM-AMOUNT-PAID
               MOVE ZERO TO DM-LAST-PAID-DATE
               MOVE "N" TO DM-LAPSE-SW
           END-IF.

       2200-FIND-CLASS-RATE.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM 2210-CHECK-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-HIT-SUB > ZERO.

       2210-CHECK-ONE-RATE.
           IF WS-RT-CLASS(WS-RATE-SUB) = DM-CLASS
               AND WS-RT-FOUND(WS-RATE-SUB)
               MOVE WS-RATE-SUB TO WS-HIT-SUB
           END-IF.

      ******************************************************************
      *    2300-APPLY-BILL - ROLL THE OLD BALANCE INTO ARREARS (OR A
      *    CREDIT INTO THE PAID FIGURE), STAMP THE NEW YEAR'S BILL,
      *    WRITE OR REWRITE THE DUES RECORD, AND PRINT THE NOTICE.
      ******************************************************************
       2300-APPLY-BILL.
           COMPUTE WS-BALANCE = DM-ARREARS + DM-AMOUNT-BILLED
               - DM-AMOUNT-PAID
           IF WS-BALANCE < ZERO
               MOVE ZERO TO DM-ARREARS
               COMPUTE DM-AMOUNT-PAID = ZERO - WS-BALANCE
           ELSE
               MOVE WS-BALANCE TO DM-ARREARS
               MOVE ZERO TO DM-AMOUNT-PAID
           END-IF
           MOVE WS-DUES-YEAR TO DM-DUES-YEAR
           MOVE WS-BILL-DATE TO DM-BILL-DATE
           MOVE WS-RT-AMOUNT(WS-HIT-SUB) TO DM-AMOUNT-BILLED
           MOVE "N" TO DM-LAPSE-SW
           IF WS-DUES-FOUND
               REWRITE DUES-MASTER-RECORD
           ELSE
               WRITE DUES-MASTER-RECORD
           END-IF
           IF WS-DM-FILE-STATUS = "00"
               IF NOT WS-DUES-FOUND
                   ADD 1 TO WS-OPENED-COUNT
               END-IF
               ADD 1 TO WS-BILLED-COUNT
               ADD DM-AMOUNT-BILLED TO WS-TOTAL-BILLED
               COMPUTE WS-BALANCE = DM-ARREARS + DM-AMOUNT-BILLED
                   - DM-AMOUNT-PAID
               MOVE "BILLED" TO WS-DISPOSITION
               PERFORM 2400-PRINT-NOTICE
           ELSE
               MOVE "DUESBILL" TO WS-FS-CALLER
               MOVE "DUESMAST" TO WS-FS-DDNAME
               MOVE WS-DM-FILE-STATUS TO WS-FS-STATUS-CODE
               CALL "FSHANDLR"
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "NOT BILLED -- DUES MASTER I/O"
                   TO WS-DISPOSITION
           END-IF
           PERFORM 2900-REGISTER-PLAYER.

       2400-PRINT-NOTICE.
           MOVE WS-DUES-YEAR TO WS-NT-YEAR
           MOVE WS-NOTICE-TITLE TO DUES-NOTICE-LINE
           WRITE DUES-NOTICE-LINE
           MOVE PLM-PLAYER-ID TO WS-NM-PLAYER-ID
           MOVE PLM-NAME TO WS-NM-NAME
           MOVE WS-NOTICE-MEMBER TO DUES-NOTICE-LINE
           WRITE DUES-NOTICE-LINE
           MOVE DM-CLASS TO WS-NC-CLASS
           MOVE DM-BILL-DATE TO WS-NC-BILL-DATE
           MOVE WS-NOTICE-CLASS TO DUES-NOTICE-LINE
           WRITE DUES-NOTICE-LINE
           MOVE "ANNUAL DUES" TO WS-NA-CAPTION
           MOVE DM-AMOUNT-BILLED TO WS-NA-AMOUNT
           MOVE WS-NOTICE-AMOUNT TO DUES-NOTICE-LINE
           WRITE DUES-NOTICE-LINE
           IF DM-ARREARS > ZERO
               MOVE "ARREARS CARRIED" TO WS-NA-CAPTION
               MOVE DM-ARREARS TO WS-NA-AMOUNT
               MOVE WS-NOTICE-AMOUNT TO DUES-NOTICE-LINE
               WRITE DUES-NOTICE-LINE
           END-IF
           IF DM-AMOUNT-PAID > ZERO
               MOVE "LESS CREDIT HELD" TO WS-NA-CAPTION
               MOVE DM-AMOUNT-PAID TO WS-NA-AMOUNT
               MOVE WS-NOTICE-AMOUNT TO DUES-NOTICE-LINE
               WRITE DUES-NOTICE-LINE
           END-IF
           MOVE "TOTAL NOW DUE" TO WS-NA-CAPTION
           IF WS-BALANCE > ZERO
               MOVE WS-BALANCE TO WS-NA-AMOUNT
           ELSE
               MOVE ZERO TO WS-NA-AMOUNT
           END-IF
           MOVE WS-NOTICE-AMOUNT TO DUES-NOTICE-LINE
           WRITE DUES-NOTICE-LINE
           MOVE SPACES TO DUES-NOTICE-LINE
           WRITE DUES-NOTICE-LINE.

       2900-REGISTER-PLAYER.
           MOVE PLM-PLAYER-ID TO WS-R-PLAYER-ID
           MOVE DM-CLASS TO WS-R-CLASS
           IF WS-BALANCE > ZERO
               MOVE WS-BALANCE TO WS-TOTAL-DUE
           ELSE
               MOVE ZERO TO WS-TOTAL-DUE
           END-IF
           MOVE WS-TOTAL-DUE TO WS-R-TOTAL-DUE
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE.

      ******************************************************************
      *    3000-WRITE-TOTALS - A MEMBER LEFT UNBILLED FOR WANT OF A
      *    RATE RAISES RETURN CODE 8 SO THE TREASURER SEES IT BEFORE
      *    THE NOTICES GO OUT.
      ******************************************************************
       3000-WRITE-TOTALS.
           MOVE WS-BILLED-COUNT TO WS-TL-BILLED
           MOVE WS-TOTAL-BILLED TO WS-TL-AMOUNT
           MOVE WS-NO-RATE-COUNT TO WS-TL-NO-RATE
           MOVE WS-ALREADY-COUNT TO WS-TL-ALREADY
           MOVE WS-TOTALS-LINE TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE
           IF WS-NO-RATE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9999-TERMINATE.
           CLOSE PLAYER-MASTER-FILE
           CLOSE DUES-MASTER-FILE
           CLOSE DUES-NOTICE-FILE
           CLOSE BILLING-REGISTER-FILE
           DISPLAY "DUESBILL: " WS-BILLED-COUNT " BILLED FOR "
               WS-DUES-YEAR " (" WS-OPENED-COUNT " NEW), "
               WS-NO-RATE-COUNT " NOT BILLED, "
               WS-INACTIVE-COUNT " INACTIVE PASSED OVER".
