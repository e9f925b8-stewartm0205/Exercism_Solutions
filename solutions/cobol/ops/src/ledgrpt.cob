      *    CHANGE IS A CONTROL BREAK), AND PROVES AT THE FOOT THAT
      *    FEES COLLECTED MINUS VOUCHER PAYOUTS EQUALS THE NET FUND
      *    MOVEMENT ACCUMULATED ENTRY BY ENTRY.  AN ENTRY WITH A
      *    TYPE OTHER THAN FEE, PAY OR EQP IS COUNTED AND FLAGGED,
      *    BECAUSE AN UNCLASSIFIED MONEY LINE IS EXACTLY WHAT THE
      *    TREASURER NEEDS TO SEE FIRST.
      *
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  EQUIPMENT ENTRIES (TYPE EQP, THE DARTBOARD
      *                     REPLACEMENTS BOARDBAT POSTS) ARE A THIRD
      *                     COLUMN AND A THIRD TERM OF THE PROOF:
      *                     FEES MINUS PAYOUTS MINUS EQUIPMENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-BREAK-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-DATE-FEES                   PIC 9(07)V99 VALUE ZERO.
       01  WS-DATE-PAYOUTS                PIC 9(07)V99 VALUE ZERO.
       01  WS-DATE-EQUIPMENT              PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-FEES                  PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-PAYOUTS               PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-EQUIPMENT             PIC 9(07)V99 VALUE ZERO.
       01  WS-NET-MOVEMENT                PIC S9(08)V99 VALUE ZERO.
       01  WS-EXPECTED-MOVEMENT           PIC S9(08)V99 VALUE ZERO.
       01  WS-BAD-TYPE-COUNT              PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(50) VALUE
               "PRIZE-FUND BALANCE -- DATE        FEES     PAYOUTS".
           05  FILLER                      PIC X(12) VALUE
               "   EQUIPMENT".

       01  WS-DATE-LINE.
           05  WS-DL-POST-DATE             PIC 9(08).
           05  WS-DL-FEES                  PIC ZZZZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-DL-PAYOUTS               PIC ZZZZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-DL-EQUIPMENT             PIC ZZZZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(14) VALUE
               "  MOVEMENT  ".
           05  WS-TL-MOVEMENT              PIC -(7)9.99.

       01  WS-EQUIPMENT-TOTAL-LINE.
           05  FILLER                      PIC X(14) VALUE
               "TOTAL EQUIP   ".
           05  WS-TL-EQUIPMENT             PIC ZZZZZ9.99.

       01  WS-PROOF-LINE.
           05  WS-PF-VERDICT               PIC X(14).
           05  FILLER                      PIC X(22) VALUE
               "  FEES-PAYOUTS-EQUIP  ".
           05  WS-PF-EXPECTED              PIC -(7)9.99.

       PROCEDURE DIVISION.
                   ADD LG-AMOUNT TO WS-DATE-PAYOUTS
                   ADD LG-AMOUNT TO WS-TOTAL-PAYOUTS
                   SUBTRACT LG-AMOUNT FROM WS-NET-MOVEMENT
               WHEN LG-EQUIPMENT-ENTRY
                   ADD LG-AMOUNT TO WS-DATE-EQUIPMENT
                   ADD LG-AMOUNT TO WS-TOTAL-EQUIPMENT
                   SUBTRACT LG-AMOUNT FROM WS-NET-MOVEMENT
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPE-COUNT
           END-EVALUATE
               MOVE WS-BREAK-DATE TO WS-DL-POST-DATE
               MOVE WS-DATE-FEES TO WS-DL-FEES
               MOVE WS-DATE-PAYOUTS TO WS-DL-PAYOUTS
               MOVE WS-DATE-EQUIPMENT TO WS-DL-EQUIPMENT
               MOVE WS-DATE-LINE TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE
               MOVE ZERO TO WS-DATE-FEES
               MOVE ZERO TO WS-DATE-PAYOUTS
               MOVE ZERO TO WS-DATE-EQUIPMENT
           END-IF.

      ******************************************************************
      *    3000-WRITE-TOTALS - FLUSH THE LAST DATE, THEN PROVE THE
      *    BOOK: FEES MINUS PAYOUTS MINUS EQUIPMENT MUST EQUAL THE NET
      *    MOVEMENT
      *    ACCUMULATED ENTRY BY ENTRY.  A MISMATCH OR AN ENTRY WITH
      *    AN UNKNOWN TYPE RAISES RETURN CODE 8 SO THE TREASURER'S
      *    RUN SHEET SHOWS THE NIGHT DID NOT PROVE.
       3000-WRITE-TOTALS.
           PERFORM 2100-PRINT-DATE-SUBTOTAL
           COMPUTE WS-EXPECTED-MOVEMENT =
               WS-TOTAL-FEES - WS-TOTAL-PAYOUTS - WS-TOTAL-EQUIPMENT
           MOVE WS-TOTAL-FEES TO WS-TL-FEES
           MOVE WS-TOTAL-PAYOUTS TO WS-TL-PAYOUTS
           MOVE WS-NET-MOVEMENT TO WS-TL-MOVEMENT
           MOVE WS-TOTAL-LINE TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           MOVE WS-TOTAL-EQUIPMENT TO WS-TL-EQUIPMENT
           MOVE WS-EQUIPMENT-TOTAL-LINE TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           IF WS-EXPECTED-MOVEMENT = WS-NET-MOVEMENT
               AND WS-BAD-TYPE-COUNT = ZERO
               MOVE "BALANCED" TO WS-PF-VERDICT
