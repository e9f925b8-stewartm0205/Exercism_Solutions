       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDMNT.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    BOARDMNT IS THE DARTBOARD-REGISTER MAINTENANCE RUN, IN THE
      *    PARMMNT MOLD.  TRANSACTIONS ADD A BOARD (ACTION A: BOARD
      *    NUMBER, PURCHASE DATE, COST), RECORD A ROTATION (ACTION R:
      *    BOARD, DATE ROTATED -- THE ROTATION WEAR COUNT STARTS
      *    AGAIN), RECORD A REPLACEMENT (ACTION N: BOARD, DATE PUT UP,
      *    COST OF THE NEW BOARD -- BOTH WEAR COUNTS START AGAIN AND
      *    THE NEXT REPLACEMENT MAY POST), OR RETIRE A BOARD NUMBER
      *    NO LONGER HUNG (ACTION D).  EVERY TRANSACTION LANDS ON THE
      *    CHANGE REGISTER WITH ITS DISPOSITION; EVERY APPLIED CHANGE
      *    IS STAMPED WITH THE VALIDATED OPERATOR ON THE SHARED
      *    CHANGE-AUDIT JOURNAL.  THE UPDATED REGISTER IS WRITTEN TO
      *    BRDREGO FOR COPYING OVER THE LIVE FILE ONCE THE CHANGE
      *    REGISTER IS SIGNED OFF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARD-TRANS-FILE ASSIGN TO "BRDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BT-FILE-STATUS.

           SELECT BOARD-REGISTER-FILE ASSIGN TO "BRDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

           SELECT BOARD-REGISTER-OUT ASSIGN TO "BRDREGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-FILE-STATUS.

           SELECT CHANGE-REGISTER-FILE ASSIGN TO "BRDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOARD-TRANS-FILE.
       01  BOARD-TRANS-RECORD.
           05  BT-ACTION                PIC X(01).
               88  BT-ADD               VALUE "A".
               88  BT-ROTATE            VALUE "R".
               88  BT-REPLACE           VALUE "N".
               88  BT-RETIRE            VALUE "D".
           05  BT-BOARD-NO              PIC 9(02).
           05  BT-DATE                  PIC 9(08).
           05  BT-COST                  PIC 9(05)V99.

       FD  BOARD-REGISTER-FILE.
       COPY BOARDREG.

       FD  BOARD-REGISTER-OUT.
       01  BOARD-REGISTER-OUT-RECORD    PIC X(49).

       FD  CHANGE-REGISTER-FILE.
       01  CHANGE-REGISTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BT-FILE-STATUS            PIC XX.
       01  WS-BD-FILE-STATUS            PIC XX.
       01  WS-BO-FILE-STATUS            PIC XX.
       01  WS-RG-FILE-STATUS            PIC XX.
       01  WS-OP-PROGRAM                PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID            PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW             PIC X EXTERNAL.
           88  WS-OP-AUTH-OK            VALUE "Y".
       01  WS-OP-KEY                    PIC X(20) EXTERNAL.
       01  WS-OP-ACTION                 PIC X(10) EXTERNAL.

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

      *    THE REGISTER IN MEMORY.  RETIRED BOARDS BLANK IN PLACE
      *    AND SKIP THE REWRITE.
       01  WS-BRD-MAX                   PIC 9(03) VALUE 99.
       01  WS-BRD-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-BRD-TABLE.
           05  WS-BRD-ENTRY OCCURS 99 TIMES.
               10  WS-B-BOARD-NO        PIC 9(02).
               10  WS-B-PURCHASE-DATE   PIC 9(08).
               10  WS-B-COST            PIC 9(05)V99.
               10  WS-B-LAST-ROTATE     PIC 9(08).
               10  WS-B-ROTATE-THROWS   PIC 9(07).
               10  WS-B-LIFE-THROWS     PIC 9(08).
               10  WS-B-LAST-NIGHT      PIC 9(08).
               10  WS-B-POSTED-SW       PIC X.
               10  WS-B-GONE-SW         PIC X.
                   88  WS-B-GONE        VALUE "Y".
       01  WS-BRD-SUB                   PIC 9(03).
       01  WS-HIT-SUB                   PIC 9(03).
       01  WS-TRAN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(32).

       01  WS-REGISTER-HEADING          PIC X(40) VALUE
           "DARTBOARD REGISTER CHANGE REGISTER".

       01  WS-REGISTER-LINE.
           05  WS-R-SEQ                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-ACTION              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  FILLER                   PIC X(06) VALUE "BOARD ".
           05  WS-R-BOARD-NO            PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DATE                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-COST                PIC ZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(32).

       01  WS-WEAR-LINE.
           05  FILLER                   PIC X(26) VALUE
               "  WEAR AT CHANGE: ROTATION".
           05  WS-W-ROTATE-THROWS       PIC Z(06)9.
           05  FILLER                   PIC X(07) VALUE "  LIFE ".
           05  WS-W-LIFE-THROWS         PIC Z(07)9.
           05  FILLER                   PIC X(07) VALUE " THROWS".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "BOARDMNT" TO WS-OP-PROGRAM
           CALL "OPRAUTH"
           IF NOT WS-OP-AUTH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-TRANSACTION
               UNTIL WS-EOF
           PERFORM 3000-REWRITE-REGISTER
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BOARD-REGISTER-FILE
           IF WS-BD-FILE-STATUS = "00"
               PERFORM 1100-READ-BOARD
               PERFORM 1200-STORE-BOARD
                   UNTIL WS-BD-FILE-STATUS NOT = "00"
               CLOSE BOARD-REGISTER-FILE
           END-IF
           OPEN OUTPUT CHANGE-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO CHANGE-REGISTER-LINE
           WRITE CHANGE-REGISTER-LINE
           OPEN INPUT BOARD-TRANS-FILE
           IF WS-BT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-TRANSACTION
           END-IF.

       1100-READ-BOARD.
           READ BOARD-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-BD-FILE-STATUS
           END-READ.

       1200-STORE-BOARD.
           IF WS-BRD-COUNT < WS-BRD-MAX
               ADD 1 TO WS-BRD-COUNT
               MOVE BD-BOARD-NO TO WS-B-BOARD-NO(WS-BRD-COUNT)
               MOVE BD-PURCHASE-DATE
                   TO WS-B-PURCHASE-DATE(WS-BRD-COUNT)
               MOVE BD-COST TO WS-B-COST(WS-BRD-COUNT)
               MOVE BD-LAST-ROTATE-DATE
                   TO WS-B-LAST-ROTATE(WS-BRD-COUNT)
               MOVE BD-ROTATE-THROWS
                   TO WS-B-ROTATE-THROWS(WS-BRD-COUNT)
               MOVE BD-LIFE-THROWS TO WS-B-LIFE-THROWS(WS-BRD-COUNT)
               MOVE BD-LAST-NIGHT TO WS-B-LAST-NIGHT(WS-BRD-COUNT)
               MOVE BD-REPLACE-POSTED-SW
                   TO WS-B-POSTED-SW(WS-BRD-COUNT)
               MOVE "N" TO WS-B-GONE-SW(WS-BRD-COUNT)
           END-IF
           PERFORM 1100-READ-BOARD.

       1300-READ-TRANSACTION.
           READ BOARD-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-APPLY-ONE-TRANSACTION - VALIDATE, APPLY, REGISTER.
      ******************************************************************
       2000-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE ZERO TO WS-HIT-SUB
           EVALUATE TRUE
               WHEN BT-BOARD-NO NOT NUMERIC OR BT-BOARD-NO = ZERO
                   MOVE "REJECTED -- BAD BOARD NUMBER"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT BT-RETIRE
                   AND (BT-DATE NOT NUMERIC OR BT-DATE = ZERO)
                   MOVE "REJECTED -- BAD DATE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (BT-ADD OR BT-REPLACE)
                   AND (BT-COST NOT NUMERIC OR BT-COST = ZERO)
                   MOVE "REJECTED -- BAD COST"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN BT-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN BT-ROTATE
                   PERFORM 2200-APPLY-ROTATE
               WHEN BT-REPLACE
                   PERFORM 2300-APPLY-REPLACE
               WHEN BT-RETIRE
                   PERFORM 2400-APPLY-RETIRE
               WHEN OTHER
                   MOVE "REJECTED -- UNKNOWN ACTION"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 2900-REGISTER-TRANSACTION
           PERFORM 1300-READ-TRANSACTION.

       2100-APPLY-ADD.
           PERFORM 2500-FIND-BOARD
           IF WS-HIT-SUB > ZERO
               MOVE "REJECTED -- ALREADY ON REGISTER"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
               MOVE ZERO TO WS-HIT-SUB
           ELSE
               IF WS-BRD-COUNT < WS-BRD-MAX
                   ADD 1 TO WS-BRD-COUNT
                   MOVE BT-BOARD-NO TO WS-B-BOARD-NO(WS-BRD-COUNT)
                   MOVE "N" TO WS-B-GONE-SW(WS-BRD-COUNT)
                   MOVE WS-BRD-COUNT TO WS-HIT-SUB
                   PERFORM 2600-PUT-UP-NEW-BOARD
                   MOVE ZERO TO WS-HIT-SUB
                   MOVE "BOARD ADDED" TO WS-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "ADD" TO WS-OP-ACTION
                   PERFORM 2950-AUDIT-THE-CHANGE
               ELSE
                   MOVE "REJECTED -- REGISTER TABLE FULL"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       2200-APPLY-ROTATE.
           PERFORM 2500-FIND-BOARD
           IF WS-HIT-SUB = ZERO
               MOVE "REJECTED -- NO SUCH BOARD"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 2800-REGISTER-WEAR
               MOVE BT-DATE TO WS-B-LAST-ROTATE(WS-HIT-SUB)
               MOVE ZERO TO WS-B-ROTATE-THROWS(WS-HIT-SUB)
               MOVE "ROTATION RECORDED" TO WS-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "ROTATE" TO WS-OP-ACTION
               PERFORM 2950-AUDIT-THE-CHANGE
           END-IF.

       2300-APPLY-REPLACE.
           PERFORM 2500-FIND-BOARD
           IF WS-HIT-SUB = ZERO
               MOVE "REJECTED -- NO SUCH BOARD"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 2800-REGISTER-WEAR
               PERFORM 2600-PUT-UP-NEW-BOARD
               MOVE "REPLACEMENT RECORDED" TO WS-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "REPLACE" TO WS-OP-ACTION
               PERFORM 2950-AUDIT-THE-CHANGE
           END-IF.

       2400-APPLY-RETIRE.
           PERFORM 2500-FIND-BOARD
           IF WS-HIT-SUB = ZERO
               MOVE "REJECTED -- NO SUCH BOARD"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 2800-REGISTER-WEAR
               MOVE "Y" TO WS-B-GONE-SW(WS-HIT-SUB)
               MOVE "BOARD RETIRED" TO WS-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "RETIRE" TO WS-OP-ACTION
               PERFORM 2950-AUDIT-THE-CHANGE
           END-IF.

       2500-FIND-BOARD.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM 2510-CHECK-ONE-BOARD
               VARYING WS-BRD-SUB FROM 1 BY 1
               UNTIL WS-BRD-SUB > WS-BRD-COUNT
                   OR WS-HIT-SUB > ZERO.

       2510-CHECK-ONE-BOARD.
           IF NOT WS-B-GONE(WS-BRD-SUB)
               AND WS-B-BOARD-NO(WS-BRD-SUB) = BT-BOARD-NO
               MOVE WS-BRD-SUB TO WS-HIT-SUB
           END-IF.

      ******************************************************************
      *    2600-PUT-UP-NEW-BOARD - A NEW BOARD STARTS WITH NO WEAR,
      *    COUNTS AS ROTATED THE DAY IT GOES UP, AND HAS NOT HAD ITS
      *    OWN REPLACEMENT POSTED.
      ******************************************************************
       2600-PUT-UP-NEW-BOARD.
           MOVE BT-DATE TO WS-B-PURCHASE-DATE(WS-HIT-SUB)
           MOVE BT-COST TO WS-B-COST(WS-HIT-SUB)
           MOVE BT-DATE TO WS-B-LAST-ROTATE(WS-HIT-SUB)
           MOVE ZERO TO WS-B-ROTATE-THROWS(WS-HIT-SUB)
           MOVE ZERO TO WS-B-LIFE-THROWS(WS-HIT-SUB)
           MOVE ZERO TO WS-B-LAST-NIGHT(WS-HIT-SUB)
           MOVE "N" TO WS-B-POSTED-SW(WS-HIT-SUB).

      ******************************************************************
      *    2800-REGISTER-WEAR - THE WEAR COUNTS A CHANGE IS ABOUT TO
      *    CLEAR GO ON THE REGISTER UNDER THE TRANSACTION LINE.
      ******************************************************************
       2800-REGISTER-WEAR.
           MOVE WS-B-ROTATE-THROWS(WS-HIT-SUB) TO WS-W-ROTATE-THROWS
           MOVE WS-B-LIFE-THROWS(WS-HIT-SUB) TO WS-W-LIFE-THROWS.

      ******************************************************************
      *    2950-AUDIT-THE-CHANGE - ONE CHANGE-AUDIT JOURNAL RECORD
      *    PER APPLIED TRANSACTION, THROUGH THE SHARED OPRAUTH
      *    SERVICE, KEYED ON THE BOARD NUMBER AND DATE.
      ******************************************************************
       2950-AUDIT-THE-CHANGE.
           MOVE SPACES TO WS-OP-KEY
           MOVE "BOARD " TO WS-OP-KEY(1:6)
           MOVE BT-BOARD-NO TO WS-OP-KEY(7:2)
           MOVE BT-DATE TO WS-OP-KEY(10:8)
           CALL "OPR-AUDIT".

       2900-REGISTER-TRANSACTION.
           MOVE WS-TRAN-COUNT TO WS-R-SEQ
           MOVE BT-ACTION TO WS-R-ACTION
           MOVE BT-BOARD-NO TO WS-R-BOARD-NO
           MOVE BT-DATE TO WS-R-DATE
           IF BT-COST NUMERIC
               MOVE BT-COST TO WS-R-COST
           ELSE
               MOVE ZERO TO WS-R-COST
           END-IF
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO CHANGE-REGISTER-LINE
           WRITE CHANGE-REGISTER-LINE
           IF WS-HIT-SUB > ZERO
               AND (BT-ROTATE OR BT-REPLACE OR BT-RETIRE)
               MOVE WS-WEAR-LINE TO CHANGE-REGISTER-LINE
               WRITE CHANGE-REGISTER-LINE
           END-IF.

       3000-REWRITE-REGISTER.
           OPEN OUTPUT BOARD-REGISTER-OUT
           PERFORM 3100-WRITE-ONE-BOARD
               VARYING WS-BRD-SUB FROM 1 BY 1
               UNTIL WS-BRD-SUB > WS-BRD-COUNT
           CLOSE BOARD-REGISTER-OUT.

       3100-WRITE-ONE-BOARD.
           IF NOT WS-B-GONE(WS-BRD-SUB)
               MOVE WS-B-BOARD-NO(WS-BRD-SUB) TO BD-BOARD-NO
               MOVE WS-B-PURCHASE-DATE(WS-BRD-SUB) TO BD-PURCHASE-DATE
               MOVE WS-B-COST(WS-BRD-SUB) TO BD-COST
               MOVE WS-B-LAST-ROTATE(WS-BRD-SUB)
                   TO BD-LAST-ROTATE-DATE
               MOVE WS-B-ROTATE-THROWS(WS-BRD-SUB) TO BD-ROTATE-THROWS
               MOVE WS-B-LIFE-THROWS(WS-BRD-SUB) TO BD-LIFE-THROWS
               MOVE WS-B-LAST-NIGHT(WS-BRD-SUB) TO BD-LAST-NIGHT
               MOVE WS-B-POSTED-SW(WS-BRD-SUB) TO BD-REPLACE-POSTED-SW
               MOVE BOARD-REGISTER-RECORD TO BOARD-REGISTER-OUT-RECORD
               WRITE BOARD-REGISTER-OUT-RECORD
           END-IF.

       9999-TERMINATE.
           CLOSE BOARD-TRANS-FILE
           CLOSE CHANGE-REGISTER-FILE
           DISPLAY "BOARDMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
