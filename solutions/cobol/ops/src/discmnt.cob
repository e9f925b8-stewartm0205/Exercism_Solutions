       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCMNT.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DISCMNT IS THE DISCIPLINARY-REGISTER MAINTENANCE RUN, IN
      *    THE PARMMNT MOLD.  TRANSACTIONS ADD A SUSPENSION (ACTION
      *    A: PLAYER, START DATE, END DATE, REASON CODE, NOTE), AMEND
      *    THE END DATE OF ONE ALREADY ON FILE (ACTION E -- HOW A BAN
      *    IS EXTENDED OR LIFTED EARLY), OR DELETE ONE ENTERED IN
      *    ERROR (ACTION D).  A SUSPENSION IS IDENTIFIED BY PLAYER
      *    AND START DATE.  EVERY TRANSACTION IS VALIDATED (PLAYER ON
      *    THE ROSTER, DATES NUMERIC AND IN ORDER, REASON CODE KNOWN)
      *    AND LANDS ON THE CHANGE REGISTER WITH ITS BEFORE END DATE
      *    WHERE ONE EXISTED; EVERY APPLIED CHANGE IS STAMPED WITH
      *    THE VALIDATED OPERATOR ON THE SHARED CHANGE-AUDIT JOURNAL.
      *    THE UPDATED REGISTER IS WRITTEN TO DISCREGO FOR COPYING
      *    OVER THE LIVE FILE ONCE THE REGISTER IS SIGNED OFF.  A
      *    SUSPENSION THAT ENDED MORE THAN 1095 DAYS BEFORE THE RUN
      *    IS LEFT OFF DISCREGO.  THE WHOLE REGISTER IS HELD IN A
      *    500-ENTRY TABLE; A REGISTER TOO BIG FOR IT WOULD BE WRITTEN
      *    BACK SHORT, SO THE RUN IS REFUSED WITH 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISC-TRANS-FILE ASSIGN TO "DISCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-FILE-STATUS.

           SELECT SUSPENSION-FILE ASSIGN TO "DISCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SUSPENSION-FILE-OUT ASSIGN TO "DISCREGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT CHANGE-REGISTER-FILE ASSIGN TO "DISCLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISC-TRANS-FILE.
       01  DISC-TRANS-RECORD.
           05  DT-ACTION                PIC X(01).
               88  DT-ADD               VALUE "A".
               88  DT-AMEND-END         VALUE "E".
               88  DT-DELETE            VALUE "D".
           05  DT-PLAYER-ID             PIC X(06).
           05  DT-START-DATE            PIC 9(08).
           05  DT-END-DATE              PIC 9(08).
           05  DT-REASON-CODE           PIC X(04).
               88  DT-VALID-REASON      VALUE "COND" "NOSH" "OTHR".
           05  DT-NOTE                  PIC X(30).

       FD  SUSPENSION-FILE.
       COPY DISCREG.

       FD  SUSPENSION-FILE-OUT.
       01  SUSPENSION-OUT-RECORD        PIC X(56).

       FD  PLAYER-MASTER-FILE.
       COPY PLYRMAST.

       FD  CHANGE-REGISTER-FILE.
       01  CHANGE-REGISTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DT-FILE-STATUS            PIC XX.
       01  WS-SR-FILE-STATUS            PIC XX.
       01  WS-SO-FILE-STATUS            PIC XX.
       01  WS-PM-FILE-STATUS            PIC XX.
       01  WS-RG-FILE-STATUS            PIC XX.
       01  WS-OP-PROGRAM                PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID            PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW             PIC X EXTERNAL.
           88  WS-OP-AUTH-OK            VALUE "Y".
       01  WS-OP-KEY                    PIC X(20) EXTERNAL.
       01  WS-OP-ACTION                 PIC X(10) EXTERNAL.

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-ROSTER-OPEN-SW            PIC X VALUE "N".
           88  WS-ROSTER-OPEN           VALUE "Y".
       01  WS-ON-ROSTER-SW              PIC X VALUE "N".
           88  WS-ON-ROSTER             VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-KEEP-ENDED-DAYS           PIC 9(04) VALUE 1095.
       01  WS-PURGE-BEFORE-DATE         PIC 9(08).
       01  WS-PURGED-COUNT              PIC 9(05) VALUE ZERO.

      *    THE REGISTER IN MEMORY.  DELETED ENTRIES BLANK IN PLACE
      *    AND SKIP THE REWRITE.
       01  WS-SUS-MAX                   PIC 9(03) VALUE 500.
       01  WS-SUS-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 500 TIMES.
               10  WS-S-PLAYER-ID       PIC X(06).
               10  WS-S-START-DATE      PIC 9(08).
               10  WS-S-END-DATE        PIC 9(08).
               10  WS-S-REASON-CODE     PIC X(04).
               10  WS-S-NOTE            PIC X(30).
               10  WS-S-GONE-SW         PIC X.
                   88  WS-S-GONE        VALUE "Y".
       01  WS-SUS-SUB                   PIC 9(03).
       01  WS-HIT-SUB                   PIC 9(03).
       01  WS-BEFORE-END-DATE           PIC 9(08).
       01  WS-TRAN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(32).

       01  WS-REGISTER-HEADING          PIC X(40) VALUE
           "DISCIPLINARY REGISTER CHANGE REGISTER".

       01  WS-REGISTER-LINE.
           05  WS-R-SEQ                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-ACTION              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-PLAYER-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-START-DATE          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-END-DATE            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-REASON-CODE         PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(32).

       01  WS-BEFORE-LINE.
           05  FILLER                   PIC X(20) VALUE
               "  END DATE WAS      ".
           05  WS-B-BEFORE-END-DATE     PIC 9(08).
           05  FILLER                   PIC X(06) VALUE "  NOW ".
           05  WS-B-NEW-END-DATE        PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "DISCMNT" TO WS-OP-PROGRAM
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-PURGE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-KEEP-ENDED-DAYS)
           OPEN INPUT SUSPENSION-FILE
           IF WS-SR-FILE-STATUS = "00"
               PERFORM 1100-READ-SUSPENSION
               PERFORM 1200-STORE-SUSPENSION
                   UNTIL WS-SR-FILE-STATUS NOT = "00"
               CLOSE SUSPENSION-FILE
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
               SET WS-ROSTER-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CHANGE-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO CHANGE-REGISTER-LINE
           WRITE CHANGE-REGISTER-LINE
           OPEN INPUT DISC-TRANS-FILE
           IF WS-DT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-TRANSACTION
           END-IF.

       1100-READ-SUSPENSION.
           READ SUSPENSION-FILE
               AT END
                   MOVE "10" TO WS-SR-FILE-STATUS
           END-READ.

       1200-STORE-SUSPENSION.
           IF WS-SUS-COUNT < WS-SUS-MAX
               ADD 1 TO WS-SUS-COUNT
               MOVE SR-PLAYER-ID TO WS-S-PLAYER-ID(WS-SUS-COUNT)
               MOVE SR-START-DATE TO WS-S-START-DATE(WS-SUS-COUNT)
               MOVE SR-END-DATE TO WS-S-END-DATE(WS-SUS-COUNT)
               MOVE SR-REASON-CODE TO WS-S-REASON-CODE(WS-SUS-COUNT)
               MOVE SR-NOTE TO WS-S-NOTE(WS-SUS-COUNT)
               MOVE "N" TO WS-S-GONE-SW(WS-SUS-COUNT)
           ELSE
               DISPLAY "DISCMNT REFUSED -- REGISTER PAST "
                   WS-SUS-MAX " SUSPENSIONS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-SUSPENSION.

       1300-READ-TRANSACTION.
           READ DISC-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-APPLY-ONE-TRANSACTION - VALIDATE, APPLY, REGISTER.
      ******************************************************************
       2000-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE ZERO TO WS-BEFORE-END-DATE
           PERFORM 2400-CHECK-ROSTER
           EVALUATE TRUE
               WHEN DT-PLAYER-ID = SPACES
                   MOVE "REJECTED -- PLAYER MISSING"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-ADD AND NOT WS-ON-ROSTER
                   MOVE "REJECTED -- PLAYER NOT ON ROSTER"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-START-DATE NOT NUMERIC
                   OR DT-START-DATE = ZERO
                   MOVE "REJECTED -- BAD START DATE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN (DT-ADD OR DT-AMEND-END)
                   AND (DT-END-DATE NOT NUMERIC
                        OR DT-END-DATE < DT-START-DATE)
                   MOVE "REJECTED -- BAD END DATE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-ADD AND NOT DT-VALID-REASON
                   MOVE "REJECTED -- UNKNOWN REASON CODE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN DT-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN DT-AMEND-END
                   PERFORM 2200-APPLY-AMEND
               WHEN DT-DELETE
                   PERFORM 2300-APPLY-DELETE
               WHEN OTHER
                   MOVE "REJECTED -- UNKNOWN ACTION"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 2900-REGISTER-TRANSACTION
           PERFORM 1300-READ-TRANSACTION.

       2100-APPLY-ADD.
           PERFORM 2500-FIND-EXACT-ENTRY
           IF WS-HIT-SUB > ZERO
               MOVE "REJECTED -- ALREADY ON REGISTER"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF WS-SUS-COUNT < WS-SUS-MAX
                   ADD 1 TO WS-SUS-COUNT
                   MOVE DT-PLAYER-ID
                       TO WS-S-PLAYER-ID(WS-SUS-COUNT)
                   MOVE DT-START-DATE
                       TO WS-S-START-DATE(WS-SUS-COUNT)
                   MOVE DT-END-DATE
                       TO WS-S-END-DATE(WS-SUS-COUNT)
                   MOVE DT-REASON-CODE
                       TO WS-S-REASON-CODE(WS-SUS-COUNT)
                   MOVE DT-NOTE TO WS-S-NOTE(WS-SUS-COUNT)
                   MOVE "N" TO WS-S-GONE-SW(WS-SUS-COUNT)
                   MOVE "SUSPENSION ADDED" TO WS-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "SUSPEND" TO WS-OP-ACTION
                   PERFORM 2950-AUDIT-THE-CHANGE
               ELSE
                   MOVE "REJECTED -- REGISTER TABLE FULL"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       2200-APPLY-AMEND.
           PERFORM 2500-FIND-EXACT-ENTRY
           IF WS-HIT-SUB = ZERO
               MOVE "REJECTED -- NO SUCH SUSPENSION"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-S-END-DATE(WS-HIT-SUB) TO WS-BEFORE-END-DATE
               MOVE DT-END-DATE TO WS-S-END-DATE(WS-HIT-SUB)
               IF DT-NOTE NOT = SPACES
                   MOVE DT-NOTE TO WS-S-NOTE(WS-HIT-SUB)
               END-IF
               MOVE "END DATE AMENDED" TO WS-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "AMEND-END" TO WS-OP-ACTION
               PERFORM 2950-AUDIT-THE-CHANGE
           END-IF.

       2300-APPLY-DELETE.
           PERFORM 2500-FIND-EXACT-ENTRY
           IF WS-HIT-SUB = ZERO
               MOVE "REJECTED -- NO SUCH SUSPENSION"
                   TO WS-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-S-END-DATE(WS-HIT-SUB) TO WS-BEFORE-END-DATE
               MOVE "Y" TO WS-S-GONE-SW(WS-HIT-SUB)
               MOVE "SUSPENSION DELETED" TO WS-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "DELETE" TO WS-OP-ACTION
               PERFORM 2950-AUDIT-THE-CHANGE
           END-IF.

      ******************************************************************
      *    2400-CHECK-ROSTER - KEYED READ OF THE PLAYER MASTER SO A
      *    SUSPENSION CAN ONLY BE RAISED AGAINST A REAL PLAYER.  AN
      *    INACTIVE PLAYER CAN STILL BE SUSPENDED (THE BAN OUTLIVES
      *    A LAPSED MEMBERSHIP).
      ******************************************************************
       2400-CHECK-ROSTER.
           MOVE "N" TO WS-ON-ROSTER-SW
           IF WS-ROSTER-OPEN
               MOVE DT-PLAYER-ID TO PLM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-ROSTER TO TRUE
               END-READ
           END-IF.

       2500-FIND-EXACT-ENTRY.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM 2510-CHECK-ONE-ENTRY
               VARYING WS-SUS-SUB FROM 1 BY 1
               UNTIL WS-SUS-SUB > WS-SUS-COUNT
                   OR WS-HIT-SUB > ZERO.

       2510-CHECK-ONE-ENTRY.
           IF NOT WS-S-GONE(WS-SUS-SUB)
               AND WS-S-PLAYER-ID(WS-SUS-SUB) = DT-PLAYER-ID
               AND WS-S-START-DATE(WS-SUS-SUB) = DT-START-DATE
               MOVE WS-SUS-SUB TO WS-HIT-SUB
           END-IF.

      ******************************************************************
      *    2950-AUDIT-THE-CHANGE - ONE CHANGE-AUDIT JOURNAL RECORD
      *    PER APPLIED TRANSACTION, THROUGH THE SHARED OPRAUTH
      *    SERVICE, KEYED ON THE PLAYER AND SUSPENSION START DATE.
      ******************************************************************
       2950-AUDIT-THE-CHANGE.
           MOVE SPACES TO WS-OP-KEY
           MOVE DT-PLAYER-ID TO WS-OP-KEY(1:6)
           MOVE DT-START-DATE TO WS-OP-KEY(8:8)
           CALL "OPR-AUDIT".

       2900-REGISTER-TRANSACTION.
           MOVE WS-TRAN-COUNT TO WS-R-SEQ
           MOVE DT-ACTION TO WS-R-ACTION
           MOVE DT-PLAYER-ID TO WS-R-PLAYER-ID
           MOVE DT-START-DATE TO WS-R-START-DATE
           MOVE DT-END-DATE TO WS-R-END-DATE
           MOVE DT-REASON-CODE TO WS-R-REASON-CODE
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO CHANGE-REGISTER-LINE
           WRITE CHANGE-REGISTER-LINE
           IF WS-BEFORE-END-DATE NOT = ZERO
               MOVE WS-BEFORE-END-DATE TO WS-B-BEFORE-END-DATE
               IF DT-DELETE
                   MOVE ZERO TO WS-B-NEW-END-DATE
               ELSE
                   MOVE DT-END-DATE TO WS-B-NEW-END-DATE
               END-IF
               MOVE WS-BEFORE-LINE TO CHANGE-REGISTER-LINE
               WRITE CHANGE-REGISTER-LINE
           END-IF.

      ******************************************************************
      *    3000-REWRITE-REGISTER - EVERY SUSPENSION STILL ON THE
      *    REGISTER, LESS ANY THAT ENDED BEFORE THE PURGE DATE.
      ******************************************************************
       3000-REWRITE-REGISTER.
           OPEN OUTPUT SUSPENSION-FILE-OUT
           PERFORM 3100-WRITE-ONE-SUSPENSION
               VARYING WS-SUS-SUB FROM 1 BY 1
               UNTIL WS-SUS-SUB > WS-SUS-COUNT
           CLOSE SUSPENSION-FILE-OUT.

       3100-WRITE-ONE-SUSPENSION.
           IF NOT WS-S-GONE(WS-SUS-SUB)
               AND WS-S-END-DATE(WS-SUS-SUB) < WS-PURGE-BEFORE-DATE
               ADD 1 TO WS-PURGED-COUNT
               MOVE "Y" TO WS-S-GONE-SW(WS-SUS-SUB)
           END-IF
           IF NOT WS-S-GONE(WS-SUS-SUB)
               MOVE WS-S-PLAYER-ID(WS-SUS-SUB) TO SR-PLAYER-ID
               MOVE WS-S-START-DATE(WS-SUS-SUB) TO SR-START-DATE
               MOVE WS-S-END-DATE(WS-SUS-SUB) TO SR-END-DATE
               MOVE WS-S-REASON-CODE(WS-SUS-SUB) TO SR-REASON-CODE
               MOVE WS-S-NOTE(WS-SUS-SUB) TO SR-NOTE
               MOVE SUSPENSION-RECORD TO SUSPENSION-OUT-RECORD
               WRITE SUSPENSION-OUT-RECORD
           END-IF.

       9999-TERMINATE.
           CLOSE DISC-TRANS-FILE
           CLOSE CHANGE-REGISTER-FILE
           IF WS-ROSTER-OPEN
               CLOSE PLAYER-MASTER-FILE
           END-IF
           DISPLAY "DISCMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED, " WS-PURGED-COUNT
               " PURGED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
