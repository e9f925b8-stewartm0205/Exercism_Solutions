       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLADEMNT.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    BLADEMNT KEEPS THE SAW BLADE MASTER.  EACH BLADETRN CARD
      *    IS ONE BLADE CHANGE FROM THE FLOOR:
      *        A  ADD A NEW BLADE TO THE CRIB WITH ITS RATED LIFE
      *        M  MOUNT A BLADE ON A SAW (WHATEVER BLADE WAS ON THAT
      *           SAW GOES BACK TO THE CRIB WITH ITS WEAR INTACT)
      *        U  UNMOUNT A BLADE BACK TO THE CRIB
      *        S  SCRAP A BLADE
      *    THE UPDATED MASTER IS WRITTEN TO BLADEMSO AND EVERY CARD
      *    LANDS ON THE BLADE REGISTER; A REJECTED CARD RAISES
      *    RETURN CODE 8.  COPY BLADEMSO OVER THE LIVE MASTER AFTER
      *    A CLEAN RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLADE-TRANS-FILE ASSIGN TO "BLADETRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BT-FILE-STATUS.

           SELECT BLADE-MASTER-FILE ASSIGN TO "BLADEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT BLADE-MASTER-OUT ASSIGN TO "BLADEMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-FILE-STATUS.

           SELECT BLADE-REGISTER-FILE ASSIGN TO "BLADEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLADE-TRANS-FILE.
       01  BLADE-TRANS-RECORD.
           05  BT-ACTION                  PIC X(01).
               88  BT-ADD                 VALUE "A".
               88  BT-MOUNT               VALUE "M".
               88  BT-UNMOUNT             VALUE "U".
               88  BT-SCRAP               VALUE "S".
           05  BT-BLADE-ID                PIC X(06).
           05  BT-SAW-ID                  PIC X(04).
           05  BT-CHANGE-DATE             PIC X(08).
           05  BT-RATED-LIFE              PIC X(09).

       FD  BLADE-MASTER-FILE.
       COPY BLADEMST.

       FD  BLADE-MASTER-OUT.
       01  BLADE-MASTER-OUT-RECORD        PIC X(167).

       FD  BLADE-REGISTER-FILE.
       01  BLADE-REGISTER-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BT-FILE-STATUS              PIC XX.
       01  WS-BL-FILE-STATUS              PIC XX.
       01  WS-BO-FILE-STATUS              PIC XX.
       01  WS-BR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-TODAY                       PIC 9(08).
       01  WS-CHANGE-DATE                 PIC 9(08).

      *    THE WHOLE MASTER, CHANGED IN PLACE AND WRITTEN BACK.
       01  WS-BLD-MAX                     PIC 9(03) VALUE 100.
       01  WS-BLD-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-BLD-TABLE.
           05  WS-BLD-ENTRY OCCURS 100 TIMES.
               10  WS-B-RECORD             PIC X(167).
       01  WS-BLD-SUB                     PIC 9(03).
       01  WS-BLD-HIT-SUB                 PIC 9(03).
       01  WS-DISPOSITION                 PIC X(40).
       01  WS-BUMPED-ID                   PIC X(06).

       01  WS-CARD-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT              PIC 9(05) VALUE ZERO.

       01  WS-REGISTER-HEADING            PIC X(40) VALUE
           "SAW BLADE CHANGES -- REGISTER".

       01  WS-REGISTER-LINE.
           05  WS-R-ACTION                PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-BLADE-ID              PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-SAW-ID                PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-CHANGE-DATE           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION           PIC X(40).

       01  WS-BUMPED-LINE.
           05  FILLER                     PIC X(11) VALUE
               "   BLADE   ".
           05  WS-BP-BLADE-ID             PIC X(06).
           05  FILLER                     PIC X(32) VALUE
               " TAKEN OFF THE SAW TO THE CRIB".

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(09) VALUE "APPLIED  ".
           05  WS-TL-APPLIED              PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE "  REJECTED ".
           05  WS-TL-REJECTED             PIC ZZZZ9.
           05  FILLER                     PIC X(09) VALUE "  BLADES ".
           05  WS-TL-BLADES               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-CHANGE
               UNTIL WS-EOF
           PERFORM 3000-WRITE-MASTER
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - NO MASTER YET IS A NEW FLOOR, NOT AN
      *    ERROR: THE FIRST RUN'S ADD CARDS BUILD IT.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT BLADE-MASTER-FILE
           IF WS-BL-FILE-STATUS = "00"
               PERFORM 1100-READ-BLADE
               PERFORM 1200-STORE-BLADE
                   UNTIL WS-BL-FILE-STATUS NOT = "00"
               CLOSE BLADE-MASTER-FILE
           END-IF
           OPEN OUTPUT BLADE-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO BLADE-REGISTER-LINE
           WRITE BLADE-REGISTER-LINE
           OPEN INPUT BLADE-TRANS-FILE
           IF WS-BT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-CHANGE
           END-IF.

       1100-READ-BLADE.
           READ BLADE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-BL-FILE-STATUS
           END-READ.

       1200-STORE-BLADE.
           IF WS-BLD-COUNT < WS-BLD-MAX
               ADD 1 TO WS-BLD-COUNT
               MOVE BLADE-MASTER-RECORD TO WS-B-RECORD(WS-BLD-COUNT)
           ELSE
               DISPLAY "BLADEMNT REFUSED -- BLADE MASTER PAST "
                   WS-BLD-MAX " BLADES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-BLADE.

       1300-READ-CHANGE.
           READ BLADE-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-APPLY-ONE-CHANGE - FIND THE BLADE, CHECK THE CARD
      *    AGAINST WHAT THE BLADE IS DOING NOW, APPLY, REGISTER.
      ******************************************************************
       2000-APPLY-ONE-CHANGE.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO WS-BUMPED-ID
           MOVE ZERO TO WS-BLD-HIT-SUB
           PERFORM 2050-FIND-THE-BLADE
               VARYING WS-BLD-SUB FROM 1 BY 1
               UNTIL WS-BLD-SUB > WS-BLD-COUNT
                   OR WS-BLD-HIT-SUB > ZERO
           IF BT-CHANGE-DATE NUMERIC AND BT-CHANGE-DATE NOT = ZERO
               MOVE BT-CHANGE-DATE TO WS-CHANGE-DATE
           ELSE
               MOVE WS-TODAY TO WS-CHANGE-DATE
           END-IF
           MOVE BT-ACTION TO WS-R-ACTION
           MOVE BT-BLADE-ID TO WS-R-BLADE-ID
           MOVE BT-SAW-ID TO WS-R-SAW-ID
           MOVE WS-CHANGE-DATE TO WS-R-CHANGE-DATE
           EVALUATE TRUE
               WHEN BT-BLADE-ID = SPACES
                   MOVE "REJECTED -- NO BLADE ID" TO WS-DISPOSITION
               WHEN BT-ADD
                   PERFORM 2100-ADD-BLADE
               WHEN NOT (BT-MOUNT OR BT-UNMOUNT OR BT-SCRAP)
                   MOVE "REJECTED -- UNKNOWN ACTION" TO WS-DISPOSITION
               WHEN WS-BLD-HIT-SUB = ZERO
                   MOVE "REJECTED -- BLADE NOT ON MASTER"
                       TO WS-DISPOSITION
               WHEN OTHER
                   MOVE WS-B-RECORD(WS-BLD-HIT-SUB)
                       TO BLADE-MASTER-RECORD
                   IF BL-SCRAPPED
                       MOVE "REJECTED -- BLADE IS SCRAPPED"
                           TO WS-DISPOSITION
                   ELSE
                       PERFORM 2200-CHANGE-BLADE
                   END-IF
           END-EVALUATE
           IF WS-DISPOSITION(1:8) = "REJECTED"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO BLADE-REGISTER-LINE
           WRITE BLADE-REGISTER-LINE
           IF WS-BUMPED-ID NOT = SPACES
               MOVE WS-BUMPED-ID TO WS-BP-BLADE-ID
               MOVE WS-BUMPED-LINE TO BLADE-REGISTER-LINE
               WRITE BLADE-REGISTER-LINE
           END-IF
           PERFORM 1300-READ-CHANGE.

       2050-FIND-THE-BLADE.
           IF WS-B-RECORD(WS-BLD-SUB)(1:6) = BT-BLADE-ID
               MOVE WS-BLD-SUB TO WS-BLD-HIT-SUB
           END-IF.

      ******************************************************************
      *    2100-ADD-BLADE - A NEW BLADE STARTS IN THE CRIB WITH NO
      *    WEAR.  ITS RATED LIFE IS THE WHOLE POINT, SO IT IS
      *    REQUIRED.
      ******************************************************************
       2100-ADD-BLADE.
           EVALUATE TRUE
               WHEN WS-BLD-HIT-SUB > ZERO
                   MOVE "REJECTED -- BLADE ALREADY ON MASTER"
                       TO WS-DISPOSITION
               WHEN BT-RATED-LIFE NOT NUMERIC
                   OR BT-RATED-LIFE = ZERO
                   MOVE "REJECTED -- NO RATED LIFE" TO WS-DISPOSITION
               WHEN WS-BLD-COUNT NOT < WS-BLD-MAX
                   MOVE "REJECTED -- BLADE MASTER FULL"
                       TO WS-DISPOSITION
               WHEN OTHER
                   INITIALIZE BLADE-MASTER-RECORD
                   MOVE BT-BLADE-ID TO BL-BLADE-ID
                   SET BL-IN-CRIB TO TRUE
                   MOVE BT-RATED-LIFE TO BL-RATED-LIFE
                   ADD 1 TO WS-BLD-COUNT
                   MOVE BLADE-MASTER-RECORD TO WS-B-RECORD(WS-BLD-COUNT)
                   MOVE "ADDED TO THE CRIB" TO WS-DISPOSITION
           END-EVALUATE.

      ******************************************************************
      *    2200-CHANGE-BLADE - MOUNT, UNMOUNT OR SCRAP.  A MOUNT
      *    FIRST TAKES WHATEVER BLADE IS ON THAT SAW BACK TO THE
      *    CRIB, SO A SAW NEVER CARRIES TWO BLADES ON THE MASTER.
      ******************************************************************
       2200-CHANGE-BLADE.
           EVALUATE TRUE
               WHEN BT-MOUNT AND BT-SAW-ID = SPACES
                   MOVE "REJECTED -- NO SAW TO MOUNT ON"
                       TO WS-DISPOSITION
               WHEN BT-MOUNT
                   PERFORM 2210-CLEAR-THE-SAW
                       VARYING WS-BLD-SUB FROM 1 BY 1
                       UNTIL WS-BLD-SUB > WS-BLD-COUNT
                   MOVE WS-B-RECORD(WS-BLD-HIT-SUB)
                       TO BLADE-MASTER-RECORD
                   SET BL-MOUNTED TO TRUE
                   MOVE BT-SAW-ID TO BL-SAW-ID
                   MOVE WS-CHANGE-DATE TO BL-MOUNT-DATE
                   MOVE "MOUNTED" TO WS-DISPOSITION
               WHEN BT-UNMOUNT AND NOT BL-MOUNTED
                   MOVE "REJECTED -- BLADE IS NOT MOUNTED"
                       TO WS-DISPOSITION
               WHEN BT-UNMOUNT
                   SET BL-IN-CRIB TO TRUE
                   MOVE SPACES TO BL-SAW-ID
                   MOVE "BACK TO THE CRIB" TO WS-DISPOSITION
               WHEN OTHER
                   SET BL-SCRAPPED TO TRUE
                   MOVE SPACES TO BL-SAW-ID
                   MOVE "SCRAPPED" TO WS-DISPOSITION
           END-EVALUATE
           IF WS-DISPOSITION(1:8) NOT = "REJECTED"
               MOVE BLADE-MASTER-RECORD TO WS-B-RECORD(WS-BLD-HIT-SUB)
           END-IF.

       2210-CLEAR-THE-SAW.
           IF WS-BLD-SUB NOT = WS-BLD-HIT-SUB
               MOVE WS-B-RECORD(WS-BLD-SUB) TO BLADE-MASTER-RECORD
               IF BL-MOUNTED AND BL-SAW-ID = BT-SAW-ID
                   SET BL-IN-CRIB TO TRUE
                   MOVE SPACES TO BL-SAW-ID
                   MOVE BLADE-MASTER-RECORD TO WS-B-RECORD(WS-BLD-SUB)
                   MOVE BL-BLADE-ID TO WS-BUMPED-ID
               END-IF
           END-IF.

       3000-WRITE-MASTER.
           OPEN OUTPUT BLADE-MASTER-OUT
           PERFORM 3100-WRITE-ONE-BLADE
               VARYING WS-BLD-SUB FROM 1 BY 1
               UNTIL WS-BLD-SUB > WS-BLD-COUNT
           CLOSE BLADE-MASTER-OUT
           MOVE WS-APPLIED-COUNT TO WS-TL-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-BLD-COUNT TO WS-TL-BLADES
           MOVE WS-TOTALS-LINE TO BLADE-REGISTER-LINE
           WRITE BLADE-REGISTER-LINE.

       3100-WRITE-ONE-BLADE.
           MOVE WS-B-RECORD(WS-BLD-SUB) TO BLADE-MASTER-OUT-RECORD
           WRITE BLADE-MASTER-OUT-RECORD.

       9999-TERMINATE.
           CLOSE BLADE-TRANS-FILE
           CLOSE BLADE-REGISTER-FILE
           DISPLAY "BLADEMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
