       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDRPT.
       AUTHOR. HR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    AWARDRPT IS HR'S YEARLY SERVICE-AWARD SPEND REPORT.  IT
      *    READS THE VOUCHER REGISTER, TAKES THE AWARD VOUCHERS
      *    (TYPE "A") SPACEBAT ISSUED IN THE REPORT YEAR, AND TOTALS
      *    THE AWARDS AND THEIR FACE VALUE BY THE DEPARTMENT EACH
      *    WAS CHARGED TO.  EVERY DEPARTMENT ON THE ORGUNIT MASTER
      *    IS LISTED, SPENDING OR NOT; AWARDS CHARGED TO A CODE NOT
      *    ON THE MASTER FOLLOW, AND UNASSIGNED EMPLOYEES' AWARDS
      *    LAST.  THE AWRDCTL CARD (COLS 1-4) NAMES THE YEAR; WITH
      *    NO CARD IT IS THE CURRENT YEAR TO DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-CONTROL-FILE ASSIGN TO "AWRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT VOUCHER-REGISTER-FILE ASSIGN TO "VCHRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-FILE-STATUS.

           SELECT ORG-UNIT-FILE ASSIGN TO "ORGUNIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OU-FILE-STATUS.

           SELECT AWARD-SPEND-RPT ASSIGN TO "AWRDSPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-CONTROL-FILE.
       01  AWARD-CONTROL-RECORD.
           05  AC-REPORT-YEAR           PIC X(04).

       FD  VOUCHER-REGISTER-FILE.
       COPY VCHRREG.

       FD  ORG-UNIT-FILE.
       COPY ORGUNIT.

       FD  AWARD-SPEND-RPT.
       01  AWARD-SPEND-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AC-FILE-STATUS        PIC XX.
       01  WS-VR-FILE-STATUS        PIC XX.
       01  WS-OU-FILE-STATUS        PIC XX.
       01  WS-AS-FILE-STATUS        PIC XX.

       01  WS-REPORT-YEAR           PIC 9(04).
       01  WS-ISSUE-DATE-R.
           05  WS-ISSUE-YYYY        PIC 9(04).
           05  WS-ISSUE-MMDD        PIC 9(04).

      *    ONE ENTRY PER DEPARTMENT: THE ORGUNIT MASTER FIRST, IN
      *    FILE ORDER, THEN ANY CODE FOUND ONLY ON THE REGISTER.
       01  WS-DEPT-MAX              PIC 9(02) VALUE 50.
       01  WS-DEPT-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DP-CODE       PIC X(04).
               10  WS-DP-NAME       PIC X(30).
               10  WS-DP-AWARDS     PIC 9(05).
               10  WS-DP-VALUE      PIC 9(07)V99.
       01  WS-DEPT-SUB              PIC 9(02).
       01  WS-DEPT-HIT-SUB          PIC 9(02).

       01  WS-UNASSIGNED-AWARDS     PIC 9(05) VALUE ZERO.
       01  WS-UNASSIGNED-VALUE      PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-AWARDS          PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-VALUE           PIC 9(07)V99 VALUE ZERO.
       01  WS-UNLISTED-COUNT        PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(40) VALUE
               "SERVICE-AWARD SPEND BY DEPARTMENT  YEAR ".
           05  WS-H-YEAR            PIC 9(04).

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               "DEPT  DEPARTMENT                      AW".
           05  FILLER               PIC X(17) VALUE
               "ARDS        VALUE".

       01  WS-DETAIL-LINE.
           05  WS-D-DEPT-CODE       PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  WS-D-DEPT-NAME       PIC X(30).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  WS-D-AWARDS          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  WS-D-VALUE           PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-VOUCHER
               UNTIL WS-VR-FILE-STATUS NOT = "00"
           PERFORM 3000-WRITE-REPORT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE REGISTER IS MANDATORY.  NO ORGUNIT
      *    FILE JUST LEAVES EVERY DEPARTMENT UNNAMED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-YEAR
           OPEN INPUT AWARD-CONTROL-FILE
           IF WS-AC-FILE-STATUS = "00"
               READ AWARD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-REPORT-YEAR NUMERIC
                           MOVE AC-REPORT-YEAR TO WS-REPORT-YEAR
                       END-IF
               END-READ
               CLOSE AWARD-CONTROL-FILE
           END-IF
           OPEN INPUT ORG-UNIT-FILE
           IF WS-OU-FILE-STATUS = "00"
               PERFORM 1100-READ-ORG-UNIT
               PERFORM 1150-STORE-ORG-UNIT
                   UNTIL WS-OU-FILE-STATUS NOT = "00"
               CLOSE ORG-UNIT-FILE
           END-IF
           OPEN INPUT VOUCHER-REGISTER-FILE
           IF WS-VR-FILE-STATUS NOT = "00"
               DISPLAY "AWARDRPT REFUSED -- NO VOUCHER REGISTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-READ-REGISTER-ENTRY.

       1100-READ-ORG-UNIT.
           READ ORG-UNIT-FILE
               AT END
                   MOVE "10" TO WS-OU-FILE-STATUS
           END-READ.

       1150-STORE-ORG-UNIT.
           IF WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE OU-DEPT-CODE TO WS-DP-CODE(WS-DEPT-COUNT)
               MOVE OU-DEPT-NAME TO WS-DP-NAME(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DP-AWARDS(WS-DEPT-COUNT)
               MOVE ZERO TO WS-DP-VALUE(WS-DEPT-COUNT)
           END-IF
           PERFORM 1100-READ-ORG-UNIT.

       1200-READ-REGISTER-ENTRY.
           READ VOUCHER-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-VR-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-TALLY-ONE-VOUCHER - SNACK VOUCHERS AND AWARDS FROM
      *    OTHER YEARS ARE PASSED OVER.  A DEPARTMENT CODE NOT ON THE
      *    MASTER GETS ITS OWN LINE, NAMED AS SUCH.
      ******************************************************************
       2000-TALLY-ONE-VOUCHER.
           MOVE VR-ISSUE-DATE TO WS-ISSUE-DATE-R
           IF VR-AWARD-VOUCHER AND WS-ISSUE-YYYY = WS-REPORT-YEAR
               ADD 1 TO WS-TOTAL-AWARDS
               ADD VR-VALUE TO WS-TOTAL-VALUE
               IF VR-DEPT-CODE = SPACES
                   ADD 1 TO WS-UNASSIGNED-AWARDS
                   ADD VR-VALUE TO WS-UNASSIGNED-VALUE
               ELSE
                   PERFORM 2100-CHARGE-DEPARTMENT
               END-IF
           END-IF
           PERFORM 1200-READ-REGISTER-ENTRY.

       2100-CHARGE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-HIT-SUB
           PERFORM 2110-CHECK-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT-SUB > ZERO
           IF WS-DEPT-HIT-SUB = ZERO
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-SUB
                   MOVE VR-DEPT-CODE TO WS-DP-CODE(WS-DEPT-HIT-SUB)
                   MOVE "** NOT ON ORG-UNIT MASTER **"
                       TO WS-DP-NAME(WS-DEPT-HIT-SUB)
                   MOVE ZERO TO WS-DP-AWARDS(WS-DEPT-HIT-SUB)
                   MOVE ZERO TO WS-DP-VALUE(WS-DEPT-HIT-SUB)
               ELSE
                   ADD 1 TO WS-UNLISTED-COUNT
               END-IF
           END-IF
           IF WS-DEPT-HIT-SUB > ZERO
               ADD 1 TO WS-DP-AWARDS(WS-DEPT-HIT-SUB)
               ADD VR-VALUE TO WS-DP-VALUE(WS-DEPT-HIT-SUB)
           END-IF.

       2110-CHECK-ONE-DEPARTMENT.
           IF WS-DP-CODE(WS-DEPT-SUB) = VR-DEPT-CODE
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
           END-IF.

       3000-WRITE-REPORT.
           OPEN OUTPUT AWARD-SPEND-RPT
           MOVE WS-REPORT-YEAR TO WS-H-YEAR
           MOVE WS-HEADING-LINE TO AWARD-SPEND-LINE
           WRITE AWARD-SPEND-LINE
           MOVE WS-COLUMN-LINE TO AWARD-SPEND-LINE
           WRITE AWARD-SPEND-LINE
           PERFORM 3100-WRITE-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           IF WS-UNASSIGNED-AWARDS > ZERO
               MOVE SPACES TO WS-D-DEPT-CODE
               MOVE "UNASSIGNED" TO WS-D-DEPT-NAME
               MOVE WS-UNASSIGNED-AWARDS TO WS-D-AWARDS
               MOVE WS-UNASSIGNED-VALUE TO WS-D-VALUE
               MOVE WS-DETAIL-LINE TO AWARD-SPEND-LINE
               WRITE AWARD-SPEND-LINE
           END-IF
           MOVE SPACES TO WS-D-DEPT-CODE
           MOVE "TOTAL AWARD SPEND" TO WS-D-DEPT-NAME
           MOVE WS-TOTAL-AWARDS TO WS-D-AWARDS
           MOVE WS-TOTAL-VALUE TO WS-D-VALUE
           MOVE WS-DETAIL-LINE TO AWARD-SPEND-LINE
           WRITE AWARD-SPEND-LINE
           CLOSE AWARD-SPEND-RPT.

       3100-WRITE-ONE-DEPARTMENT.
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-D-DEPT-CODE
           MOVE WS-DP-NAME(WS-DEPT-SUB) TO WS-D-DEPT-NAME
           MOVE WS-DP-AWARDS(WS-DEPT-SUB) TO WS-D-AWARDS
           MOVE WS-DP-VALUE(WS-DEPT-SUB) TO WS-D-VALUE
           MOVE WS-DETAIL-LINE TO AWARD-SPEND-LINE
           WRITE AWARD-SPEND-LINE.

       9999-TERMINATE.
           CLOSE VOUCHER-REGISTER-FILE
           IF WS-UNLISTED-COUNT > ZERO
               DISPLAY "AWARDRPT: " WS-UNLISTED-COUNT
                   " AWARDS PAST THE DEPARTMENT TABLE, IN TOTAL ONLY"
               MOVE 4 TO RETURN-CODE
           END-IF.
