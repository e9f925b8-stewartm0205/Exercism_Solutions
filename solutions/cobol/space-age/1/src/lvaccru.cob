       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVACCRU.
       AUTHOR. HR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    LVACCRU IS THE PAY-PERIOD VACATION-LEAVE RUN.  FOR EVERY
      *    EMPLOYEE ON THE MASTER IT:
      *        ACCRUES  THE HOURS FOR THE EMPLOYEE'S SERVICE BAND
      *                 (EXACT SERVICE FROM EM-HIRE-DATE TO THE PERIOD
      *                 END, AS SPACEBAT FIGURES IT), UP TO THE BAND'S
      *                 CARRY-OVER MAXIMUM.  NOTHING ACCRUES WHILE THE
      *                 EMPLOYEE IS ON LEAVE (EM-STATUS-SW "L").
      *        DEBITS   THE LEAVE-TAKEN CARDS.  A CARD THAT WOULD
      *                 OVERDRAW THE BALANCE IS REJECTED WHOLE.
      *        PRINTS   A LEAVE STATEMENT.
      *    A BALANCE WHOSE EMPLOYEE IS NO LONGER ON THE MASTER WAS
      *    TERMINATED BY EMPTRAN: IT GOES ON THE PAYOUT REPORT, NAMED
      *    OFF THE ARCHIVE, AND IS DROPPED FROM THE NEXT GENERATION.
      *    THE PAYOUT IS IN HOURS FOR PAYROLL TO VALUE.  THE LVCTL
      *    CARD (COLS 1-8) GIVES THE PERIOD-END DATE, DEFAULT TODAY.
      *    A REJECTED CARD SETS RETURN CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-CONTROL-FILE ASSIGN TO "LVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT BAND-FILE ASSIGN TO "LVBANDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-FILE-STATUS.

           SELECT EMPLOYEE-ARCHIVE-FILE ASSIGN TO "EMPARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EA-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LVBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-FILE-STATUS.

           SELECT LEAVE-BALANCE-OUT ASSIGN TO "LVBALO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LO-FILE-STATUS.

           SELECT LEAVE-TAKEN-FILE ASSIGN TO "LVTAKEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-FILE-STATUS.

           SELECT TAKEN-REGISTER-FILE ASSIGN TO "LVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "LVSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FILE-STATUS.

           SELECT PAYOUT-REPORT-FILE ASSIGN TO "LVPAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-CONTROL-FILE.
       01  LEAVE-CONTROL-RECORD.
           05  LC-PERIOD-END            PIC X(08).

      *    ONE CARD PER SERVICE BAND: THE BAND RUNS FROM ITS MINIMUM
      *    YEARS UP TO THE NEXT BAND'S.
       FD  BAND-FILE.
       01  BAND-RECORD.
           05  BD-MIN-YEARS             PIC 9(02).
           05  FILLER                   PIC X(01).
           05  BD-HOURS-PER-PERIOD      PIC 9(02)V99.
           05  FILLER                   PIC X(01).
           05  BD-CARRY-OVER-MAX        PIC 9(04).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  EMPLOYEE-ARCHIVE-FILE.
       01  EMPLOYEE-ARCHIVE-RECORD.
           05  EA-EMPLOYEE-ID           PIC X(08).
           05  EA-NAME                  PIC X(30).
           05  EA-HIRE-DATE             PIC 9(08).
           05  EA-TERM-DATE             PIC 9(08).
           05  EA-FINAL-YEARS           PIC 9(03)V99.

       FD  LEAVE-BALANCE-FILE.
       COPY LVBAL.

       FD  LEAVE-BALANCE-OUT.
       01  LEAVE-BALANCE-OUT-REC        PIC X(34).

       FD  LEAVE-TAKEN-FILE.
       01  LEAVE-TAKEN-RECORD.
           05  LT-EMPLOYEE-ID           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LT-TAKEN-DATE            PIC X(08).
           05  FILLER                   PIC X(01).
           05  LT-HOURS                 PIC X(05).
           05  LT-HOURS-N REDEFINES LT-HOURS
                                        PIC 9(03)V99.

       FD  TAKEN-REGISTER-FILE.
       01  TAKEN-REGISTER-LINE          PIC X(80).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(80).

       FD  PAYOUT-REPORT-FILE.
       01  PAYOUT-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INPUT                 PIC 9(30) EXTERNAL.
       01 WS-WHICH-PLANET          PIC X(30) EXTERNAL.
       01 WS-RESULT                PIC 9(4)V99 EXTERNAL.
       01 WS-ERROR                 PIC X(30) EXTERNAL.

       01  WS-LC-FILE-STATUS            PIC XX.
       01  WS-BD-FILE-STATUS            PIC XX.
       01  WS-EM-FILE-STATUS            PIC XX.
       01  WS-EA-FILE-STATUS            PIC XX.
       01  WS-LB-FILE-STATUS            PIC XX.
       01  WS-LO-FILE-STATUS            PIC XX.
       01  WS-LT-FILE-STATUS            PIC XX.
       01  WS-LR-FILE-STATUS            PIC XX.
       01  WS-LS-FILE-STATUS            PIC XX.
       01  WS-LP-FILE-STATUS            PIC XX.

       01  WS-PERIOD-END                PIC 9(08).
       01  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
           05  WS-PE-YYYY               PIC 9(04).
           05  WS-PE-MMDD               PIC 9(04).
       01  WS-LAST-END-R.
           05  WS-LE-YYYY               PIC 9(04).
           05  WS-LE-MMDD               PIC 9(04).
       01  WS-PERIOD-JULIAN             PIC 9(07).
       01  WS-HIRE-JULIAN               PIC 9(07).
       01  WS-SERVICE-DAYS              PIC 9(07).
       01  WS-NEW-BALANCE               PIC 9(05)V99.

       01  WS-EMPLOYEE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-SUSPENDED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CAPPED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-CARD-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-PAYOUT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-PAYOUT-HOURS              PIC 9(06)V99 VALUE ZERO.

      *    THE ACCRUAL BANDS, IN FILE ORDER.  THE BAND IN FORCE IS
      *    THE ONE WITH THE HIGHEST MINIMUM THE SERVICE HAS REACHED.
       01  WS-BAND-MAX                  PIC 9(02) VALUE 10.
       01  WS-BAND-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 10 TIMES.
               10  WS-BD-MIN-YEARS      PIC 9(02).
               10  WS-BD-HOURS          PIC 9(02)V99.
               10  WS-BD-CAP            PIC 9(04).
       01  WS-BAND-SUB                  PIC 9(02).
       01  WS-BAND-HIT-SUB              PIC 9(02).

      *    EVERY BALANCE ON FILE PLUS ONE FOR EACH EMPLOYEE NEW TO
      *    THE MASTER.  A BALANCE TOO BIG FOR THE TABLE WOULD BE
      *    WRITTEN BACK SHORT, SO THE RUN IS REFUSED.
       01  WS-BAL-MAX                   PIC 9(04) VALUE 1000.
       01  WS-BAL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 1000 TIMES.
               10  WS-B-EMPLOYEE-ID     PIC X(08).
               10  WS-B-NAME            PIC X(30).
               10  WS-B-DEPT-CODE       PIC X(04).
               10  WS-B-SERVICE-YEARS   PIC 9(02).
               10  WS-B-BAND-SUB        PIC 9(02).
               10  WS-B-OPENING         PIC 9(04)V99.
               10  WS-B-ACCRUED         PIC 9(04)V99.
               10  WS-B-TAKEN           PIC 9(04)V99.
               10  WS-B-BALANCE         PIC 9(04)V99.
               10  WS-B-ACCRUED-YTD     PIC 9(04)V99.
               10  WS-B-TAKEN-YTD       PIC 9(04)V99.
               10  WS-B-LAST-PERIOD-END PIC 9(08).
               10  WS-B-ON-MASTER-SW    PIC X(01).
                   88  WS-B-ON-MASTER   VALUE "Y".
               10  WS-B-NOTE            PIC X(30).
       01  WS-BAL-SUB                   PIC 9(04).
       01  WS-BAL-HIT-SUB               PIC 9(04).
       01  WS-FIND-EMPLOYEE-ID          PIC X(08).

      *    THE ARCHIVE, FOR THE PAYOUT NAMES AND TERMINATION DATES.
      *    THE LAST RECORD FOR AN EMPLOYEE IS THE LATEST.
       01  WS-ARC-MAX                   PIC 9(04) VALUE 5000.
       01  WS-ARC-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 5000 TIMES.
               10  WS-A-EMPLOYEE-ID     PIC X(08).
               10  WS-A-NAME            PIC X(30).
               10  WS-A-TERM-DATE       PIC 9(08).
       01  WS-ARC-SUB                   PIC 9(04).
       01  WS-ARC-HIT-SUB               PIC 9(04).

       01  WS-REGISTER-HEADING          PIC X(44) VALUE
           "LEAVE-TAKEN PROCESSING REGISTER".

       01  WS-REGISTER-LINE.
           05  WS-R-SEQ                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-EMPLOYEE-ID         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-TAKEN-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-HOURS               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(40).
       01  WS-R-HOURS-ED                PIC ZZ9.99.

       01  WS-STMT-HEADING.
           05  FILLER                   PIC X(36) VALUE
               "VACATION LEAVE STATEMENT".
           05  FILLER                   PIC X(14) VALUE
               "PERIOD ENDING ".
           05  WS-SH-PERIOD-END         PIC 9(08).

       01  WS-STMT-EMPLOYEE-LINE.
           05  FILLER                   PIC X(09) VALUE "EMPLOYEE ".
           05  WS-SE-EMPLOYEE-ID        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-SE-NAME               PIC X(30).
           05  FILLER                   PIC X(07) VALUE "  DEPT ".
           05  WS-SE-DEPT-CODE          PIC X(04).

       01  WS-STMT-SERVICE-LINE.
           05  FILLER                   PIC X(16) VALUE
               "  SERVICE YEARS".
           05  WS-SV-YEARS              PIC Z9.
           05  FILLER                   PIC X(19) VALUE
               "     ACCRUAL BAND ".
           05  WS-SV-BAND               PIC Z9.
           05  FILLER                   PIC X(13) VALUE
               "+ YEARS, CAP ".
           05  WS-SV-CAP                PIC ZZZ9.
           05  FILLER                   PIC X(04) VALUE " HRS".

       01  WS-STMT-AMOUNT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-SA-LABEL              PIC X(18).
           05  WS-SA-HOURS              PIC ZZZ9.99.
           05  FILLER                   PIC X(06) VALUE " HRS  ".
           05  WS-SA-NOTE               PIC X(30).

       01  WS-STMT-YTD-LINE.
           05  FILLER                   PIC X(24) VALUE
               "  YEAR TO DATE  ACCRUED ".
           05  WS-SY-ACCRUED            PIC ZZZ9.99.
           05  FILLER                   PIC X(08) VALUE "  TAKEN ".
           05  WS-SY-TAKEN              PIC ZZZ9.99.

       01  WS-PAYOUT-HEADING.
           05  FILLER                   PIC X(36) VALUE
               "TERMINATION LEAVE PAYOUT".
           05  FILLER                   PIC X(14) VALUE
               "PERIOD ENDING ".
           05  WS-PH-PERIOD-END         PIC 9(08).

       01  WS-PAYOUT-COLUMNS.
           05  FILLER                   PIC X(42) VALUE
               "EMPLOYEE  NAME                            ".
           05  FILLER                   PIC X(20) VALUE
               "TERMINATED     HOURS".

       01  WS-PAYOUT-LINE.
           05  WS-P-EMPLOYEE-ID         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-P-NAME                PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-P-TERM-DATE           PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-P-HOURS               PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-ONE-EMPLOYEE
               UNTIL WS-EM-FILE-STATUS NOT = "00"
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM 3000-APPLY-TAKEN
           PERFORM 4000-CLOSE-THE-PERIOD
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE BANDS AND THE EMPLOYEE MASTER ARE
      *    MANDATORY.  NO BALANCE FILE YET STARTS EVERYONE AT ZERO; NO
      *    ARCHIVE LEAVES THE PAYOUTS UNNAMED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERIOD-END
           OPEN INPUT LEAVE-CONTROL-FILE
           IF WS-LC-FILE-STATUS = "00"
               READ LEAVE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-PERIOD-END NUMERIC
                           MOVE LC-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
               CLOSE LEAVE-CONTROL-FILE
           END-IF
           COMPUTE WS-PERIOD-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
           OPEN INPUT BAND-FILE
           IF WS-BD-FILE-STATUS = "00"
               PERFORM 1100-READ-BAND
               PERFORM 1150-STORE-BAND
                   UNTIL WS-BD-FILE-STATUS NOT = "00"
               CLOSE BAND-FILE
           END-IF
           IF WS-BAND-COUNT = ZERO
               DISPLAY "LVACCRU REFUSED -- NO ACCRUAL BANDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LB-FILE-STATUS = "00"
               PERFORM 1200-READ-BALANCE
               PERFORM 1250-STORE-BALANCE
                   UNTIL WS-LB-FILE-STATUS NOT = "00"
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           OPEN INPUT EMPLOYEE-ARCHIVE-FILE
           IF WS-EA-FILE-STATUS = "00"
               PERFORM 1300-READ-ARCHIVE
               PERFORM 1350-STORE-ARCHIVE
                   UNTIL WS-EA-FILE-STATUS NOT = "00"
               CLOSE EMPLOYEE-ARCHIVE-FILE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "LVACCRU REFUSED -- NO EMPLOYEE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-READ-MASTER.

       1100-READ-BAND.
           READ BAND-FILE
               AT END
                   MOVE "10" TO WS-BD-FILE-STATUS
           END-READ.

       1150-STORE-BAND.
           IF WS-BAND-COUNT < WS-BAND-MAX
               ADD 1 TO WS-BAND-COUNT
               MOVE BD-MIN-YEARS TO WS-BD-MIN-YEARS(WS-BAND-COUNT)
               MOVE BD-HOURS-PER-PERIOD TO WS-BD-HOURS(WS-BAND-COUNT)
               MOVE BD-CARRY-OVER-MAX TO WS-BD-CAP(WS-BAND-COUNT)
           END-IF
           PERFORM 1100-READ-BAND.

       1200-READ-BALANCE.
           READ LEAVE-BALANCE-FILE
               AT END
                   MOVE "10" TO WS-LB-FILE-STATUS
           END-READ.

       1250-STORE-BALANCE.
           IF WS-BAL-COUNT NOT < WS-BAL-MAX
               DISPLAY "LVACCRU REFUSED -- BALANCE FILE PAST "
                   WS-BAL-MAX " RECORDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT TO WS-BAL-SUB
           PERFORM 8200-CLEAR-BALANCE
           MOVE LB-EMPLOYEE-ID TO WS-B-EMPLOYEE-ID(WS-BAL-SUB)
           MOVE LB-BALANCE TO WS-B-OPENING(WS-BAL-SUB)
           MOVE LB-BALANCE TO WS-B-BALANCE(WS-BAL-SUB)
           MOVE LB-ACCRUED-YTD TO WS-B-ACCRUED-YTD(WS-BAL-SUB)
           MOVE LB-TAKEN-YTD TO WS-B-TAKEN-YTD(WS-BAL-SUB)
           MOVE LB-LAST-PERIOD-END
               TO WS-B-LAST-PERIOD-END(WS-BAL-SUB)
           PERFORM 1200-READ-BALANCE.

       1300-READ-ARCHIVE.
           READ EMPLOYEE-ARCHIVE-FILE
               AT END
                   MOVE "10" TO WS-EA-FILE-STATUS
           END-READ.

       1350-STORE-ARCHIVE.
           IF WS-ARC-COUNT < WS-ARC-MAX
               ADD 1 TO WS-ARC-COUNT
               MOVE EA-EMPLOYEE-ID TO WS-A-EMPLOYEE-ID(WS-ARC-COUNT)
               MOVE EA-NAME TO WS-A-NAME(WS-ARC-COUNT)
               MOVE EA-TERM-DATE TO WS-A-TERM-DATE(WS-ARC-COUNT)
           END-IF
           PERFORM 1300-READ-ARCHIVE.

       1400-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-EM-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-ACCRUE-ONE-EMPLOYEE - A NEW EMPLOYEE GETS A ZERO
      *    BALANCE.  A PERIOD ALREADY ACCRUED IS NOT ACCRUED AGAIN.
      ******************************************************************
       2000-ACCRUE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE EM-EMPLOYEE-ID TO WS-FIND-EMPLOYEE-ID
           PERFORM 8000-FIND-BALANCE
           IF WS-BAL-HIT-SUB = ZERO
               IF WS-BAL-COUNT NOT < WS-BAL-MAX
                   DISPLAY "LVACCRU REFUSED -- BALANCE TABLE FULL AT "
                       EM-EMPLOYEE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-SUB
               PERFORM 8200-CLEAR-BALANCE
               MOVE EM-EMPLOYEE-ID TO WS-B-EMPLOYEE-ID(WS-BAL-SUB)
               MOVE WS-BAL-COUNT TO WS-BAL-HIT-SUB
           END-IF
           MOVE WS-BAL-HIT-SUB TO WS-BAL-SUB
           SET WS-B-ON-MASTER(WS-BAL-SUB) TO TRUE
           MOVE EM-NAME TO WS-B-NAME(WS-BAL-SUB)
           MOVE EM-DEPT-CODE TO WS-B-DEPT-CODE(WS-BAL-SUB)
           PERFORM 2100-FIGURE-SERVICE
           MOVE WS-B-LAST-PERIOD-END(WS-BAL-SUB) TO WS-LAST-END-R
           EVALUATE TRUE
               WHEN WS-B-LAST-PERIOD-END(WS-BAL-SUB)
                       NOT < WS-PERIOD-END
                   MOVE "PERIOD ALREADY ACCRUED"
                       TO WS-B-NOTE(WS-BAL-SUB)
               WHEN OTHER
                   IF WS-LE-YYYY NOT = WS-PE-YYYY
                       MOVE ZERO TO WS-B-ACCRUED-YTD(WS-BAL-SUB)
                       MOVE ZERO TO WS-B-TAKEN-YTD(WS-BAL-SUB)
                   END-IF
                   MOVE WS-PERIOD-END
                       TO WS-B-LAST-PERIOD-END(WS-BAL-SUB)
                   IF EM-ON-LEAVE
                       MOVE "SUSPENDED -- ON LEAVE"
                           TO WS-B-NOTE(WS-BAL-SUB)
                       ADD 1 TO WS-SUSPENDED-COUNT
                   ELSE
                       PERFORM 2200-ACCRUE-THE-HOURS
                   END-IF
           END-EVALUATE
           PERFORM 1400-READ-MASTER.

      ******************************************************************
      *    2100-FIGURE-SERVICE - WHOLE YEARS FROM HIRE TO THE PERIOD
      *    END, ON THE SHARED SPACE-AGE ROUTINE, AND THE BAND THEY
      *    PUT THE EMPLOYEE IN.
      ******************************************************************
       2100-FIGURE-SERVICE.
           MOVE ZERO TO WS-B-SERVICE-YEARS(WS-BAL-SUB)
           IF EM-HIRE-DATE NUMERIC AND EM-HIRE-DATE > ZERO
               AND EM-HIRE-DATE < WS-PERIOD-END
               COMPUTE WS-HIRE-JULIAN =
                   FUNCTION INTEGER-OF-DATE(EM-HIRE-DATE)
               COMPUTE WS-SERVICE-DAYS =
                   WS-PERIOD-JULIAN - WS-HIRE-JULIAN
               COMPUTE WS-INPUT = WS-SERVICE-DAYS * 86400
               MOVE "Earth" TO WS-WHICH-PLANET
               CALL "SPACE-AGE"
               COMPUTE WS-B-SERVICE-YEARS(WS-BAL-SUB) = WS-RESULT
           END-IF
           MOVE ZERO TO WS-BAND-HIT-SUB
           PERFORM 2110-CHECK-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT
           MOVE WS-BAND-HIT-SUB TO WS-B-BAND-SUB(WS-BAL-SUB).

       2110-CHECK-ONE-BAND.
           IF WS-BD-MIN-YEARS(WS-BAND-SUB)
                   NOT > WS-B-SERVICE-YEARS(WS-BAL-SUB)
               IF WS-BAND-HIT-SUB = ZERO
                   MOVE WS-BAND-SUB TO WS-BAND-HIT-SUB
               ELSE
                   IF WS-BD-MIN-YEARS(WS-BAND-SUB)
                           > WS-BD-MIN-YEARS(WS-BAND-HIT-SUB)
                       MOVE WS-BAND-SUB TO WS-BAND-HIT-SUB
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2200-ACCRUE-THE-HOURS - THE BAND'S HOURS, BUT NEVER PAST
      *    ITS CARRY-OVER MAXIMUM.  A BALANCE ALREADY AT OR OVER THE
      *    MAXIMUM ACCRUES NOTHING AND IS LEFT AS IT STANDS.
      ******************************************************************
       2200-ACCRUE-THE-HOURS.
           MOVE WS-B-BAND-SUB(WS-BAL-SUB) TO WS-BAND-SUB
           IF WS-BAND-SUB = ZERO
               MOVE "NO ACCRUAL BAND FOR SERVICE"
                   TO WS-B-NOTE(WS-BAL-SUB)
           ELSE
               COMPUTE WS-NEW-BALANCE =
                   WS-B-BALANCE(WS-BAL-SUB) + WS-BD-HOURS(WS-BAND-SUB)
               IF WS-NEW-BALANCE > WS-BD-CAP(WS-BAND-SUB)
                   MOVE ZERO TO WS-B-ACCRUED(WS-BAL-SUB)
                   IF WS-B-BALANCE(WS-BAL-SUB)
                           < WS-BD-CAP(WS-BAND-SUB)
                       COMPUTE WS-B-ACCRUED(WS-BAL-SUB) =
                           WS-BD-CAP(WS-BAND-SUB)
                           - WS-B-BALANCE(WS-BAL-SUB)
                   END-IF
                   MOVE "CAPPED AT CARRY-OVER MAXIMUM"
                       TO WS-B-NOTE(WS-BAL-SUB)
                   ADD 1 TO WS-CAPPED-COUNT
               ELSE
                   MOVE WS-BD-HOURS(WS-BAND-SUB)
                       TO WS-B-ACCRUED(WS-BAL-SUB)
               END-IF
               ADD WS-B-ACCRUED(WS-BAL-SUB) TO WS-B-BALANCE(WS-BAL-SUB)
               ADD WS-B-ACCRUED(WS-BAL-SUB)
                   TO WS-B-ACCRUED-YTD(WS-BAL-SUB)
           END-IF.

      ******************************************************************
      *    3000-APPLY-TAKEN - EVERY CARD LANDS ON THE REGISTER.  NO
      *    CARDS IS A PERIOD WITH NO LEAVE TAKEN.
      ******************************************************************
       3000-APPLY-TAKEN.
           OPEN OUTPUT TAKEN-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO TAKEN-REGISTER-LINE
           WRITE TAKEN-REGISTER-LINE
           OPEN INPUT LEAVE-TAKEN-FILE
           IF WS-LT-FILE-STATUS = "00"
               PERFORM 3100-READ-TAKEN
               PERFORM 3200-APPLY-ONE-TAKEN
                   UNTIL WS-LT-FILE-STATUS NOT = "00"
               CLOSE LEAVE-TAKEN-FILE
           END-IF
           CLOSE TAKEN-REGISTER-FILE.

       3100-READ-TAKEN.
           READ LEAVE-TAKEN-FILE
               AT END
                   MOVE "10" TO WS-LT-FILE-STATUS
           END-READ.

       3200-APPLY-ONE-TAKEN.
           ADD 1 TO WS-CARD-COUNT
           MOVE LT-EMPLOYEE-ID TO WS-FIND-EMPLOYEE-ID
           PERFORM 8000-FIND-BALANCE
           EVALUATE TRUE
               WHEN WS-BAL-HIT-SUB = ZERO
                   MOVE "REJECTED -- NOT ON EMPLOYEE MASTER"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT WS-B-ON-MASTER(WS-BAL-HIT-SUB)
                   MOVE "REJECTED -- NOT ON EMPLOYEE MASTER"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN LT-TAKEN-DATE NOT NUMERIC
                   MOVE "REJECTED -- BAD DATE TAKEN"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN LT-HOURS NOT NUMERIC
                   MOVE "REJECTED -- BAD HOURS"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN LT-HOURS-N = ZERO
                   MOVE "REJECTED -- BAD HOURS"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN LT-HOURS-N > WS-B-BALANCE(WS-BAL-HIT-SUB)
                   MOVE "REJECTED -- WOULD OVERDRAW BALANCE"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   SUBTRACT LT-HOURS-N
                       FROM WS-B-BALANCE(WS-BAL-HIT-SUB)
                   ADD LT-HOURS-N TO WS-B-TAKEN(WS-BAL-HIT-SUB)
                   ADD LT-HOURS-N TO WS-B-TAKEN-YTD(WS-BAL-HIT-SUB)
                   MOVE "DEBITED" TO WS-R-DISPOSITION
           END-EVALUATE
           MOVE WS-CARD-COUNT TO WS-R-SEQ
           MOVE LT-EMPLOYEE-ID TO WS-R-EMPLOYEE-ID
           MOVE LT-TAKEN-DATE TO WS-R-TAKEN-DATE
           MOVE LT-HOURS TO WS-R-HOURS
           IF LT-HOURS NUMERIC
               MOVE LT-HOURS-N TO WS-R-HOURS-ED
               MOVE WS-R-HOURS-ED TO WS-R-HOURS
           END-IF
           MOVE WS-REGISTER-LINE TO TAKEN-REGISTER-LINE
           WRITE TAKEN-REGISTER-LINE
           PERFORM 3100-READ-TAKEN.

      ******************************************************************
      *    4000-CLOSE-THE-PERIOD - A STATEMENT AND THE NEXT BALANCE
      *    FOR EVERYONE ON THE MASTER; A PAYOUT FOR EVERYONE WHO HAS
      *    LEFT IT.
      ******************************************************************
       4000-CLOSE-THE-PERIOD.
           OPEN OUTPUT LEAVE-BALANCE-OUT
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT PAYOUT-REPORT-FILE
           MOVE WS-PERIOD-END TO WS-PH-PERIOD-END
           MOVE WS-PAYOUT-HEADING TO PAYOUT-REPORT-LINE
           WRITE PAYOUT-REPORT-LINE
           MOVE WS-PAYOUT-COLUMNS TO PAYOUT-REPORT-LINE
           WRITE PAYOUT-REPORT-LINE
           PERFORM 4100-CLOSE-ONE-BALANCE
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
           MOVE SPACES TO WS-P-EMPLOYEE-ID
           MOVE "TOTAL PAYOUT HOURS" TO WS-P-NAME
           MOVE SPACES TO WS-P-TERM-DATE
           MOVE WS-PAYOUT-HOURS TO WS-P-HOURS
           MOVE WS-PAYOUT-LINE TO PAYOUT-REPORT-LINE
           WRITE PAYOUT-REPORT-LINE
           CLOSE LEAVE-BALANCE-OUT
           CLOSE STATEMENT-FILE
           CLOSE PAYOUT-REPORT-FILE.

       4100-CLOSE-ONE-BALANCE.
           IF WS-B-ON-MASTER(WS-BAL-SUB)
               PERFORM 4200-WRITE-STATEMENT
               MOVE WS-B-EMPLOYEE-ID(WS-BAL-SUB) TO LB-EMPLOYEE-ID
               MOVE WS-B-BALANCE(WS-BAL-SUB) TO LB-BALANCE
               MOVE WS-B-ACCRUED-YTD(WS-BAL-SUB) TO LB-ACCRUED-YTD
               MOVE WS-B-TAKEN-YTD(WS-BAL-SUB) TO LB-TAKEN-YTD
               MOVE WS-B-LAST-PERIOD-END(WS-BAL-SUB)
                   TO LB-LAST-PERIOD-END
               MOVE LEAVE-BALANCE-RECORD TO LEAVE-BALANCE-OUT-REC
               WRITE LEAVE-BALANCE-OUT-REC
           ELSE
               PERFORM 4300-WRITE-PAYOUT
           END-IF.

       4200-WRITE-STATEMENT.
           MOVE WS-PERIOD-END TO WS-SH-PERIOD-END
           MOVE WS-STMT-HEADING TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-B-EMPLOYEE-ID(WS-BAL-SUB) TO WS-SE-EMPLOYEE-ID
           MOVE WS-B-NAME(WS-BAL-SUB) TO WS-SE-NAME
           MOVE WS-B-DEPT-CODE(WS-BAL-SUB) TO WS-SE-DEPT-CODE
           MOVE WS-STMT-EMPLOYEE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-B-SERVICE-YEARS(WS-BAL-SUB) TO WS-SV-YEARS
           MOVE ZERO TO WS-SV-BAND
           MOVE ZERO TO WS-SV-CAP
           IF WS-B-BAND-SUB(WS-BAL-SUB) > ZERO
               MOVE WS-BD-MIN-YEARS(WS-B-BAND-SUB(WS-BAL-SUB))
                   TO WS-SV-BAND
               MOVE WS-BD-CAP(WS-B-BAND-SUB(WS-BAL-SUB)) TO WS-SV-CAP
           END-IF
           MOVE WS-STMT-SERVICE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "OPENING BALANCE" TO WS-SA-LABEL
           MOVE WS-B-OPENING(WS-BAL-SUB) TO WS-SA-HOURS
           MOVE SPACES TO WS-SA-NOTE
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "ACCRUED" TO WS-SA-LABEL
           MOVE WS-B-ACCRUED(WS-BAL-SUB) TO WS-SA-HOURS
           MOVE WS-B-NOTE(WS-BAL-SUB) TO WS-SA-NOTE
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "TAKEN" TO WS-SA-LABEL
           MOVE WS-B-TAKEN(WS-BAL-SUB) TO WS-SA-HOURS
           MOVE SPACES TO WS-SA-NOTE
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "CLOSING BALANCE" TO WS-SA-LABEL
           MOVE WS-B-BALANCE(WS-BAL-SUB) TO WS-SA-HOURS
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-B-ACCRUED-YTD(WS-BAL-SUB) TO WS-SY-ACCRUED
           MOVE WS-B-TAKEN-YTD(WS-BAL-SUB) TO WS-SY-TAKEN
           MOVE WS-STMT-YTD-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      ******************************************************************
      *    4300-WRITE-PAYOUT - THE WHOLE BALANCE IS PAID OUT.  THE
      *    NAME AND TERMINATION DATE COME OFF THE ARCHIVE.
      ******************************************************************
       4300-WRITE-PAYOUT.
           MOVE ZERO TO WS-ARC-HIT-SUB
           PERFORM 4310-CHECK-ONE-ARCHIVE
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT
           MOVE WS-B-EMPLOYEE-ID(WS-BAL-SUB) TO WS-P-EMPLOYEE-ID
           IF WS-ARC-HIT-SUB = ZERO
               MOVE "** NOT ON ARCHIVE **" TO WS-P-NAME
               MOVE SPACES TO WS-P-TERM-DATE
           ELSE
               MOVE WS-A-NAME(WS-ARC-HIT-SUB) TO WS-P-NAME
               MOVE WS-A-TERM-DATE(WS-ARC-HIT-SUB) TO WS-P-TERM-DATE
           END-IF
           MOVE WS-B-BALANCE(WS-BAL-SUB) TO WS-P-HOURS
           MOVE WS-PAYOUT-LINE TO PAYOUT-REPORT-LINE
           WRITE PAYOUT-REPORT-LINE
           ADD 1 TO WS-PAYOUT-COUNT
           ADD WS-B-BALANCE(WS-BAL-SUB) TO WS-PAYOUT-HOURS.

       4310-CHECK-ONE-ARCHIVE.
           IF WS-A-EMPLOYEE-ID(WS-ARC-SUB)
                   = WS-B-EMPLOYEE-ID(WS-BAL-SUB)
               MOVE WS-ARC-SUB TO WS-ARC-HIT-SUB
           END-IF.

      ******************************************************************
      *    8000-FIND-BALANCE - THE BALANCE ENTRY FOR
      *    WS-FIND-EMPLOYEE-ID.
      ******************************************************************
       8000-FIND-BALANCE.
           MOVE ZERO TO WS-BAL-HIT-SUB
           PERFORM 8100-CHECK-ONE-BALANCE
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   OR WS-BAL-HIT-SUB > ZERO.

       8100-CHECK-ONE-BALANCE.
           IF WS-B-EMPLOYEE-ID(WS-BAL-SUB) = WS-FIND-EMPLOYEE-ID
               MOVE WS-BAL-SUB TO WS-BAL-HIT-SUB
           END-IF.

       8200-CLEAR-BALANCE.
           MOVE SPACES TO WS-B-NAME(WS-BAL-SUB)
           MOVE SPACES TO WS-B-DEPT-CODE(WS-BAL-SUB)
           MOVE ZERO TO WS-B-SERVICE-YEARS(WS-BAL-SUB)
           MOVE ZERO TO WS-B-BAND-SUB(WS-BAL-SUB)
           MOVE ZERO TO WS-B-OPENING(WS-BAL-SUB)
           MOVE ZERO TO WS-B-ACCRUED(WS-BAL-SUB)
           MOVE ZERO TO WS-B-TAKEN(WS-BAL-SUB)
           MOVE ZERO TO WS-B-BALANCE(WS-BAL-SUB)
           MOVE ZERO TO WS-B-ACCRUED-YTD(WS-BAL-SUB)
           MOVE ZERO TO WS-B-TAKEN-YTD(WS-BAL-SUB)
           MOVE ZERO TO WS-B-LAST-PERIOD-END(WS-BAL-SUB)
           MOVE "N" TO WS-B-ON-MASTER-SW(WS-BAL-SUB)
           MOVE SPACES TO WS-B-NOTE(WS-BAL-SUB).

       9999-TERMINATE.
           DISPLAY "LVACCRU: " WS-EMPLOYEE-COUNT " EMPLOYEES, "
               WS-SUSPENDED-COUNT " SUSPENDED, "
               WS-CAPPED-COUNT " CAPPED"
           DISPLAY "LVACCRU: " WS-CARD-COUNT " LEAVE CARDS, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-PAYOUT-COUNT " PAYOUTS"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
