      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  EACH MILESTONE CERTIFICATE NOW ALSO ISSUES
      *                     A SERVICE-AWARD GIFT VOUCHER OFF THE
      *                     SNACK VOUCHERS' SERIAL CONTROL (VCHRSEQ)
      *                     AND LOGS IT TO THE VOUCHER REGISTER AS
      *                     TYPE "A", CHARGED TO THE EMPLOYEE'S
      *                     DEPARTMENT.  THE AMOUNT PER MILESTONE
      *                     COMES FROM THE PARAMETER FILE (SPACEBAT
      *                     AWARD-05YR ... AWARD-50YR); A MILESTONE
      *                     WITH NO AMOUNT GETS THE CERTIFICATE ONLY.
      *                     THE SERIAL AND VALUE PRINT ON THE
      *                     CERTIFICATE, AND VCHRRPT TRACKS THE
      *                     REDEMPTION AND EXPIRY.
      *    2026-09-03  RSK  THE ANNIVERSARY REPORT IS NOW GROUPED BY
      *                     DEPARTMENT WITH A SUBTOTAL PER GROUP
      *                     (ORG-UNIT NAMES OFF THE ORGUNIT MASTER,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OU-FILE-STATUS.

           SELECT SERIAL-CONTROL-FILE ASSIGN TO "VCHRSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

           SELECT VOUCHER-REGISTER-FILE ASSIGN TO "VCHRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           05  CF-YEARS                 PIC ZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  CF-MILESTONE-TEXT        PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  CF-VOUCHER-SERIAL        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  CF-VOUCHER-VALUE         PIC ZZ9.99.

       FD  SERIAL-CONTROL-FILE.
       01  SERIAL-CONTROL-RECORD.
           05  SQ-LAST-SERIAL           PIC 9(08).
           05  FILLER                   PIC X(01).
           05  SQ-FACE-VALUE            PIC 9(03)V99.

       FD  VOUCHER-REGISTER-FILE.
       COPY VCHRREG.

       WORKING-STORAGE SECTION.
       01 WS-INPUT                 PIC 9(30) EXTERNAL.
       01 WS-WHICH-PLANET          PIC X(30) EXTERNAL.
       01 WS-RESULT                PIC 9(4)V99 EXTERNAL.
       01 WS-ERROR                 PIC X(30) EXTERNAL.
       01 WS-PL-JOB-NAME           PIC X(08) EXTERNAL.
       01 WS-PL-PARM-NAME          PIC X(12) EXTERNAL.
       01 WS-PL-AS-OF-DATE         PIC 9(08) EXTERNAL.
       01 WS-PL-PARM-VALUE         PIC X(20) EXTERNAL.
       01 WS-PL-FOUND-SW           PIC X EXTERNAL.
           88 WS-PL-FOUND          VALUE "Y".

       01  WS-EM-FILE-STATUS        PIC XX.
       01  WS-AN-FILE-STATUS        PIC XX.
       01  WS-CF-FILE-STATUS        PIC XX.
       01  WS-OU-FILE-STATUS        PIC XX.
       01  WS-SQ-FILE-STATUS        PIC XX.
       01  WS-VR-FILE-STATUS        PIC XX.
       01  WS-EOF-SW                PIC X VALUE "N".
           88  WS-EOF               VALUE "Y".

       01  WS-MILESTONE-REM         PIC 9(03).
       01  WS-MILESTONE-TEXT        PIC X(30).

      *    GIFT-VOUCHER AMOUNT PER FIVE-YEAR MILESTONE (5 TO 50
      *    YEARS) OFF THE PARAMETER FILE, AND THE SERIAL CONTROL
      *    SHARED WITH THE SNACK VOUCHERS.  THE SNACK FACE VALUE ON
      *    THE CONTROL RECORD IS CARRIED THROUGH UNTOUCHED.
       01  WS-AWARD-MAX             PIC 9(02) VALUE 10.
       01  WS-AWARD-TABLE.
           05  WS-AWARD-AMOUNT      PIC 9(03)V99 OCCURS 10 TIMES.
       01  WS-AWARD-SUB             PIC 9(02).
       01  WS-AWARD-YEARS           PIC 9(02).
       01  WS-PARM-AMOUNT           PIC 9(07)V99.
       01  WS-NEXT-SERIAL           PIC 9(08) VALUE 1.
       01  WS-FACE-VALUE            PIC 9(03)V99 VALUE 10.00.
       01  WS-AWARD-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           MOVE WS-HEADING-LINE TO ANNIVERSARY-LINE
           WRITE ANNIVERSARY-LINE
           PERFORM 1050-LOAD-ORG-UNITS
           PERFORM 1200-LOAD-SERIAL-CONTROL
           PERFORM 1300-LOAD-AWARD-AMOUNTS
           OPEN EXTEND VOUCHER-REGISTER-FILE
           IF WS-VR-FILE-STATUS NOT = "00"
               OPEN OUTPUT VOUCHER-REGISTER-FILE
           END-IF
           PERFORM 1100-READ-NEXT-EMPLOYEE.

      ******************************************************************
           END-IF
           PERFORM 1060-READ-ORG-UNIT.

      ******************************************************************
      *    1200-LOAD-SERIAL-CONTROL - PICK UP THE LAST VOUCHER SERIAL
      *    ISSUED, AND THE SNACK FACE VALUE TO WRITE BACK WITH IT.
      *    NO CONTROL FILE MEANS A FRESH SERIES FROM 1.
      ******************************************************************
       1200-LOAD-SERIAL-CONTROL.
           OPEN INPUT SERIAL-CONTROL-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ SERIAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-NEXT-SERIAL = SQ-LAST-SERIAL + 1
                       IF SQ-FACE-VALUE NUMERIC
                           AND SQ-FACE-VALUE > 0
                           MOVE SQ-FACE-VALUE TO WS-FACE-VALUE
                       END-IF
               END-READ
               CLOSE SERIAL-CONTROL-FILE
           END-IF.

      ******************************************************************
      *    1300-LOAD-AWARD-AMOUNTS - ONE PARAMETER PER MILESTONE,
      *    AWARD-05YR THROUGH AWARD-50YR, AS IN FORCE ON THE RUN
      *    DATE.  A VOUCHER CANNOT CARRY MORE THAN 999.99, SO A
      *    LARGER AMOUNT IS NAMED TO THE OPERATOR AND NOT USED.
      ******************************************************************
       1300-LOAD-AWARD-AMOUNTS.
           MOVE "SPACEBAT" TO WS-PL-JOB-NAME
           MOVE WS-RUN-DATE TO WS-PL-AS-OF-DATE
           PERFORM 1310-LOOKUP-ONE-AWARD
               VARYING WS-AWARD-SUB FROM 1 BY 1
               UNTIL WS-AWARD-SUB > WS-AWARD-MAX.

       1310-LOOKUP-ONE-AWARD.
           MOVE ZERO TO WS-AWARD-AMOUNT(WS-AWARD-SUB)
           COMPUTE WS-AWARD-YEARS = WS-AWARD-SUB * 5
           MOVE SPACES TO WS-PL-PARM-NAME
           STRING "AWARD-" WS-AWARD-YEARS "YR"
               DELIMITED BY SIZE INTO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-AMOUNT =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-AMOUNT > 999.99
                   DISPLAY "SPACEBAT: " WS-PL-PARM-NAME
                       " OVER THE 999.99 VOUCHER LIMIT, NOT USED"
               ELSE
                   MOVE WS-PARM-AMOUNT
                       TO WS-AWARD-AMOUNT(WS-AWARD-SUB)
               END-IF
           END-IF.

       1100-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE
               AT END
               " YEAR SERVICE ANNIVERSARY" DELIMITED BY SIZE
               INTO WS-MILESTONE-TEXT
           MOVE WS-MILESTONE-TEXT TO CF-MILESTONE-TEXT
           IF WS-MILESTONE-QUOT <= WS-AWARD-MAX
               IF WS-AWARD-AMOUNT(WS-MILESTONE-QUOT) > ZERO
                   PERFORM 2400-ISSUE-AWARD-VOUCHER
               END-IF
           END-IF
           WRITE CERTIFICATE-RECORD.

      ******************************************************************
      *    2400-ISSUE-AWARD-VOUCHER - THE NEXT SERIAL GOES ON THE
      *    CERTIFICATE AND ON THE REGISTER, CHARGED TO THE
      *    EMPLOYEE'S DEPARTMENT.
      ******************************************************************
       2400-ISSUE-AWARD-VOUCHER.
           MOVE WS-NEXT-SERIAL TO CF-VOUCHER-SERIAL
           MOVE WS-AWARD-AMOUNT(WS-MILESTONE-QUOT) TO CF-VOUCHER-VALUE
           MOVE WS-NEXT-SERIAL TO VR-SERIAL
           MOVE WS-RUN-DATE TO VR-ISSUE-DATE
           MOVE EM-EMPLOYEE-ID TO VR-TOKEN
           MOVE WS-AWARD-AMOUNT(WS-MILESTONE-QUOT) TO VR-VALUE
           MOVE EM-DEPT-CODE TO VR-DEPT-CODE
           MOVE "A" TO VR-VOUCHER-TYPE
           WRITE VOUCHER-REGISTER-RECORD
           ADD 1 TO WS-NEXT-SERIAL
           ADD 1 TO WS-AWARD-COUNT.

      ******************************************************************
      *    3000-PRINT-GROUPED-REPORT - WALK THE HELD DETAIL LINES
      *    GROUP BY GROUP: EACH UNPRINTED DEPARTMENT IN TURN GETS
       9999-TERMINATE.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE ANNIVERSARY-RPT
           CLOSE CERTIFICATE-FILE
           CLOSE VOUCHER-REGISTER-FILE
           IF WS-AWARD-COUNT > ZERO
               PERFORM 9100-SAVE-SERIAL-CONTROL
           END-IF.

      ******************************************************************
      *    9100-SAVE-SERIAL-CONTROL - REWRITE THE CONTROL FILE WITH
      *    THE LAST SERIAL ISSUED AND THE SNACK FACE VALUE AS READ,
      *    SO TWOFRBAT CARRIES THE SERIES ON.
      ******************************************************************
       9100-SAVE-SERIAL-CONTROL.
           OPEN OUTPUT SERIAL-CONTROL-FILE
           COMPUTE SQ-LAST-SERIAL = WS-NEXT-SERIAL - 1
           MOVE WS-FACE-VALUE TO SQ-FACE-VALUE
           MOVE "-" TO SERIAL-CONTROL-RECORD(9:1)
           WRITE SERIAL-CONTROL-RECORD
           CLOSE SERIAL-CONTROL-FILE.
