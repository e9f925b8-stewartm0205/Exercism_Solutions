       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.
       AUTHOR. HR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CERTMNT MAINTAINS THE EMPLOYEE CERTIFICATION REGISTER FROM
      *    THE CERTIFICATION CARDS -- HR'S OWN AND THE TYPING CARDS
      *    TYPETRND WRITES FOR CERTIFIED TYPISTS:
      *        A  ADD: THE EMPLOYEE EARNED THE CERTIFICATION.  AN
      *           OPEN ONE OF THE SAME TYPE IS CLOSED AS RENEWED ON
      *           THE NEW EARNED DATE; A CARD FOR THE SAME EARNED
      *           DATE IS ALREADY ON THE REGISTER AND IS PASSED OVER
      *        V  REVOKE: THE EMPLOYEE'S OPEN ONE OF THE TYPE IS
      *           CLOSED AS OF THE CARD'S DATE (OR TODAY)
      *    THE EMPLOYEE MUST BE ON THE EMPLOYEE MASTER.  EVERY CARD
      *    GOES ON THE MAINTENANCE REGISTER; A REJECTED CARD SETS
      *    RETURN CODE 8.  THE UPDATED REGISTER IS WRITTEN TO
      *    CERTREGO, LESS THE CLOSED RECORDS THAT CLOSED MORE THAN
      *    THREE YEARS (WS-KEEP-CLOSED-DAYS) BEFORE THE RUN, SO THE
      *    REGISTER HOLDS THE OPEN CERTIFICATIONS AND RECENT HISTORY
      *    RATHER THAN GROWING RUN AFTER RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-CARD-FILE ASSIGN TO "CERTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-FILE-STATUS.

           SELECT CERT-REGISTER-FILE ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT CERT-REGISTER-OUT ASSIGN TO "CERTREGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT MAINT-REGISTER-FILE ASSIGN TO "CERTMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CARD-FILE.
       COPY CERTTRAN.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  CERT-REGISTER-FILE.
       COPY CERTREG.

       FD  CERT-REGISTER-OUT.
       01  CERT-REGISTER-OUT-REC        PIC X(50).

       FD  MAINT-REGISTER-FILE.
       01  MAINT-REGISTER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CN-FILE-STATUS            PIC XX.
       01  WS-EM-FILE-STATUS            PIC XX.
       01  WS-CE-FILE-STATUS            PIC XX.
       01  WS-CO-FILE-STATUS            PIC XX.
       01  WS-MR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-CARD-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-ADDED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-EARNED-DATE               PIC 9(08).
       01  WS-EXPIRY-DATE               PIC 9(08).
       01  WS-EFFECTIVE-DATE            PIC 9(08).
       01  WS-KEEP-CLOSED-DAYS          PIC 9(04) VALUE 1095.
       01  WS-PURGE-BEFORE-DATE         PIC 9(08).
       01  WS-PURGED-COUNT              PIC 9(05) VALUE ZERO.

      *    EMPLOYEE IDS OFF THE MASTER, TO VALIDATE THE CARDS.  A
      *    MASTER TOO BIG FOR THE TABLE WOULD REJECT GOOD CARDS, SO
      *    THE RUN IS REFUSED.
       01  WS-EMP-MAX                   PIC 9(04) VALUE 1000.
       01  WS-EMP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-E-EMPLOYEE-ID     PIC X(08).
       01  WS-EMP-SUB                   PIC 9(04).
       01  WS-EMP-FOUND-SUB             PIC 9(04).

      *    THE WHOLE REGISTER, HELD IN MEMORY FOR THE SINGLE
      *    REWRITE, LESS THE CLOSED RECORDS PAST KEEPING.  ONE TOO
      *    BIG FOR THE TABLE WOULD BE WRITTEN BACK SHORT, SO THE RUN
      *    IS REFUSED.
       01  WS-CRT-MAX                   PIC 9(04) VALUE 5000.
       01  WS-CRT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-CRT-TABLE.
           05  WS-CRT-ENTRY OCCURS 5000 TIMES.
               10  WS-C-RECORD          PIC X(50).
       01  WS-CRT-SUB                   PIC 9(04).
       01  WS-CRT-FOUND-SUB             PIC 9(04).

       01  WS-REGISTER-HEADING          PIC X(44) VALUE
           "CERTIFICATION MAINTENANCE REGISTER".

       01  WS-REGISTER-LINE.
           05  WS-R-SEQ                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-ACTION              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-EMPLOYEE-ID         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-CERT-TYPE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(40).

       01  WS-TOTALS-LINE.
           05  FILLER                   PIC X(06) VALUE "CARDS ".
           05  WS-T-CARDS               PIC ZZZZ9.
           05  FILLER                   PIC X(08) VALUE "  ADDED ".
           05  WS-T-ADDED               PIC ZZZZ9.
           05  FILLER                   PIC X(09) VALUE "  CLOSED ".
           05  WS-T-CLOSED              PIC ZZZZ9.
           05  FILLER                   PIC X(11) VALUE
               "  REJECTED ".
           05  WS-T-REJECTED            PIC ZZZZ9.
           05  FILLER                   PIC X(09) VALUE "  PURGED ".
           05  WS-T-PURGED              PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-CARD
               UNTIL WS-EOF
           PERFORM 3000-REWRITE-REGISTER
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - LOAD THE EMPLOYEE IDS AND THE REGISTER
      *    (NONE YET IS AN EMPTY REGISTER), OPEN THE MAINTENANCE
      *    REGISTER, AND PRIME THE CARD READ.  A RECORD THAT CLOSED
      *    BEFORE THE PURGE DATE IS LEFT BEHIND.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-PURGE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-KEEP-CLOSED-DAYS)
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "CERTMNT REFUSED -- NO EMPLOYEE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-MASTER
           PERFORM 1150-STORE-MASTER
               UNTIL WS-EM-FILE-STATUS NOT = "00"
           CLOSE EMPLOYEE-MASTER-FILE
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-CE-FILE-STATUS = "00"
               PERFORM 1200-READ-CERTIFICATION
               PERFORM 1250-STORE-CERTIFICATION
                   UNTIL WS-CE-FILE-STATUS NOT = "00"
               CLOSE CERT-REGISTER-FILE
           END-IF
           OPEN OUTPUT MAINT-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO MAINT-REGISTER-LINE
           WRITE MAINT-REGISTER-LINE
           OPEN INPUT CERT-CARD-FILE
           IF WS-CN-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-CARD
           END-IF.

       1100-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-EM-FILE-STATUS
           END-READ.

       1150-STORE-MASTER.
           IF WS-EMP-COUNT NOT < WS-EMP-MAX
               DISPLAY "CERTMNT REFUSED -- MORE THAN " WS-EMP-MAX
                   " EMPLOYEES ON THE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EM-EMPLOYEE-ID TO WS-E-EMPLOYEE-ID(WS-EMP-COUNT)
           PERFORM 1100-READ-MASTER.

       1200-READ-CERTIFICATION.
           READ CERT-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-CE-FILE-STATUS
           END-READ.

       1250-STORE-CERTIFICATION.
           IF CE-CLOSED
               AND CE-CLOSED-DATE NUMERIC
               AND CE-CLOSED-DATE < WS-PURGE-BEFORE-DATE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               PERFORM 1260-KEEP-CERTIFICATION
           END-IF
           PERFORM 1200-READ-CERTIFICATION.

       1260-KEEP-CERTIFICATION.
           IF WS-CRT-COUNT NOT < WS-CRT-MAX
               DISPLAY "CERTMNT REFUSED -- MORE THAN " WS-CRT-MAX
                   " RECORDS TO KEEP ON THE REGISTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CRT-COUNT
           MOVE CERTIFICATION-RECORD TO WS-C-RECORD(WS-CRT-COUNT).

       1300-READ-CARD.
           READ CERT-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-APPLY-ONE-CARD - EVERY CARD LANDS ON THE REGISTER,
      *    APPLIED OR NOT.
      ******************************************************************
       2000-APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           PERFORM 8000-FIND-EMPLOYEE
           PERFORM 8200-FIND-OPEN-CERTIFICATION
           EVALUATE TRUE
               WHEN WS-EMP-FOUND-SUB = ZERO
                   MOVE "REJECTED -- NOT ON EMPLOYEE MASTER"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CN-CERT-TYPE = SPACES
                   MOVE "REJECTED -- NO CERTIFICATION TYPE"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CN-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN CN-REVOKE
                   PERFORM 2200-APPLY-REVOKE
               WHEN OTHER
                   MOVE "REJECTED -- UNKNOWN ACTION CODE"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 7000-WRITE-REGISTER-LINE
           PERFORM 1300-READ-CARD.

      ******************************************************************
      *    2100-APPLY-ADD - THE EARNED DATE IS REQUIRED; THE EXPIRY
      *    MAY BE BLANK OR ZERO (DOES NOT LAPSE) BUT OTHERWISE MUST
      *    FALL AFTER IT.  A CARD OLDER THAN THE OPEN CERTIFICATION
      *    ON FILE WOULD UNDO A RENEWAL AND IS REJECTED.
      ******************************************************************
       2100-APPLY-ADD.
           MOVE ZERO TO WS-EARNED-DATE
           IF CN-EARNED-DATE NUMERIC
               MOVE CN-EARNED-DATE TO WS-EARNED-DATE
           END-IF
           MOVE ZERO TO WS-EXPIRY-DATE
           IF CN-EXPIRY-DATE NUMERIC
               MOVE CN-EXPIRY-DATE TO WS-EXPIRY-DATE
           END-IF
           IF WS-CRT-FOUND-SUB > ZERO
               MOVE WS-C-RECORD(WS-CRT-FOUND-SUB)
                   TO CERTIFICATION-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-EARNED-DATE = ZERO
                   MOVE "REJECTED -- BAD EARNED DATE"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CN-EXPIRY-DATE NOT NUMERIC
                   AND CN-EXPIRY-DATE NOT = SPACES
                   MOVE "REJECTED -- BAD EXPIRY DATE"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-EXPIRY-DATE > ZERO
                   AND WS-EXPIRY-DATE NOT > WS-EARNED-DATE
                   MOVE "REJECTED -- EXPIRES BEFORE EARNED"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-CRT-FOUND-SUB > ZERO
                   AND CE-EARNED-DATE = WS-EARNED-DATE
                   MOVE "ALREADY ON REGISTER" TO WS-R-DISPOSITION
               WHEN WS-CRT-FOUND-SUB > ZERO
                   AND CE-EARNED-DATE > WS-EARNED-DATE
                   MOVE "REJECTED -- OLDER THAN ONE ON FILE"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-CRT-COUNT NOT < WS-CRT-MAX
                   MOVE "REJECTED -- REGISTER TABLE FULL"
                       TO WS-R-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-CRT-FOUND-SUB > ZERO
                   MOVE WS-EARNED-DATE TO WS-EFFECTIVE-DATE
                   MOVE "R" TO CE-CLOSED-REASON
                   PERFORM 2300-CLOSE-CERTIFICATION
                   PERFORM 2150-ADD-CERTIFICATION
                   MOVE "RENEWED -- PRIOR ONE CLOSED"
                       TO WS-R-DISPOSITION
               WHEN OTHER
                   PERFORM 2150-ADD-CERTIFICATION
                   MOVE "ADDED" TO WS-R-DISPOSITION
           END-EVALUATE.

       2150-ADD-CERTIFICATION.
           MOVE SPACES TO CERTIFICATION-RECORD
           MOVE CN-EMPLOYEE-ID TO CE-EMPLOYEE-ID
           MOVE CN-CERT-TYPE TO CE-CERT-TYPE
           MOVE WS-EARNED-DATE TO CE-EARNED-DATE
           MOVE WS-EXPIRY-DATE TO CE-EXPIRY-DATE
           MOVE CN-SOURCE TO CE-SOURCE
           IF CN-SOURCE = SPACES
               MOVE "HR" TO CE-SOURCE
           END-IF
           MOVE "O" TO CE-STATUS
           MOVE ZERO TO CE-CLOSED-DATE
           ADD 1 TO WS-CRT-COUNT
           MOVE CERTIFICATION-RECORD TO WS-C-RECORD(WS-CRT-COUNT)
           ADD 1 TO WS-ADDED-COUNT.

      ******************************************************************
      *    2200-APPLY-REVOKE - THE CARD'S EARNED-DATE COLUMN, WHEN
      *    FILLED, IS THE DATE THE REVOCATION TAKES EFFECT.
      ******************************************************************
       2200-APPLY-REVOKE.
           IF WS-CRT-FOUND-SUB = ZERO
               MOVE "REJECTED -- NO OPEN CERTIFICATION"
                   TO WS-R-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
               IF CN-EARNED-DATE NUMERIC
                   MOVE CN-EARNED-DATE TO WS-EFFECTIVE-DATE
               END-IF
               MOVE WS-C-RECORD(WS-CRT-FOUND-SUB)
                   TO CERTIFICATION-RECORD
               MOVE "V" TO CE-CLOSED-REASON
               PERFORM 2300-CLOSE-CERTIFICATION
               MOVE "REVOKED" TO WS-R-DISPOSITION
           END-IF.

       2300-CLOSE-CERTIFICATION.
           MOVE "C" TO CE-STATUS
           MOVE WS-EFFECTIVE-DATE TO CE-CLOSED-DATE
           MOVE CERTIFICATION-RECORD TO WS-C-RECORD(WS-CRT-FOUND-SUB)
           ADD 1 TO WS-CLOSED-COUNT.

       3000-REWRITE-REGISTER.
           OPEN OUTPUT CERT-REGISTER-OUT
           PERFORM 3100-WRITE-ONE-CERTIFICATION
               VARYING WS-CRT-SUB FROM 1 BY 1
               UNTIL WS-CRT-SUB > WS-CRT-COUNT
           CLOSE CERT-REGISTER-OUT.

       3100-WRITE-ONE-CERTIFICATION.
           MOVE WS-C-RECORD(WS-CRT-SUB) TO CERT-REGISTER-OUT-REC
           WRITE CERT-REGISTER-OUT-REC.

       7000-WRITE-REGISTER-LINE.
           MOVE WS-CARD-COUNT TO WS-R-SEQ
           MOVE CN-ACTION TO WS-R-ACTION
           MOVE CN-EMPLOYEE-ID TO WS-R-EMPLOYEE-ID
           MOVE CN-CERT-TYPE TO WS-R-CERT-TYPE
           MOVE WS-REGISTER-LINE TO MAINT-REGISTER-LINE
           WRITE MAINT-REGISTER-LINE.

      ******************************************************************
      *    8000-FIND-EMPLOYEE - LOCATE THE CARD'S EMPLOYEE ON THE
      *    MASTER.
      ******************************************************************
       8000-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-FOUND-SUB
           PERFORM 8100-CHECK-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   OR WS-EMP-FOUND-SUB > ZERO.

       8100-CHECK-ONE-EMPLOYEE.
           IF WS-E-EMPLOYEE-ID(WS-EMP-SUB) = CN-EMPLOYEE-ID
               MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
           END-IF.

      ******************************************************************
      *    8200-FIND-OPEN-CERTIFICATION - THE EMPLOYEE'S OPEN
      *    CERTIFICATION OF THE CARD'S TYPE, IF ANY.
      ******************************************************************
       8200-FIND-OPEN-CERTIFICATION.
           MOVE ZERO TO WS-CRT-FOUND-SUB
           PERFORM 8300-CHECK-ONE-CERTIFICATION
               VARYING WS-CRT-SUB FROM 1 BY 1
               UNTIL WS-CRT-SUB > WS-CRT-COUNT
                   OR WS-CRT-FOUND-SUB > ZERO.

       8300-CHECK-ONE-CERTIFICATION.
           MOVE WS-C-RECORD(WS-CRT-SUB) TO CERTIFICATION-RECORD
           IF CE-EMPLOYEE-ID = CN-EMPLOYEE-ID
               AND CE-CERT-TYPE = CN-CERT-TYPE
               AND CE-OPEN
               MOVE WS-CRT-SUB TO WS-CRT-FOUND-SUB
           END-IF.

       9999-TERMINATE.
           MOVE WS-CARD-COUNT TO WS-T-CARDS
           MOVE WS-ADDED-COUNT TO WS-T-ADDED
           MOVE WS-CLOSED-COUNT TO WS-T-CLOSED
           MOVE WS-REJECTED-COUNT TO WS-T-REJECTED
           MOVE WS-PURGED-COUNT TO WS-T-PURGED
           MOVE WS-TOTALS-LINE TO MAINT-REGISTER-LINE
           WRITE MAINT-REGISTER-LINE
           IF WS-CN-FILE-STATUS NOT = "35"
               CLOSE CERT-CARD-FILE
           END-IF
           CLOSE MAINT-REGISTER-FILE
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
