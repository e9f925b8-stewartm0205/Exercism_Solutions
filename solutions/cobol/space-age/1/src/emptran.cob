      *           CODE IN THE TRANSACTION'S DEPARTMENT COLUMN, SO
      *           SPACEBAT CAN GROUP AND BURST BY DEPARTMENT
      *    EVERY TRANSACTION -- APPLIED OR REJECTED -- GOES ON THE
      *    PROCESSING REGISTER, WITH THE EFFECTIVE DATE AND THE
      *    DEPARTMENT LEFT (FROM) AND JOINED (TO) -- HEADCNT READS
      *    THESE, SO THE DISPOSITION WORDING AND THE LINE LAYOUT ARE
      *    FIXED.  THE UPDATED MASTER IS WRITTEN TO EMPMASTO.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  THE CERTIFICATION REGISTER IS NO LONGER
      *                     HELD IN MEMORY: THE OPEN CERTIFICATIONS
      *                     ARE COUNTED PER EMPLOYEE ON THE WAY IN AND
      *                     THE REGISTER IS COPIED TO CERTREGO RECORD
      *                     BY RECORD, SO ITS SIZE NO LONGER LIMITS
      *                     THE RUN.
      *    2026-10-15  RSK  REGISTER LINES NOW CARRY THE EFFECTIVE
      *                     DATE AND THE DEPARTMENT THE EMPLOYEE
      *                     LEFT AND JOINED, AND THE REGISTER IS
      *                     EXTENDED RUN AFTER RUN LIKE THE ARCHIVE,
      *                     SO THE MONTH-END HEADCOUNT RUN CAN COUNT
      *                     THE MONTH'S MOVEMENTS OFF IT.
      *    2026-10-15  RSK  A TERMINATION NOW CLOSES EVERY OPEN
      *                     CERTIFICATION THE EMPLOYEE HELD ON THE
      *                     CERTIFICATION REGISTER (REASON "T", AS OF
      *                     THE EFFECTIVE DATE); THE UPDATED REGISTER
      *                     IS WRITTEN TO CERTREGO.
      *    2026-09-03  RSK  THE RUN NOW REFUSES TO START WITHOUT AN
      *                     AUTHORIZED OPERATOR (SHARED OPRAUTH
      *                     SERVICE) AND STAMPS EVERY APPLIED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT CERT-REGISTER-FILE ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT CERT-REGISTER-OUT ASSIGN TO "CERTREGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONNEL-TRANS-FILE.
       FD  TRANS-REGISTER-FILE.
       01  TRANS-REGISTER-LINE          PIC X(80).

       FD  CERT-REGISTER-FILE.
       COPY CERTREG.

       FD  CERT-REGISTER-OUT.
       01  CERT-REGISTER-OUT-REC        PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-OP-PROGRAM                  PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID              PIC X(08) EXTERNAL.
       01  WS-EO-FILE-STATUS            PIC XX.
       01  WS-EA-FILE-STATUS            PIC XX.
       01  WS-TR-FILE-STATUS            PIC XX.
       01  WS-CE-FILE-STATUS            PIC XX.
       01  WS-CO-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-TRAN-COUNT                PIC 9(05) VALUE ZERO.
               10  WS-E-DEPT-CODE       PIC X(04).
               10  WS-E-GONE-SW         PIC X(01).
                   88  WS-E-GONE        VALUE "Y".
               10  WS-E-OPEN-CERTS      PIC 9(03).
               10  WS-E-CERT-CLOSE-DATE PIC 9(08).
       01  WS-EMP-SUB                   PIC 9(04).
       01  WS-EMP-FOUND-SUB             PIC 9(04).

      *    THE CERTIFICATION REGISTER IS NOT HELD: EACH EMPLOYEE'S
      *    OPEN CERTIFICATIONS ARE COUNTED ON THE MASTER SLOT, AND A
      *    TERMINATION STAMPS THE SLOT WITH THE DATE ITS OPEN ONES
      *    CLOSE WHEN THE REGISTER IS COPIED FORWARD.
       01  WS-CERT-EMP-SUB              PIC 9(04).
       01  WS-CERTS-CLOSED              PIC 9(03).

       01  WS-TERM-DISPOSITION.
           05  FILLER                   PIC X(24) VALUE
               "TERMINATED -- ARCHIVED, ".
           05  WS-TD-CLOSED             PIC ZZ9.
           05  FILLER                   PIC X(13) VALUE
               " CERTS CLOSED".

       01  WS-REGISTER-HEADING          PIC X(44) VALUE
           "PERSONNEL TRANSACTION PROCESSING REGISTER".

           05  WS-R-EMPLOYEE-ID         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-R-FROM-DEPT           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-R-TO-DEPT             PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-APPLY-ONE-TRANSACTION
               UNTIL WS-EOF
           PERFORM 3000-REWRITE-MASTER
           PERFORM 3200-REWRITE-CERTIFICATIONS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - LOAD THE MASTER, COUNT EACH EMPLOYEE'S
      *    OPEN CERTIFICATIONS (NO REGISTER YET COUNTS NONE), OPEN
      *    THE REGISTER AND ARCHIVE, AND PRIME THE TRANSACTION READ.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT EMPLOYEE-MASTER-FILE
                   UNTIL WS-EOF
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-CE-FILE-STATUS = "00"
               PERFORM 1400-READ-CERTIFICATION
               PERFORM 1450-COUNT-OPEN-CERTIFICATION
                   UNTIL WS-CE-FILE-STATUS NOT = "00"
               CLOSE CERT-REGISTER-FILE
           END-IF
           OPEN EXTEND TRANS-REGISTER-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANS-REGISTER-FILE
           END-IF
           MOVE WS-REGISTER-HEADING TO TRANS-REGISTER-LINE
           WRITE TRANS-REGISTER-LINE
           OPEN EXTEND EMPLOYEE-ARCHIVE-FILE
               MOVE EM-STATUS-SW TO WS-E-STATUS-SW(WS-EMP-COUNT)
               MOVE EM-DEPT-CODE TO WS-E-DEPT-CODE(WS-EMP-COUNT)
               MOVE "N" TO WS-E-GONE-SW(WS-EMP-COUNT)
               MOVE ZERO TO WS-E-OPEN-CERTS(WS-EMP-COUNT)
               MOVE ZERO TO WS-E-CERT-CLOSE-DATE(WS-EMP-COUNT)
           END-IF
           PERFORM 1100-READ-MASTER.

                   SET WS-EOF TO TRUE
           END-READ.

       1400-READ-CERTIFICATION.
           READ CERT-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-CE-FILE-STATUS
           END-READ.

       1450-COUNT-OPEN-CERTIFICATION.
           IF CE-OPEN
               PERFORM 8200-FIND-CERT-EMPLOYEE
               IF WS-CERT-EMP-SUB > ZERO
                   ADD 1 TO WS-E-OPEN-CERTS(WS-CERT-EMP-SUB)
               END-IF
           END-IF
           PERFORM 1400-READ-CERTIFICATION.

      ******************************************************************
      *    2000-APPLY-ONE-TRANSACTION - EVERY TRANSACTION LANDS ON
      *    THE REGISTER, APPLIED OR NOT.
      ******************************************************************
       2000-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-R-FROM-DEPT
           MOVE SPACES TO WS-R-TO-DEPT
           PERFORM 8000-FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN PN-TERMINATE

      ******************************************************************
      *    2100-APPLY-TERMINATION - ARCHIVE THE EMPLOYEE WITH FINAL
      *    SERVICE YEARS (HIRE TO EFFECTIVE DATE), MARK THE MASTER
      *    SLOT GONE, AND CLOSE THE EMPLOYEE'S OPEN CERTIFICATIONS.
      ******************************************************************
       2100-APPLY-TERMINATION.
           IF WS-EMP-FOUND-SUB = ZERO
                       TO WS-R-DISPOSITION
               ELSE
                   SET WS-E-GONE(WS-EMP-FOUND-SUB) TO TRUE
                   MOVE WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
                       TO WS-R-FROM-DEPT
                   PERFORM 2150-ARCHIVE-EMPLOYEE
                   MOVE "TERMINATED -- MOVED TO ARCHIVE"
                       TO WS-R-DISPOSITION
                   MOVE WS-E-OPEN-CERTS(WS-EMP-FOUND-SUB)
                       TO WS-CERTS-CLOSED
                   MOVE ZERO TO WS-E-OPEN-CERTS(WS-EMP-FOUND-SUB)
                   MOVE PN-EFFECTIVE-DATE
                       TO WS-E-CERT-CLOSE-DATE(WS-EMP-FOUND-SUB)
                   IF WS-CERTS-CLOSED > ZERO
                       MOVE WS-CERTS-CLOSED TO WS-TD-CLOSED
                       MOVE WS-TERM-DISPOSITION TO WS-R-DISPOSITION
                   END-IF
                   MOVE "TERMINATE" TO WS-OP-ACTION
                   PERFORM 2950-AUDIT-THE-CHANGE
               END-IF
                       TO WS-R-DISPOSITION
               ELSE
                   MOVE "L" TO WS-E-STATUS-SW(WS-EMP-FOUND-SUB)
                   MOVE WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
                       TO WS-R-FROM-DEPT
                   MOVE "PLACED ON LEAVE" TO WS-R-DISPOSITION
                   MOVE "LEAVE" TO WS-OP-ACTION
                   PERFORM 2950-AUDIT-THE-CHANGE
               WHEN WS-EMP-FOUND-SUB > ZERO
                   AND NOT WS-E-GONE(WS-EMP-FOUND-SUB)
                   MOVE "A" TO WS-E-STATUS-SW(WS-EMP-FOUND-SUB)
                   MOVE WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
                       TO WS-R-FROM-DEPT
                   MOVE "RETURNED TO ACTIVE" TO WS-R-DISPOSITION
                   MOVE "RETURN" TO WS-OP-ACTION
                   PERFORM 2950-AUDIT-THE-CHANGE
                   MOVE "A" TO WS-E-STATUS-SW(WS-EMP-COUNT)
                   MOVE PN-DEPT-CODE TO WS-E-DEPT-CODE(WS-EMP-COUNT)
                   MOVE "N" TO WS-E-GONE-SW(WS-EMP-COUNT)
                   MOVE ZERO TO WS-E-OPEN-CERTS(WS-EMP-COUNT)
                   MOVE ZERO TO WS-E-CERT-CLOSE-DATE(WS-EMP-COUNT)
                   MOVE PN-DEPT-CODE TO WS-R-TO-DEPT
                   MOVE "REHIRED -- NEW MASTER RECORD"
                       TO WS-R-DISPOSITION
                   MOVE "REHIRE" TO WS-OP-ACTION
                   MOVE "REJECTED -- ALREADY TERMINATED"
                       TO WS-R-DISPOSITION
               ELSE
                   MOVE WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
                       TO WS-R-FROM-DEPT
                   MOVE PN-DEPT-CODE TO WS-R-TO-DEPT
                   MOVE PN-DEPT-CODE
                       TO WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
                   MOVE "DEPARTMENT ASSIGNED" TO WS-R-DISPOSITION
               WRITE EMPLOYEE-MASTER-OUT-REC
           END-IF.

      ******************************************************************
      *    3200-REWRITE-CERTIFICATIONS - COPY THE REGISTER FORWARD,
      *    CLOSING (REASON "T") EVERY OPEN CERTIFICATION OF AN
      *    EMPLOYEE TERMINATED IN THIS RUN.
      ******************************************************************
       3200-REWRITE-CERTIFICATIONS.
           OPEN OUTPUT CERT-REGISTER-OUT
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-CE-FILE-STATUS = "00"
               PERFORM 1400-READ-CERTIFICATION
               PERFORM 3300-WRITE-ONE-CERTIFICATION
                   UNTIL WS-CE-FILE-STATUS NOT = "00"
               CLOSE CERT-REGISTER-FILE
           END-IF
           CLOSE CERT-REGISTER-OUT.

       3300-WRITE-ONE-CERTIFICATION.
           IF CE-OPEN
               PERFORM 8200-FIND-CERT-EMPLOYEE
               IF WS-CERT-EMP-SUB > ZERO
                   IF WS-E-CERT-CLOSE-DATE(WS-CERT-EMP-SUB) > ZERO
                       MOVE "C" TO CE-STATUS
                       MOVE WS-E-CERT-CLOSE-DATE(WS-CERT-EMP-SUB)
                           TO CE-CLOSED-DATE
                       MOVE "T" TO CE-CLOSED-REASON
                   END-IF
               END-IF
           END-IF
           MOVE CERTIFICATION-RECORD TO CERT-REGISTER-OUT-REC
           WRITE CERT-REGISTER-OUT-REC
           PERFORM 1400-READ-CERTIFICATION.

       7000-WRITE-REGISTER-LINE.
           MOVE WS-TRAN-COUNT TO WS-R-SEQ
           MOVE PN-ACTION TO WS-R-ACTION
           MOVE PN-EMPLOYEE-ID TO WS-R-EMPLOYEE-ID
           MOVE PN-EFFECTIVE-DATE TO WS-R-EFFECTIVE-DATE
           MOVE WS-REGISTER-LINE TO TRANS-REGISTER-LINE
           WRITE TRANS-REGISTER-LINE.

               MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
           END-IF.

      ******************************************************************
      *    8200-FIND-CERT-EMPLOYEE - LOCATE THE CERTIFICATION'S
      *    EMPLOYEE IN THE MASTER TABLE.
      ******************************************************************
       8200-FIND-CERT-EMPLOYEE.
           MOVE ZERO TO WS-CERT-EMP-SUB
           PERFORM 8210-CHECK-ONE-CERT-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   OR WS-CERT-EMP-SUB > ZERO.

       8210-CHECK-ONE-CERT-EMPLOYEE.
           IF WS-E-EMPLOYEE-ID(WS-EMP-SUB) = CE-EMPLOYEE-ID
               MOVE WS-EMP-SUB TO WS-CERT-EMP-SUB
           END-IF.

       9999-TERMINATE.
           CLOSE TRANS-REGISTER-FILE
           CLOSE EMPLOYEE-ARCHIVE-FILE.
