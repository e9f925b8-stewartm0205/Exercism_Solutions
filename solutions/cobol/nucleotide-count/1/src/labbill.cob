       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABBILL.
       AUTHOR. LAB-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    LABBILL IS THE MONTH-END LABORATORY CHARGEBACK RUN.  THE
      *    SERVICES THE LAB PERFORMS ARE READ OFF THE ACCESSION FILE
      *    -- EVERY EVENT WHOSE STATUS IS A TRIGGER ON THE LABPRICE
      *    PRICE LIST IS ONE SERVICE, PRICED AT THE RATE IN EFFECT
      *    ON THE EVENT DATE -- AND CHARGED TO THE SUBMITTING
      *    DEPARTMENT NAMED FOR THE SAMPLE ON THE SAMPCLNT REGISTER.
      *    ONLY COMPLETED WORK IS BILLED: A SAMPLE'S SERVICES FALL
      *    DUE IN THE MONTH OF ITS FIRST REPORTED EVENT, AND A
      *    SERVICE RUN ON A SAMPLE AFTER THAT FALLS DUE IN THE MONTH
      *    IT WAS RUN.  A SAMPLE THAT FAILED OR IS STILL OPEN IS
      *    NOT BILLED.  SO EVERY SERVICE IS BILLED ONCE, IN ONE
      *    MONTH, AND A RERUN OF A MONTH GIVES THE SAME BILL.
      *
      *    THE BILLING MONTH IS ON THE LBILLCTL CARD (COLS 1-6,
      *    YYYYMM); WITH NO CARD IT IS THE MONTH BEFORE THE RUN.
      *    OUTPUTS:
      *        CHGSTMT  -- ONE CHARGEBACK STATEMENT PER DEPARTMENT
      *                    BILLED, EVERY LINE PREFIXED WITH THE
      *                    DEPARTMENT CODE (COLS 1-4) SO DISTRBAT
      *                    CAN BURST THEM
      *        LABJRNL  -- THE JOURNAL EXTRACT FOR FINANCE, ONE
      *                    RECORD PER DEPARTMENT PER SERVICE, WITH A
      *                    TRAILER
      *        BILLEXCP -- EVERY SERVICE THAT FELL DUE BUT COULD NOT
      *                    BE BILLED: NO CLIENT CODE ON THE REGISTER,
      *                    A CODE NOT ON THE ORGUNIT MASTER, OR NO
      *                    PRICE IN EFFECT ON THE EVENT DATE
      *    ANY EXCEPTION, OR A PRICE ROW SKIPPED FOR A BAD DATE OR
      *    PRICE, EXITS 4.  MORE PRICES, DEPARTMENTS, SAMPLES OR
      *    SERVICES THAN THE TABLES HOLD REFUSES THE RUN (RC 16).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-CONTROL-FILE ASSIGN TO "LBILLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

           SELECT ACCESSION-FILE ASSIGN TO "ACCESSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.

           SELECT SAMPLE-CLIENT-FILE ASSIGN TO "SAMPCLNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT ORG-UNIT-FILE ASSIGN TO "ORGUNIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OU-FILE-STATUS.

           SELECT LAB-PRICE-FILE ASSIGN TO "LABPRICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "CHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT LAB-JOURNAL-FILE ASSIGN TO "LABJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LJ-FILE-STATUS.

           SELECT EXCEPTION-LIST-FILE ASSIGN TO "BILLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-CONTROL-FILE.
       01  BILL-CONTROL-RECORD.
           05  BC-PERIOD                  PIC 9(06).

       FD  ACCESSION-FILE.
       COPY ACCESSN.

       FD  SAMPLE-CLIENT-FILE.
       COPY SAMPCLNT.

       FD  ORG-UNIT-FILE.
       COPY ORGUNIT.

       FD  LAB-PRICE-FILE.
       COPY LABPRICE.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                 PIC X(80).

       FD  LAB-JOURNAL-FILE.
       COPY LABJRNL.

       FD  EXCEPTION-LIST-FILE.
       01  EXCEPTION-LIST-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-BC-FILE-STATUS              PIC XX.
       01  WS-AN-FILE-STATUS              PIC XX.
       01  WS-SC-FILE-STATUS              PIC XX.
       01  WS-OU-FILE-STATUS              PIC XX.
       01  WS-LP-FILE-STATUS              PIC XX.
       01  WS-CS-FILE-STATUS              PIC XX.
       01  WS-LJ-FILE-STATUS              PIC XX.
       01  WS-EX-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                PIC 9(04).
           05  WS-RUN-MONTH               PIC 9(02).
           05  WS-RUN-DAY                 PIC 9(02).
       01  WS-PERIOD                      PIC 9(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR             PIC 9(04).
           05  WS-PERIOD-MONTH            PIC 9(02).
       01  WS-PERIOD-START                PIC 9(08).
       01  WS-PERIOD-END                  PIC 9(08).
       01  WS-DUE-DATE                    PIC 9(08).

      *    THE PRICE LIST, EVERY SERVICE AT EVERY EFFECTIVE DATE.
       01  WS-PRC-MAX                     PIC 9(03) VALUE 100.
       01  WS-PRC-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-PRC-TABLE.
           05  WS-PRC-ENTRY OCCURS 100 TIMES.
               10  WS-P-SERVICE-CODE      PIC X(04).
               10  WS-P-TRIGGER-STATUS    PIC X(10).
               10  WS-P-EFFECTIVE-DATE    PIC 9(08).
               10  WS-P-DESCRIPTION       PIC X(24).
               10  WS-P-PRICE             PIC 9(05)V99.
       01  WS-PRC-SUB                     PIC 9(03).
       01  WS-PRC-FOUND                   PIC 9(03).
       01  WS-PRC-EARLIER                 PIC 9(03).
       01  WS-TRIGGER-SW                  PIC X.
           88  WS-TRIGGER                 VALUE "Y".

      *    THE DEPARTMENTS OFF THE ORGUNIT MASTER.
       01  WS-DEPT-MAX                    PIC 9(03) VALUE 200.
       01  WS-DEPT-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES.
               10  WS-DP-CODE             PIC X(04).
               10  WS-DP-NAME             PIC X(30).
               10  WS-DP-MANAGER          PIC X(30).
       01  WS-DEPT-SUB                    PIC 9(03).

      *    EVERY SAMPLE REPORTED IN THE BILLING MONTH OR CARRYING A
      *    PRICED SERVICE DATED IN IT, WITH THE DATE IT WAS FIRST
      *    REPORTED (ZERO WHEN NOT YET REPORTED) AND ITS DEPARTMENT.
       01  WS-SMP-MAX                     PIC 9(04) VALUE 3000.
       01  WS-SMP-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-SMP-TABLE.
           05  WS-SMP-ENTRY OCCURS 3000 TIMES.
               10  WS-S-SAMPLE-ID         PIC X(20).
               10  WS-S-REPORTED-DATE     PIC 9(08).
               10  WS-S-CLIENT-CODE       PIC X(04).
               10  WS-S-DEPT-SUB          PIC 9(03).
       01  WS-SMP-SUB                     PIC 9(04).
       01  WS-SMP-FOUND                   PIC 9(04).
       01  WS-FIND-SAMPLE-ID              PIC X(20).

      *    THE SERVICES BILLED THIS MONTH.
       01  WS-BIL-MAX                     PIC 9(05) VALUE 10000.
       01  WS-BIL-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-BIL-TABLE.
           05  WS-BIL-ENTRY OCCURS 10000 TIMES.
               10  WS-B-SMP-SUB           PIC 9(04).
               10  WS-B-PRC-SUB           PIC 9(03).
               10  WS-B-EVENT-DATE        PIC 9(08).
       01  WS-BIL-SUB                     PIC 9(05).

       01  WS-DEPT-SERVICES               PIC 9(05).
       01  WS-DEPT-AMOUNT                 PIC 9(07)V99.
       01  WS-SVC-QUANTITY                PIC 9(05).
       01  WS-SVC-AMOUNT                  PIC 9(07)V99.
       01  WS-DEPTS-BILLED                PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-SERVICES              PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-AMOUNT                PIC 9(07)V99 VALUE ZERO.
       01  WS-JOURNAL-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-BAD-PRICE-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-REASON                      PIC X(26).

       01  WS-STMT-PREFIX.
           05  WS-SP-DEPT-CODE            PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  WS-TL-PREFIX               PIC X(06).
           05  FILLER                     PIC X(40) VALUE
               "LABORATORY CHARGEBACK STATEMENT".
           05  FILLER                     PIC X(07) VALUE "PERIOD ".
           05  WS-TL-PERIOD               PIC 9(06).

       01  WS-DEPT-LINE.
           05  WS-DL-PREFIX               PIC X(06).
           05  FILLER                     PIC X(12) VALUE
               "DEPARTMENT".
           05  WS-DL-NAME                 PIC X(30).

       01  WS-ATTN-LINE.
           05  WS-AL-PREFIX               PIC X(06).
           05  FILLER                     PIC X(12) VALUE
               "ATTENTION".
           05  WS-AL-MANAGER              PIC X(30).

       01  WS-COLUMN-LINE.
           05  WS-CL-PREFIX               PIC X(06).
           05  FILLER                     PIC X(37) VALUE
               "SAMPLE ID             SERVICE".
           05  FILLER                     PIC X(35) VALUE
               "                DONE ON      CHARGE".

       01  WS-DETAIL-LINE.
           05  WS-DT-PREFIX               PIC X(06).
           05  WS-DT-SAMPLE-ID            PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DT-SERVICE-CODE         PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DT-DESCRIPTION          PIC X(24).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DT-EVENT-DATE           PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DT-CHARGE               PIC ZZ,ZZ9.99.

       01  WS-STMT-TOTAL-LINE.
           05  WS-ST-PREFIX               PIC X(06).
           05  FILLER                     PIC X(21) VALUE
               "TOTAL FOR DEPARTMENT ".
           05  WS-ST-SERVICES             PIC ZZZZ9.
           05  FILLER                     PIC X(09) VALUE
               " SERVICES".
           05  FILLER                     PIC X(25) VALUE SPACES.
           05  WS-ST-AMOUNT               PIC Z,ZZZ,ZZ9.99.

       01  WS-EXCP-TITLE-LINE.
           05  FILLER                     PIC X(40) VALUE
               "LABORATORY BILLING EXCEPTIONS".
           05  FILLER                     PIC X(07) VALUE "PERIOD ".
           05  WS-ET-PERIOD               PIC 9(06).

       01  WS-EXCP-COLUMN-LINE            PIC X(80) VALUE
           "SAMPLE ID             STATUS      DONE ON   CLNT  REASON".

       01  WS-EXCP-LINE.
           05  WS-EL-SAMPLE-ID            PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-STATUS               PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-EVENT-DATE           PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-CLIENT-CODE          PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-REASON               PIC X(26).

       01  WS-NO-EXCEPTIONS-LINE          PIC X(80) VALUE
           "NO EXCEPTIONS".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-MONTH-SAMPLES
           PERFORM 2200-FIND-REPORTED-DATES
           PERFORM 2500-ASSIGN-DEPARTMENTS
           PERFORM 3000-PRICE-SERVICES
           PERFORM 4000-WRITE-STATEMENTS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE BILLING MONTH, LOAD THE PRICE
      *    LIST AND THE DEPARTMENTS, AND OPEN THE OUTPUTS.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT BILL-CONTROL-FILE
           IF WS-BC-FILE-STATUS = "00"
               READ BILL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-PERIOD NUMERIC
                           AND BC-PERIOD(5:2) >= "01"
                           AND BC-PERIOD(5:2) <= "12"
                           MOVE BC-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE BILL-CONTROL-FILE
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31
           OPEN INPUT LAB-PRICE-FILE
           MOVE "LABBILL" TO WS-FS-CALLER
           MOVE "LABPRICE" TO WS-FS-DDNAME
           MOVE WS-LP-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-LP-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-PRICE
           PERFORM 1200-STORE-PRICE
               UNTIL WS-LP-FILE-STATUS NOT = "00"
           CLOSE LAB-PRICE-FILE
           OPEN INPUT ORG-UNIT-FILE
           MOVE "LABBILL" TO WS-FS-CALLER
           MOVE "ORGUNIT" TO WS-FS-DDNAME
           MOVE WS-OU-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-OU-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-READ-ORG-UNIT
           PERFORM 1400-STORE-ORG-UNIT
               UNTIL WS-OU-FILE-STATUS NOT = "00"
           CLOSE ORG-UNIT-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT LAB-JOURNAL-FILE
           OPEN OUTPUT EXCEPTION-LIST-FILE
           MOVE WS-PERIOD TO WS-ET-PERIOD
           MOVE WS-EXCP-TITLE-LINE TO EXCEPTION-LIST-LINE
           WRITE EXCEPTION-LIST-LINE
           MOVE WS-EXCP-COLUMN-LINE TO EXCEPTION-LIST-LINE
           WRITE EXCEPTION-LIST-LINE.

       1100-READ-PRICE.
           READ LAB-PRICE-FILE
               AT END
                   MOVE "10" TO WS-LP-FILE-STATUS
           END-READ.

       1200-STORE-PRICE.
           IF LP-EFFECTIVE-DATE NOT NUMERIC OR LP-PRICE NOT NUMERIC
               DISPLAY "LABBILL: PRICE ROW SKIPPED -- BAD DATE OR "
                   "PRICE: " LP-SERVICE-CODE " " LP-TRIGGER-STATUS
               ADD 1 TO WS-BAD-PRICE-COUNT
           ELSE
               IF WS-PRC-COUNT NOT < WS-PRC-MAX
                   DISPLAY "LABBILL REFUSED -- MORE THAN " WS-PRC-MAX
                       " PRICE ROWS ON LABPRICE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRC-COUNT
               MOVE LAB-PRICE-RECORD TO WS-PRC-ENTRY(WS-PRC-COUNT)
           END-IF
           PERFORM 1100-READ-PRICE.

       1300-READ-ORG-UNIT.
           READ ORG-UNIT-FILE
               AT END
                   MOVE "10" TO WS-OU-FILE-STATUS
           END-READ.

       1400-STORE-ORG-UNIT.
           IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
               DISPLAY "LABBILL REFUSED -- MORE THAN " WS-DEPT-MAX
                   " DEPARTMENTS ON ORGUNIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE ORG-UNIT-RECORD TO WS-DEPT-ENTRY(WS-DEPT-COUNT)
           PERFORM 1300-READ-ORG-UNIT.

      ******************************************************************
      *    2000-FIND-MONTH-SAMPLES - FIRST PASS OF THE ACCESSION FILE.
      *    ONLY A SAMPLE REPORTED THIS MONTH, OR WITH A PRICED SERVICE
      *    DATED THIS MONTH, CAN HAVE A SERVICE FALL DUE IN IT, SO
      *    THE TABLE HOLDS ONE MONTH'S WORK AND NOT THE WHOLE FILE.
      ******************************************************************
       2000-FIND-MONTH-SAMPLES.
           PERFORM 2050-OPEN-ACCESSION
           PERFORM 2100-NOTE-ONE-SAMPLE
               UNTIL WS-EOF
           CLOSE ACCESSION-FILE.

       2050-OPEN-ACCESSION.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCESSION-FILE
           MOVE "LABBILL" TO WS-FS-CALLER
           MOVE "ACCESSN" TO WS-FS-DDNAME
           MOVE WS-AN-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-AN-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2060-READ-EVENT.

       2060-READ-EVENT.
           READ ACCESSION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2100-NOTE-ONE-SAMPLE.
           PERFORM 3200-CHECK-TRIGGER
           IF AN-EVENT-DATE >= WS-PERIOD-START
               AND AN-EVENT-DATE <= WS-PERIOD-END
               AND (AN-STATUS = "REPORTED" OR WS-TRIGGER)
               MOVE AN-SAMPLE-ID TO WS-FIND-SAMPLE-ID
               PERFORM 2900-FIND-SAMPLE
               IF WS-SMP-FOUND = ZERO
                   PERFORM 2150-ADD-SAMPLE
               END-IF
           END-IF
           PERFORM 2060-READ-EVENT.

       2150-ADD-SAMPLE.
           IF WS-SMP-COUNT NOT < WS-SMP-MAX
               DISPLAY "LABBILL REFUSED -- MORE THAN " WS-SMP-MAX
                   " SAMPLES WITH WORK IN THE MONTH"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SMP-COUNT
           MOVE AN-SAMPLE-ID TO WS-S-SAMPLE-ID(WS-SMP-COUNT)
           MOVE ZERO TO WS-S-REPORTED-DATE(WS-SMP-COUNT)
           MOVE SPACES TO WS-S-CLIENT-CODE(WS-SMP-COUNT)
           MOVE ZERO TO WS-S-DEPT-SUB(WS-SMP-COUNT).

      ******************************************************************
      *    2200-FIND-REPORTED-DATES - SECOND PASS.  EVENTS ARE IN
      *    APPEND ORDER, SO THE FIRST REPORTED EVENT SEEN FOR A
      *    SAMPLE IS WHEN ITS WORK WAS COMPLETED.  A SAMPLE NOT
      *    REPORTED BY THE END OF THE MONTH KEEPS A ZERO DATE.
      ******************************************************************
       2200-FIND-REPORTED-DATES.
           PERFORM 2050-OPEN-ACCESSION
           PERFORM 2210-NOTE-ONE-REPORTED
               UNTIL WS-EOF
           CLOSE ACCESSION-FILE.

       2210-NOTE-ONE-REPORTED.
           IF AN-STATUS = "REPORTED"
               AND AN-EVENT-DATE <= WS-PERIOD-END
               MOVE AN-SAMPLE-ID TO WS-FIND-SAMPLE-ID
               PERFORM 2900-FIND-SAMPLE
               IF WS-SMP-FOUND > ZERO
                   IF WS-S-REPORTED-DATE(WS-SMP-FOUND) = ZERO
                       MOVE AN-EVENT-DATE
                           TO WS-S-REPORTED-DATE(WS-SMP-FOUND)
                   END-IF
               END-IF
           END-IF
           PERFORM 2060-READ-EVENT.

      ******************************************************************
      *    2500-ASSIGN-DEPARTMENTS - EACH REPORTED SAMPLE TAKES ITS
      *    CLIENT CODE OFF THE REGISTER (THE LAST RECORD FOR IT
      *    WINS) AND THE CODE IS LOOKED UP ON THE ORGUNIT MASTER.
      ******************************************************************
       2500-ASSIGN-DEPARTMENTS.
           OPEN INPUT SAMPLE-CLIENT-FILE
           MOVE "LABBILL" TO WS-FS-CALLER
           MOVE "SAMPCLNT" TO WS-FS-DDNAME
           MOVE WS-SC-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-SC-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2510-READ-CLIENT
           PERFORM 2520-APPLY-ONE-CLIENT
               UNTIL WS-SC-FILE-STATUS NOT = "00"
           CLOSE SAMPLE-CLIENT-FILE
           PERFORM 2530-FIND-SAMPLE-DEPARTMENT
               VARYING WS-SMP-SUB FROM 1 BY 1
               UNTIL WS-SMP-SUB > WS-SMP-COUNT.

       2510-READ-CLIENT.
           READ SAMPLE-CLIENT-FILE
               AT END
                   MOVE "10" TO WS-SC-FILE-STATUS
           END-READ.

       2520-APPLY-ONE-CLIENT.
           MOVE SC-SAMPLE-ID TO WS-FIND-SAMPLE-ID
           PERFORM 2900-FIND-SAMPLE
           IF WS-SMP-FOUND > ZERO
               MOVE SC-CLIENT-CODE TO WS-S-CLIENT-CODE(WS-SMP-FOUND)
           END-IF
           PERFORM 2510-READ-CLIENT.

       2530-FIND-SAMPLE-DEPARTMENT.
           IF WS-S-CLIENT-CODE(WS-SMP-SUB) NOT = SPACES
               PERFORM 2540-CHECK-ONE-DEPARTMENT
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                      OR WS-S-DEPT-SUB(WS-SMP-SUB) > ZERO
           END-IF.

       2540-CHECK-ONE-DEPARTMENT.
           IF WS-DP-CODE(WS-DEPT-SUB) = WS-S-CLIENT-CODE(WS-SMP-SUB)
               MOVE WS-DEPT-SUB TO WS-S-DEPT-SUB(WS-SMP-SUB)
           END-IF.

       2900-FIND-SAMPLE.
           MOVE ZERO TO WS-SMP-FOUND
           PERFORM 2910-CHECK-ONE-SAMPLE
               VARYING WS-SMP-SUB FROM 1 BY 1
               UNTIL WS-SMP-SUB > WS-SMP-COUNT
                  OR WS-SMP-FOUND > ZERO.

       2910-CHECK-ONE-SAMPLE.
           IF WS-S-SAMPLE-ID(WS-SMP-SUB) = WS-FIND-SAMPLE-ID
               MOVE WS-SMP-SUB TO WS-SMP-FOUND
           END-IF.

      ******************************************************************
      *    3000-PRICE-SERVICES - THIRD PASS OF THE ACCESSION FILE.
      *    A SERVICE FALLS DUE ON THE LATER OF ITS OWN DATE AND THE
      *    DATE ITS SAMPLE WAS FIRST REPORTED; ONE DUE THIS MONTH IS
      *    BILLED OR, IF IT CANNOT BE, LISTED AS AN EXCEPTION.
      ******************************************************************
       3000-PRICE-SERVICES.
           PERFORM 2050-OPEN-ACCESSION
           PERFORM 3100-PRICE-ONE-EVENT
               UNTIL WS-EOF
           CLOSE ACCESSION-FILE.

       3100-PRICE-ONE-EVENT.
           PERFORM 3200-CHECK-TRIGGER
           IF WS-TRIGGER
               MOVE AN-SAMPLE-ID TO WS-FIND-SAMPLE-ID
               PERFORM 2900-FIND-SAMPLE
               IF WS-SMP-FOUND > ZERO
                   IF WS-S-REPORTED-DATE(WS-SMP-FOUND) = ZERO
                       MOVE ZERO TO WS-SMP-FOUND
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO WS-SMP-FOUND
           END-IF
           IF WS-SMP-FOUND > ZERO
               MOVE AN-EVENT-DATE TO WS-DUE-DATE
               IF WS-S-REPORTED-DATE(WS-SMP-FOUND) > WS-DUE-DATE
                   MOVE WS-S-REPORTED-DATE(WS-SMP-FOUND)
                       TO WS-DUE-DATE
               END-IF
               IF WS-DUE-DATE >= WS-PERIOD-START
                   AND WS-DUE-DATE <= WS-PERIOD-END
                   PERFORM 3300-BILL-ONE-SERVICE
               END-IF
           END-IF
           PERFORM 2060-READ-EVENT.

       3200-CHECK-TRIGGER.
           MOVE "N" TO WS-TRIGGER-SW
           PERFORM 3210-CHECK-ONE-TRIGGER
               VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > WS-PRC-COUNT OR WS-TRIGGER.

       3210-CHECK-ONE-TRIGGER.
           IF WS-P-TRIGGER-STATUS(WS-PRC-SUB) = AN-STATUS
               SET WS-TRIGGER TO TRUE
           END-IF.

       3300-BILL-ONE-SERVICE.
           PERFORM 3400-FIND-PRICE-IN-EFFECT
           EVALUATE TRUE
               WHEN WS-PRC-FOUND = ZERO
                   MOVE "NO PRICE IN EFFECT" TO WS-REASON
                   PERFORM 3500-WRITE-EXCEPTION
               WHEN WS-S-CLIENT-CODE(WS-SMP-FOUND) = SPACES
                   MOVE "NO CLIENT CODE" TO WS-REASON
                   PERFORM 3500-WRITE-EXCEPTION
               WHEN WS-S-DEPT-SUB(WS-SMP-FOUND) = ZERO
                   MOVE "CLIENT CODE NOT ON ORGUNIT" TO WS-REASON
                   PERFORM 3500-WRITE-EXCEPTION
               WHEN WS-BIL-COUNT NOT < WS-BIL-MAX
                   DISPLAY "LABBILL REFUSED -- MORE THAN " WS-BIL-MAX
                       " SERVICES TO BILL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO WS-BIL-COUNT
                   MOVE WS-SMP-FOUND TO WS-B-SMP-SUB(WS-BIL-COUNT)
                   MOVE WS-PRC-FOUND TO WS-B-PRC-SUB(WS-BIL-COUNT)
                   MOVE AN-EVENT-DATE
                       TO WS-B-EVENT-DATE(WS-BIL-COUNT)
           END-EVALUATE.

      ******************************************************************
      *    3400-FIND-PRICE-IN-EFFECT - THE PRICE FOR THIS STATUS
      *    WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE EVENT.
      ******************************************************************
       3400-FIND-PRICE-IN-EFFECT.
           MOVE ZERO TO WS-PRC-FOUND
           PERFORM 3410-CHECK-ONE-PRICE
               VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > WS-PRC-COUNT.

       3410-CHECK-ONE-PRICE.
           IF WS-P-TRIGGER-STATUS(WS-PRC-SUB) = AN-STATUS
               AND WS-P-EFFECTIVE-DATE(WS-PRC-SUB) <= AN-EVENT-DATE
               IF WS-PRC-FOUND = ZERO
                   MOVE WS-PRC-SUB TO WS-PRC-FOUND
               ELSE
                   IF WS-P-EFFECTIVE-DATE(WS-PRC-SUB)
                       > WS-P-EFFECTIVE-DATE(WS-PRC-FOUND)
                       MOVE WS-PRC-SUB TO WS-PRC-FOUND
                   END-IF
               END-IF
           END-IF.

       3500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE AN-SAMPLE-ID TO WS-EL-SAMPLE-ID
           MOVE AN-STATUS TO WS-EL-STATUS
           MOVE AN-EVENT-DATE TO WS-EL-EVENT-DATE
           MOVE WS-S-CLIENT-CODE(WS-SMP-FOUND) TO WS-EL-CLIENT-CODE
           MOVE WS-REASON TO WS-EL-REASON
           MOVE WS-EXCP-LINE TO EXCEPTION-LIST-LINE
           WRITE EXCEPTION-LIST-LINE.

      ******************************************************************
      *    4000-WRITE-STATEMENTS - ONE STATEMENT PER DEPARTMENT WITH
      *    ANYTHING BILLED, IN ORGUNIT ORDER, AND ITS JOURNAL
      *    RECORDS; THEN THE JOURNAL TRAILER.
      ******************************************************************
       4000-WRITE-STATEMENTS.
           PERFORM 4100-BILL-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO LAB-JOURNAL-RECORD
           MOVE WS-PERIOD TO LJ-PERIOD
           MOVE WS-RUN-DATE TO LJ-POST-DATE
           SET LJ-TRAILER TO TRUE
           MOVE WS-JOURNAL-COUNT TO LJ-QUANTITY
           MOVE WS-TOTAL-AMOUNT TO LJ-AMOUNT
           WRITE LAB-JOURNAL-RECORD
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE WS-NO-EXCEPTIONS-LINE TO EXCEPTION-LIST-LINE
               WRITE EXCEPTION-LIST-LINE
           END-IF.

       4100-BILL-ONE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SERVICES
           MOVE ZERO TO WS-DEPT-AMOUNT
           PERFORM 4110-COUNT-ONE-LINE
               VARYING WS-BIL-SUB FROM 1 BY 1
               UNTIL WS-BIL-SUB > WS-BIL-COUNT
           IF WS-DEPT-SERVICES > ZERO
               ADD 1 TO WS-DEPTS-BILLED
               PERFORM 4200-WRITE-STATEMENT-HEAD
               PERFORM 4300-WRITE-ONE-DETAIL
                   VARYING WS-BIL-SUB FROM 1 BY 1
                   UNTIL WS-BIL-SUB > WS-BIL-COUNT
               MOVE WS-STMT-PREFIX TO WS-ST-PREFIX
               MOVE WS-DEPT-SERVICES TO WS-ST-SERVICES
               MOVE WS-DEPT-AMOUNT TO WS-ST-AMOUNT
               MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-STMT-PREFIX TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM 4400-JOURNAL-ONE-SERVICE
                   VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB > WS-PRC-COUNT
               ADD WS-DEPT-SERVICES TO WS-TOTAL-SERVICES
               ADD WS-DEPT-AMOUNT TO WS-TOTAL-AMOUNT
           END-IF.

       4110-COUNT-ONE-LINE.
           MOVE WS-B-SMP-SUB(WS-BIL-SUB) TO WS-SMP-SUB
           MOVE WS-B-PRC-SUB(WS-BIL-SUB) TO WS-PRC-FOUND
           IF WS-S-DEPT-SUB(WS-SMP-SUB) = WS-DEPT-SUB
               ADD 1 TO WS-DEPT-SERVICES
               ADD WS-P-PRICE(WS-PRC-FOUND) TO WS-DEPT-AMOUNT
           END-IF.

       4200-WRITE-STATEMENT-HEAD.
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-SP-DEPT-CODE
           MOVE WS-STMT-PREFIX TO WS-TL-PREFIX
           MOVE WS-PERIOD TO WS-TL-PERIOD
           MOVE WS-TITLE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-PREFIX TO WS-DL-PREFIX
           MOVE WS-DP-NAME(WS-DEPT-SUB) TO WS-DL-NAME
           MOVE WS-DEPT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-PREFIX TO WS-AL-PREFIX
           MOVE WS-DP-MANAGER(WS-DEPT-SUB) TO WS-AL-MANAGER
           MOVE WS-ATTN-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-PREFIX TO WS-CL-PREFIX
           MOVE WS-COLUMN-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       4300-WRITE-ONE-DETAIL.
           MOVE WS-B-SMP-SUB(WS-BIL-SUB) TO WS-SMP-SUB
           MOVE WS-B-PRC-SUB(WS-BIL-SUB) TO WS-PRC-SUB
           IF WS-S-DEPT-SUB(WS-SMP-SUB) = WS-DEPT-SUB
               MOVE WS-STMT-PREFIX TO WS-DT-PREFIX
               MOVE WS-S-SAMPLE-ID(WS-SMP-SUB) TO WS-DT-SAMPLE-ID
               MOVE WS-P-SERVICE-CODE(WS-PRC-SUB)
                   TO WS-DT-SERVICE-CODE
               MOVE WS-P-DESCRIPTION(WS-PRC-SUB)
                   TO WS-DT-DESCRIPTION
               MOVE WS-B-EVENT-DATE(WS-BIL-SUB) TO WS-DT-EVENT-DATE
               MOVE WS-P-PRICE(WS-PRC-SUB) TO WS-DT-CHARGE
               MOVE WS-DETAIL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      ******************************************************************
      *    4400-JOURNAL-ONE-SERVICE - ONE JOURNAL RECORD PER SERVICE
      *    CODE, TAKEN AT THE CODE'S FIRST PRICE-LIST ENTRY SO A
      *    SERVICE WITH SEVERAL EFFECTIVE DATES IS JOURNALLED ONCE.
      ******************************************************************
       4400-JOURNAL-ONE-SERVICE.
           MOVE ZERO TO WS-PRC-EARLIER
           PERFORM 4410-CHECK-EARLIER-PRICE
               VARYING WS-PRC-FOUND FROM 1 BY 1
               UNTIL WS-PRC-FOUND >= WS-PRC-SUB
                  OR WS-PRC-EARLIER > ZERO
           IF WS-PRC-EARLIER = ZERO
               MOVE ZERO TO WS-SVC-QUANTITY
               MOVE ZERO TO WS-SVC-AMOUNT
               PERFORM 4420-SUM-ONE-LINE
                   VARYING WS-BIL-SUB FROM 1 BY 1
                   UNTIL WS-BIL-SUB > WS-BIL-COUNT
               IF WS-SVC-QUANTITY > ZERO
                   MOVE SPACES TO LAB-JOURNAL-RECORD
                   MOVE WS-PERIOD TO LJ-PERIOD
                   MOVE WS-RUN-DATE TO LJ-POST-DATE
                   MOVE WS-DP-CODE(WS-DEPT-SUB) TO LJ-DEPT-CODE
                   MOVE WS-P-SERVICE-CODE(WS-PRC-SUB)
                       TO LJ-SERVICE-CODE
                   MOVE WS-SVC-QUANTITY TO LJ-QUANTITY
                   MOVE WS-SVC-AMOUNT TO LJ-AMOUNT
                   WRITE LAB-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-COUNT
               END-IF
           END-IF.

       4410-CHECK-EARLIER-PRICE.
           IF WS-P-SERVICE-CODE(WS-PRC-FOUND)
               = WS-P-SERVICE-CODE(WS-PRC-SUB)
               MOVE WS-PRC-FOUND TO WS-PRC-EARLIER
           END-IF.

       4420-SUM-ONE-LINE.
           MOVE WS-B-SMP-SUB(WS-BIL-SUB) TO WS-SMP-SUB
           MOVE WS-B-PRC-SUB(WS-BIL-SUB) TO WS-PRC-FOUND
           IF WS-S-DEPT-SUB(WS-SMP-SUB) = WS-DEPT-SUB
               AND WS-P-SERVICE-CODE(WS-PRC-FOUND)
                   = WS-P-SERVICE-CODE(WS-PRC-SUB)
               ADD 1 TO WS-SVC-QUANTITY
               ADD WS-P-PRICE(WS-PRC-FOUND) TO WS-SVC-AMOUNT
           END-IF.

       9999-TERMINATE.
           CLOSE STATEMENT-FILE
           CLOSE LAB-JOURNAL-FILE
           CLOSE EXCEPTION-LIST-FILE
           DISPLAY "LABBILL: PERIOD " WS-PERIOD " "
               WS-DEPTS-BILLED " DEPARTMENTS, "
               WS-TOTAL-SERVICES " SERVICES, "
               WS-EXCEPTION-COUNT " EXCEPTIONS"
           IF WS-BAD-PRICE-COUNT > ZERO
               DISPLAY "LABBILL: " WS-BAD-PRICE-COUNT
                   " PRICE ROWS SKIPPED"
           END-IF
           IF WS-EXCEPTION-COUNT > ZERO OR WS-BAD-PRICE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
