       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATDEMO.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PATDEMO IS THE PATIENT DEMOGRAPHICS UPDATE RUN.  EACH
      *    TRANSACTION NAMES A PATIENT AND ANY OF DATE OF BIRTH, SEX,
      *    WEIGHT AND PREGNANCY STATUS; A BLANK (OR ZERO) FIELD
      *    LEAVES THAT ITEM AS IT STANDS.  THE RUN READS EACH NAMED
      *    PATIENT DIRECTLY AND REWRITES IT WITH THE CHANGES, JOURNALS
      *    THE BEFORE AND AFTER IMAGE OF EVERY RECORD IT CHANGED TO
      *    PATJRNL LIKE ANY OTHER MASTER UPDATE, AND LISTS EVERY
      *    TRANSACTION ON THE DEMOGRAPHICS REGISTER, APPLIED OR
      *    REJECTED.  A TRANSACTION IS REJECTED FOR AN IMPOSSIBLE
      *    BIRTH DATE, AN UNKNOWN SEX OR PREGNANCY CODE, A WEIGHT
      *    THAT IS NOT A NUMBER, NOTHING TO CHANGE, A PATIENT NOT ON
      *    THE MASTER, OR A PREGNANCY FLAG ON A MALE PATIENT.  THE
      *    ORDER SCREEN'S AGE AND PREGNANCY CONTRAINDICATION PASS IS
      *    ONLY AS GOOD AS THESE FIELDS, SO A REJECT IS LOGGED AND
      *    THE RUN EXITS 8.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST IS A KEYED CLUSTER: EACH PATIENT
      *                     NAMED ON A TRANSACTION IS READ DIRECTLY
      *                     AND REWRITTEN IN PLACE INSTEAD OF THE
      *                     WHOLE MASTER BEING COPIED TO PATMASTO.
      *    2026-10-15  RSK  MORE DEMOGRAPHIC CARDS THAN THE TABLE
      *                     HOLDS REFUSES THE RUN (RC 16) INSTEAD OF
      *                     DROPPING THE EXCESS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMOGRAPHIC-TRANSACTION-FILE ASSIGN TO "DEMOTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PATIENT-JOURNAL-FILE ASSIGN TO "PATJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

           SELECT DEMOGRAPHIC-REGISTER-FILE ASSIGN TO "DEMOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMOGRAPHIC-TRANSACTION-FILE.
       01  DEMOGRAPHIC-TRANSACTION-RECORD.
           05  DT-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(01).
           05  DT-BIRTH-DATE              PIC X(08).
           05  DT-BIRTH-DATE-N REDEFINES DT-BIRTH-DATE
                                          PIC 9(08).
           05  DT-BIRTH-PARTS REDEFINES DT-BIRTH-DATE.
               10  DT-BIRTH-CCYY          PIC 9(04).
               10  DT-BIRTH-MM            PIC 9(02).
               10  DT-BIRTH-DD            PIC 9(02).
           05  FILLER                     PIC X(01).
           05  DT-SEX                     PIC X(01).
               88  DT-SEX-VALID           VALUE "M" "F" "U".
           05  FILLER                     PIC X(01).
           05  DT-WEIGHT                  PIC X(04).
           05  DT-WEIGHT-KG REDEFINES DT-WEIGHT
                                          PIC 9(03)V9.
           05  FILLER                     PIC X(01).
           05  DT-PREGNANT-SW             PIC X(01).
               88  DT-PREGNANT-VALID      VALUE "Y" "N".

       FD  PATIENT-MASTER-FILE.
       COPY PATMAST.

       FD  PATIENT-JOURNAL-FILE.
       COPY PATJRNL.

       FD  DEMOGRAPHIC-REGISTER-FILE.
       01  DEMOGRAPHIC-REGISTER-RECORD.
           05  RG-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(02).
           05  RG-BIRTH-DATE              PIC X(08).
           05  FILLER                     PIC X(02).
           05  RG-SEX                     PIC X(01).
           05  FILLER                     PIC X(02).
           05  RG-WEIGHT                  PIC ZZ9.9.
           05  FILLER                     PIC X(02).
           05  RG-PREGNANT                PIC X(01).
           05  FILLER                     PIC X(02).
           05  RG-RESULT                  PIC X(34).

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-OP-PROGRAM                  PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID              PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW               PIC X EXTERNAL.
           88  WS-OP-AUTH-OK              VALUE "Y".
       01  WS-OP-KEY                      PIC X(20) EXTERNAL.
       01  WS-OP-ACTION                   PIC X(10) EXTERNAL.

       01  WS-TX-FILE-STATUS              PIC XX.
       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-PJ-FILE-STATUS              PIC XX.
       01  WS-RG-FILE-STATUS              PIC XX.
       01  WS-EL-FILE-STATUS              PIC XX.
       01  WS-PJ-OPEN-SW                  PIC X VALUE "N".
           88  WS-PJ-OPEN                 VALUE "Y".
       01  WS-EL-OPEN-SW                  PIC X VALUE "N".
           88  WS-EL-OPEN                 VALUE "Y".
       01  WS-TODAY                       PIC 9(08).
       01  WS-BEFORE-IMAGE                PIC X(325).

      *    THE DAY'S TRANSACTIONS, HELD SO EACH PATIENT IS READ AND
      *    REWRITTEN ONCE WITH ALL OF ITS CHANGES.  A ZERO DATE OR
      *    WEIGHT, OR A BLANK CODE, MEANS "NO CHANGE" TO THAT ITEM.
      *    A TRANSACTION THAT FAILS ITS FIELD CHECKS IS HELD ALREADY
      *    REJECTED, SO EVERY ONE OF THEM REACHES THE REGISTER IN
      *    ARRIVAL ORDER.
       01  WS-DMT-MAX                     PIC 9(03) VALUE 300.
       01  WS-DMT-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-DMT-TABLE.
           05  WS-DMT-ENTRY OCCURS 300 TIMES INDEXED BY WS-TX-IX.
               10  WS-T-PATIENT-ID         PIC X(08).
               10  WS-T-BIRTH-DATE         PIC 9(08).
               10  WS-T-SEX                PIC X.
               10  WS-T-WEIGHT-KG          PIC 9(03)V9.
               10  WS-T-PREGNANT-SW        PIC X.
               10  WS-T-STATUS             PIC X.
                   88  WS-T-PENDING        VALUE " ".
                   88  WS-T-APPLIED        VALUE "A".
                   88  WS-T-REJECTED       VALUE "R".
               10  WS-T-REASON             PIC X(34).
       01  WS-DMT-SUB                     PIC 9(03).
       01  WS-PAT-SUB                     PIC 9(03).
       01  WS-REJECT-REASON               PIC X(34).
       01  WS-NEW-SEX                     PIC X.
       01  WS-NEW-PREGNANT-SW             PIC X.

       01  WS-PATIENTS-READ               PIC 9(07) VALUE ZERO.
       01  WS-PATIENTS-CHANGED            PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT                PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "PATDEMO" TO WS-OP-PROGRAM
           CALL "OPRAUTH"
           IF NOT WS-OP-AUTH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-UPDATE-ONE-PATIENT
               VARYING WS-PAT-SUB FROM 1 BY 1
               UNTIL WS-PAT-SUB > WS-DMT-COUNT
           PERFORM 3000-REGISTER-UNAPPLIED
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - HOLD AND CHECK THE DAY'S TRANSACTIONS,
      *    THEN OPEN THE MASTER FOR UPDATE.  NO MASTER IS FATAL.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT DEMOGRAPHIC-TRANSACTION-FILE
           IF WS-TX-FILE-STATUS = "00"
               PERFORM 1100-READ-TRANSACTION
               PERFORM 1200-STORE-TRANSACTION
                   UNTIL WS-TX-FILE-STATUS NOT = "00"
               CLOSE DEMOGRAPHIC-TRANSACTION-FILE
           END-IF
           OPEN I-O PATIENT-MASTER-FILE
           MOVE "PATDEMO" TO WS-FS-CALLER
           MOVE "PATMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DEMOGRAPHIC-REGISTER-FILE.

       1100-READ-TRANSACTION.
           READ DEMOGRAPHIC-TRANSACTION-FILE
               AT END
                   MOVE "10" TO WS-TX-FILE-STATUS
           END-READ.

       1200-STORE-TRANSACTION.
           IF DT-PATIENT-ID NOT = SPACES
               AND WS-DMT-COUNT NOT < WS-DMT-MAX
               DISPLAY "PATDEMO REFUSED -- MORE THAN " WS-DMT-MAX
                   " DEMOGRAPHIC CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DT-PATIENT-ID NOT = SPACES
               ADD 1 TO WS-DMT-COUNT
               SET WS-TX-IX TO WS-DMT-COUNT
               PERFORM 1250-CHECK-TRANSACTION
               MOVE DT-PATIENT-ID TO WS-T-PATIENT-ID(WS-TX-IX)
               MOVE ZERO TO WS-T-BIRTH-DATE(WS-TX-IX)
               MOVE ZERO TO WS-T-WEIGHT-KG(WS-TX-IX)
               MOVE SPACE TO WS-T-SEX(WS-TX-IX)
               MOVE SPACE TO WS-T-PREGNANT-SW(WS-TX-IX)
               MOVE WS-REJECT-REASON TO WS-T-REASON(WS-TX-IX)
               IF WS-REJECT-REASON = SPACES
                   MOVE " " TO WS-T-STATUS(WS-TX-IX)
                   IF DT-BIRTH-DATE NOT = SPACES
                       MOVE DT-BIRTH-DATE-N
                           TO WS-T-BIRTH-DATE(WS-TX-IX)
                   END-IF
                   MOVE DT-SEX TO WS-T-SEX(WS-TX-IX)
                   IF DT-WEIGHT NOT = SPACES
                       MOVE DT-WEIGHT-KG TO WS-T-WEIGHT-KG(WS-TX-IX)
                   END-IF
                   MOVE DT-PREGNANT-SW TO WS-T-PREGNANT-SW(WS-TX-IX)
               ELSE
                   MOVE "R" TO WS-T-STATUS(WS-TX-IX)
               END-IF
           END-IF
           PERFORM 1100-READ-TRANSACTION.

      ******************************************************************
      *    1250-CHECK-TRANSACTION - THE FIELD CHECKS A TRANSACTION
      *    MUST PASS BEFORE IT IS ALLOWED NEAR THE MASTER.  A BIRTH
      *    DATE MUST BE A REAL CALENDAR DAY NO LATER THAN TODAY.
      ******************************************************************
       1250-CHECK-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN DT-BIRTH-DATE = SPACES
                   AND DT-SEX = SPACE
                   AND (DT-WEIGHT = SPACES OR DT-WEIGHT = "0000")
                   AND DT-PREGNANT-SW = SPACE
                   MOVE "NOTHING TO CHANGE"
                       TO WS-REJECT-REASON
               WHEN DT-BIRTH-DATE NOT = SPACES
                   AND (DT-BIRTH-DATE-N NOT NUMERIC
                     OR DT-BIRTH-CCYY < 1880
                     OR DT-BIRTH-MM < 1 OR DT-BIRTH-MM > 12
                     OR DT-BIRTH-DD < 1 OR DT-BIRTH-DD > 31
                     OR DT-BIRTH-DATE-N > WS-TODAY)
                   MOVE "BIRTH DATE NOT VALID"
                       TO WS-REJECT-REASON
               WHEN DT-SEX NOT = SPACE AND NOT DT-SEX-VALID
                   MOVE "SEX CODE NOT M, F OR U"
                       TO WS-REJECT-REASON
               WHEN DT-WEIGHT NOT = SPACES
                   AND DT-WEIGHT-KG NOT NUMERIC
                   MOVE "WEIGHT NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN DT-PREGNANT-SW NOT = SPACE
                   AND NOT DT-PREGNANT-VALID
                   MOVE "PREGNANCY CODE NOT Y OR N"
                       TO WS-REJECT-REASON
           END-EVALUATE.

      ******************************************************************
      *    2000-UPDATE-ONE-PATIENT - THE FIRST PENDING TRANSACTION
      *    FOR A PATIENT READS THAT PATIENT.  EVERY PENDING
      *    TRANSACTION FOR THE PATIENT IS THEN APPLIED IN ARRIVAL
      *    ORDER, THE RECORD JOURNALED WHEN IT CAME OUT CHANGED, AND
      *    REWRITTEN.  A PATIENT NOT ON THE MASTER LEAVES ITS
      *    TRANSACTIONS PENDING FOR THE REJECT PASS.
      ******************************************************************
       2000-UPDATE-ONE-PATIENT.
           IF WS-T-PENDING(WS-PAT-SUB)
               MOVE WS-T-PATIENT-ID(WS-PAT-SUB) TO PT-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2050-APPLY-TO-PATIENT
               END-READ
           END-IF.

       2050-APPLY-TO-PATIENT.
           ADD 1 TO WS-PATIENTS-READ
           MOVE PATIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
           PERFORM 2100-APPLY-ONE-TRANSACTION
               VARYING WS-DMT-SUB FROM WS-PAT-SUB BY 1
               UNTIL WS-DMT-SUB > WS-DMT-COUNT
           IF PATIENT-MASTER-RECORD NOT = WS-BEFORE-IMAGE
               ADD 1 TO WS-PATIENTS-CHANGED
               PERFORM 2400-JOURNAL-CHANGE
               PERFORM 2500-AUDIT-THE-CHANGE
               REWRITE PATIENT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      ******************************************************************
      *    2100-APPLY-ONE-TRANSACTION - A PREGNANCY FLAG MAY NOT END
      *    UP ON A PATIENT WHO IS RECORDED MALE, WHICHEVER OF THE
      *    TWO FIELDS THE TRANSACTION CHANGES.  A RECORD WRITTEN
      *    BEFORE THE DEMOGRAPHICS EXISTED HAS THEM ZEROED HERE THE
      *    FIRST TIME IT IS UPDATED.
      ******************************************************************
       2100-APPLY-ONE-TRANSACTION.
           IF WS-T-PENDING(WS-DMT-SUB)
               AND WS-T-PATIENT-ID(WS-DMT-SUB) = PT-PATIENT-ID
               MOVE PT-SEX TO WS-NEW-SEX
               IF WS-T-SEX(WS-DMT-SUB) NOT = SPACE
                   MOVE WS-T-SEX(WS-DMT-SUB) TO WS-NEW-SEX
               END-IF
               MOVE PT-PREGNANT-SW TO WS-NEW-PREGNANT-SW
               IF WS-T-PREGNANT-SW(WS-DMT-SUB) NOT = SPACE
                   MOVE WS-T-PREGNANT-SW(WS-DMT-SUB)
                       TO WS-NEW-PREGNANT-SW
               END-IF
               IF WS-NEW-SEX = "M" AND WS-NEW-PREGNANT-SW = "Y"
                   MOVE "R" TO WS-T-STATUS(WS-DMT-SUB)
                   MOVE "PREGNANT FLAG ON MALE"
                       TO WS-T-REASON(WS-DMT-SUB)
               ELSE
                   PERFORM 2200-UPDATE-MASTER-FIELDS
                   MOVE "A" TO WS-T-STATUS(WS-DMT-SUB)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2300-REGISTER-APPLIED
               END-IF
           END-IF.

       2200-UPDATE-MASTER-FIELDS.
           IF PT-BIRTH-DATE NOT NUMERIC
               MOVE ZERO TO PT-BIRTH-DATE
           END-IF
           IF PT-WEIGHT-KG NOT NUMERIC
               MOVE ZERO TO PT-WEIGHT-KG
           END-IF
           IF WS-T-BIRTH-DATE(WS-DMT-SUB) > ZERO
               MOVE WS-T-BIRTH-DATE(WS-DMT-SUB) TO PT-BIRTH-DATE
           END-IF
           IF WS-T-WEIGHT-KG(WS-DMT-SUB) > ZERO
               MOVE WS-T-WEIGHT-KG(WS-DMT-SUB) TO PT-WEIGHT-KG
           END-IF
           MOVE WS-NEW-SEX TO PT-SEX
           IF PT-SEX = SPACE
               MOVE "U" TO PT-SEX
           END-IF
           MOVE WS-NEW-PREGNANT-SW TO PT-PREGNANT-SW
           IF PT-PREGNANT-SW = SPACE
               MOVE "N" TO PT-PREGNANT-SW
           END-IF.

      ******************************************************************
      *    2300-REGISTER-APPLIED - THE REGISTER SHOWS THE PATIENT'S
      *    DEMOGRAPHICS AS THEY STAND AFTER THE TRANSACTION.
      ******************************************************************
       2300-REGISTER-APPLIED.
           MOVE SPACES TO DEMOGRAPHIC-REGISTER-RECORD
           MOVE PT-PATIENT-ID TO RG-PATIENT-ID
           MOVE PT-BIRTH-DATE TO RG-BIRTH-DATE
           MOVE PT-SEX TO RG-SEX
           MOVE PT-WEIGHT-KG TO RG-WEIGHT
           MOVE PT-PREGNANT-SW TO RG-PREGNANT
           MOVE "APPLIED" TO RG-RESULT
           WRITE DEMOGRAPHIC-REGISTER-RECORD.

      ******************************************************************
      *    2400-JOURNAL-CHANGE - BEFORE AND AFTER IMAGES FOR A
      *    RECORD THIS RUN CHANGED, FOR PATRBLD AND THE AUDIT TRAIL.
      ******************************************************************
       2400-JOURNAL-CHANGE.
           IF NOT WS-PJ-OPEN
               OPEN EXTEND PATIENT-JOURNAL-FILE
               IF WS-PJ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PATIENT-JOURNAL-FILE
               END-IF
               SET WS-PJ-OPEN TO TRUE
           END-IF
           MOVE WS-TODAY TO PJ-JOURNAL-DATE
           MOVE "PATDEMO" TO PJ-PROGRAM
           MOVE PT-PATIENT-ID TO PJ-PATIENT-ID
           MOVE "B" TO PJ-IMAGE-TYPE
           MOVE WS-BEFORE-IMAGE TO PJ-IMAGE
           WRITE PATIENT-JOURNAL-RECORD
           MOVE WS-TODAY TO PJ-JOURNAL-DATE
           MOVE "PATDEMO" TO PJ-PROGRAM
           MOVE PT-PATIENT-ID TO PJ-PATIENT-ID
           MOVE "A" TO PJ-IMAGE-TYPE
           MOVE PATIENT-MASTER-RECORD TO PJ-IMAGE
           WRITE PATIENT-JOURNAL-RECORD.

      ******************************************************************
      *    2500-AUDIT-THE-CHANGE - ONE CHANGE-AUDIT JOURNAL RECORD
      *    PER PATIENT CHANGED, THROUGH THE SHARED OPRAUTH SERVICE.
      ******************************************************************
       2500-AUDIT-THE-CHANGE.
           MOVE SPACES TO WS-OP-KEY
           MOVE PT-PATIENT-ID TO WS-OP-KEY(1:8)
           MOVE "DEMOGRAPHC" TO WS-OP-ACTION
           CALL "OPR-AUDIT".

      ******************************************************************
      *    3000-REGISTER-UNAPPLIED - EVERY TRANSACTION THAT WAS NOT
      *    APPLIED GOES TO THE REGISTER AND THE ERROR LOG: ONE STILL
      *    PENDING NEVER FOUND ITS PATIENT ON THE MASTER.
      ******************************************************************
       3000-REGISTER-UNAPPLIED.
           PERFORM 3100-REGISTER-ONE-REJECT
               VARYING WS-DMT-SUB FROM 1 BY 1
               UNTIL WS-DMT-SUB > WS-DMT-COUNT.

       3100-REGISTER-ONE-REJECT.
           IF WS-T-PENDING(WS-DMT-SUB)
               MOVE "R" TO WS-T-STATUS(WS-DMT-SUB)
               MOVE "PATIENT NOT ON MASTER"
                   TO WS-T-REASON(WS-DMT-SUB)
           END-IF
           IF WS-T-REJECTED(WS-DMT-SUB)
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO DEMOGRAPHIC-REGISTER-RECORD
               MOVE WS-T-PATIENT-ID(WS-DMT-SUB) TO RG-PATIENT-ID
               MOVE WS-T-REASON(WS-DMT-SUB) TO RG-RESULT
               WRITE DEMOGRAPHIC-REGISTER-RECORD
               PERFORM 3200-LOG-ONE-REJECT
           END-IF.

       3200-LOG-ONE-REJECT.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "PATDEMO" TO EL-PROGRAM-ID
           MOVE WS-T-PATIENT-ID(WS-DMT-SUB) TO EL-KEY
           MOVE WS-DMT-SUB TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "REJECTED -- " DELIMITED BY SIZE
                  WS-T-REASON(WS-DMT-SUB) DELIMITED BY "  "
               INTO EL-MESSAGE
           END-STRING
           MOVE "S" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EPH012" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

       4900-OPEN-ERROR-LOG-ONCE.
           IF NOT WS-EL-OPEN
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-EL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF
               SET WS-EL-OPEN TO TRUE
           END-IF.

       9999-TERMINATE.
           CLOSE PATIENT-MASTER-FILE
           CLOSE DEMOGRAPHIC-REGISTER-FILE
           IF WS-PJ-OPEN
               CLOSE PATIENT-JOURNAL-FILE
           END-IF
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
           DISPLAY "PATDEMO: " WS-PATIENTS-READ " READ, "
               WS-PATIENTS-CHANGED " CHANGED, "
               WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED"
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
