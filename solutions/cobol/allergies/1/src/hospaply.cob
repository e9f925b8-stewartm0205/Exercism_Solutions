       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSPAPLY.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    HOSPAPLY APPLIES THE HOSPITAL ALLERGIES A CLINICIAN HAS
      *    ACCEPTED OFF THE HOSPRCN RECONCILIATION WORKLIST.  ONLY A
      *    "W" LINE (AN ALLERGY THE HOSPITAL RECORDS AND WE DO NOT)
      *    MARKED "A" IS APPLIED: ITS BIT IS SET IN PT-SCORE AND THE
      *    PATIENT IS REWRITTEN IN PLACE.  EVERY OTHER LINE IS
      *    LEFT ALONE -- AN ALLERGY IS NEVER TAKEN OFF A PATIENT
      *    FROM THE HOSPITAL'S SIDE.  EVERY RECORD CHANGED IS
      *    JOURNALED TO PATJRNL AND THE CHANGE AUDIT LIKE ANY OTHER
      *    MASTER UPDATE; THE NEXT NIGHTLY ALRGYBAT RUN SEES THE NEW
      *    BIT AGAINST PT-LAST-SCORE, APPENDS THE ALLERGY-HISTORY
      *    RECORD AND PUTS THE PATIENT ON ITS NEWLY-FLAGGED REPORT.
      *    EVERY ACCEPTED LINE IS LISTED ON THE REGISTER, APPLIED OR
      *    REJECTED; A REJECT IS LOGGED AND THE RUN EXITS 8.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST IS A KEYED CLUSTER: EACH PATIENT
      *                     ON AN ACCEPTED LINE IS READ DIRECTLY AND
      *                     REWRITTEN IN PLACE INSTEAD OF THE WHOLE
      *                     MASTER BEING COPIED TO PATMASTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOSPITAL-WORKLIST-FILE ASSIGN TO "HOSPWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HW-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PATIENT-JOURNAL-FILE ASSIGN TO "PATJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

           SELECT APPLY-REGISTER-FILE ASSIGN TO "HOSPAREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOSPITAL-WORKLIST-FILE.
       COPY HOSPWRK.

       FD  PATIENT-MASTER-FILE.
       COPY PATMAST.

       FD  PATIENT-JOURNAL-FILE.
       COPY PATJRNL.

       FD  APPLY-REGISTER-FILE.
       01  APPLY-REGISTER-RECORD.
           05  RG-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(02).
           05  RG-BIT-POSITION            PIC Z9.
           05  FILLER                     PIC X(02).
           05  RG-ALLERGEN-NAME           PIC X(12).
           05  FILLER                     PIC X(02).
           05  RG-HOSPITAL-NAME           PIC X(12).
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

       01  WS-HW-FILE-STATUS              PIC XX.
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

      *    THE ACCEPTED WORKLIST LINES, HELD SO EACH PATIENT IS READ
      *    AND REWRITTEN ONCE WITH ALL OF ITS ADDITIONS.  A LINE
      *    THAT CANNOT BE APPLIED AS ACCEPTED IS HELD ALREADY
      *    REJECTED, SO EVERY ONE OF THEM REACHES THE REGISTER IN
      *    WORKLIST ORDER.
       01  WS-ACC-MAX                     PIC 9(03) VALUE 500.
       01  WS-ACC-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 500 TIMES INDEXED BY WS-ACX.
               10  WS-A-PATIENT-ID         PIC X(08).
               10  WS-A-BIT-POSITION       PIC 9(02).
               10  WS-A-ALLERGEN-NAME      PIC X(12).
               10  WS-A-HOSPITAL-NAME      PIC X(12).
               10  WS-A-STATUS             PIC X.
                   88  WS-A-PENDING        VALUE " ".
                   88  WS-A-APPLIED        VALUE "A".
                   88  WS-A-REJECTED       VALUE "R".
               10  WS-A-REASON             PIC X(34).
       01  WS-ACC-SUB                     PIC 9(03).
       01  WS-PAT-SUB                     PIC 9(03).
       01  WS-ACC-DROPPED                 PIC 9(05) VALUE ZERO.
       01  WS-REJECT-REASON               PIC X(34).

       01  WS-BIT-VALUE                   PIC 9(07).
       01  WS-MASK-WORK                   PIC 9(07).
       01  WS-MASK-R                      PIC 9.

       01  WS-PATIENTS-READ               PIC 9(07) VALUE ZERO.
       01  WS-PATIENTS-CHANGED            PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT                PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "HOSPAPLY" TO WS-OP-PROGRAM
           CALL "OPRAUTH"
           IF NOT WS-OP-AUTH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-UPDATE-ONE-PATIENT
               VARYING WS-PAT-SUB FROM 1 BY 1
               UNTIL WS-PAT-SUB > WS-ACC-COUNT
           PERFORM 3000-REGISTER-UNAPPLIED
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - HOLD AND CHECK THE ACCEPTED LINES, THEN
      *    OPEN THE MASTER FOR UPDATE.  NO WORKLIST OR NO MASTER IS
      *    FATAL.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT HOSPITAL-WORKLIST-FILE
           MOVE "HOSPAPLY" TO WS-FS-CALLER
           MOVE "HOSPWRK" TO WS-FS-DDNAME
           MOVE WS-HW-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-HW-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-WORKLIST
           PERFORM 1200-STORE-ACCEPTED-LINE
               UNTIL WS-HW-FILE-STATUS NOT = "00"
           CLOSE HOSPITAL-WORKLIST-FILE
           OPEN I-O PATIENT-MASTER-FILE
           MOVE "HOSPAPLY" TO WS-FS-CALLER
           MOVE "PATMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPLY-REGISTER-FILE.

       1100-READ-WORKLIST.
           READ HOSPITAL-WORKLIST-FILE
               AT END
                   MOVE "10" TO WS-HW-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1200-STORE-ACCEPTED-LINE - ONLY A LINE MARKED "A" IS
      *    HELD.  IT MUST BE AN ALLERGY WE LACK AND NAME A REAL BIT
      *    POSITION, OR IT IS HELD ALREADY REJECTED.
      ******************************************************************
       1200-STORE-ACCEPTED-LINE.
           IF HW-ACCEPTED
               IF WS-ACC-COUNT < WS-ACC-MAX
                   ADD 1 TO WS-ACC-COUNT
                   SET WS-ACX TO WS-ACC-COUNT
                   MOVE SPACES TO WS-REJECT-REASON
                   EVALUATE TRUE
                       WHEN NOT HW-WE-LACK
                           MOVE "NOT AN ALLERGY WE LACK"
                               TO WS-REJECT-REASON
                       WHEN HW-BIT-POSITION NOT NUMERIC
                           OR HW-BIT-POSITION < 1
                           OR HW-BIT-POSITION > 20
                           MOVE "BIT POSITION NOT VALID"
                               TO WS-REJECT-REASON
                   END-EVALUATE
                   MOVE HW-PATIENT-ID TO WS-A-PATIENT-ID(WS-ACX)
                   MOVE ZERO TO WS-A-BIT-POSITION(WS-ACX)
                   MOVE HW-ALLERGEN-NAME TO WS-A-ALLERGEN-NAME(WS-ACX)
                   MOVE HW-HOSPITAL-NAME TO WS-A-HOSPITAL-NAME(WS-ACX)
                   MOVE WS-REJECT-REASON TO WS-A-REASON(WS-ACX)
                   IF WS-REJECT-REASON = SPACES
                       MOVE HW-BIT-POSITION
                           TO WS-A-BIT-POSITION(WS-ACX)
                       MOVE " " TO WS-A-STATUS(WS-ACX)
                   ELSE
                       MOVE "R" TO WS-A-STATUS(WS-ACX)
                   END-IF
               ELSE
                   ADD 1 TO WS-ACC-DROPPED
               END-IF
           END-IF
           PERFORM 1100-READ-WORKLIST.

      ******************************************************************
      *    2000-UPDATE-ONE-PATIENT - THE FIRST PENDING LINE FOR A
      *    PATIENT READS THAT PATIENT.  EVERY PENDING ADDITION FOR
      *    THE PATIENT IS THEN APPLIED, THE RECORD JOURNALED WHEN IT
      *    CAME OUT CHANGED, AND REWRITTEN.  A PATIENT NOT ON THE
      *    MASTER LEAVES ITS LINES PENDING FOR THE REJECT PASS.
      ******************************************************************
       2000-UPDATE-ONE-PATIENT.
           IF WS-A-PENDING(WS-PAT-SUB)
               MOVE WS-A-PATIENT-ID(WS-PAT-SUB) TO PT-PATIENT-ID
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
           PERFORM 2100-APPLY-ONE-ADDITION
               VARYING WS-ACC-SUB FROM WS-PAT-SUB BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
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
      *    2100-APPLY-ONE-ADDITION - SET THE BIT UNLESS IT IS
      *    ALREADY ON (RECORDED SINCE THE WORKLIST WAS BUILT, OR
      *    ACCEPTED TWICE).  THE BIT IS TESTED THE WAY THE SCORER
      *    WALKS THE MASK: DIVIDE DOWN TO IT AND LOOK AT THE
      *    REMAINDER.
      ******************************************************************
       2100-APPLY-ONE-ADDITION.
           IF WS-A-PENDING(WS-ACC-SUB)
               AND WS-A-PATIENT-ID(WS-ACC-SUB) = PT-PATIENT-ID
               COMPUTE WS-BIT-VALUE =
                   2 ** (WS-A-BIT-POSITION(WS-ACC-SUB) - 1)
               DIVIDE PT-SCORE BY WS-BIT-VALUE GIVING WS-MASK-WORK
               DIVIDE WS-MASK-WORK BY 2
                   GIVING WS-MASK-WORK REMAINDER WS-MASK-R
               IF WS-MASK-R = 1
                   MOVE "R" TO WS-A-STATUS(WS-ACC-SUB)
                   MOVE "ALLERGY ALREADY ON RECORD"
                       TO WS-A-REASON(WS-ACC-SUB)
               ELSE
                   ADD WS-BIT-VALUE TO PT-SCORE
                   MOVE "A" TO WS-A-STATUS(WS-ACC-SUB)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2300-REGISTER-APPLIED
               END-IF
           END-IF.

       2300-REGISTER-APPLIED.
           MOVE SPACES TO APPLY-REGISTER-RECORD
           MOVE PT-PATIENT-ID TO RG-PATIENT-ID
           MOVE WS-A-BIT-POSITION(WS-ACC-SUB) TO RG-BIT-POSITION
           MOVE WS-A-ALLERGEN-NAME(WS-ACC-SUB) TO RG-ALLERGEN-NAME
           MOVE WS-A-HOSPITAL-NAME(WS-ACC-SUB) TO RG-HOSPITAL-NAME
           MOVE "APPLIED" TO RG-RESULT
           WRITE APPLY-REGISTER-RECORD.

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
           MOVE "HOSPAPLY" TO PJ-PROGRAM
           MOVE PT-PATIENT-ID TO PJ-PATIENT-ID
           MOVE "B" TO PJ-IMAGE-TYPE
           MOVE WS-BEFORE-IMAGE TO PJ-IMAGE
           WRITE PATIENT-JOURNAL-RECORD
           MOVE WS-TODAY TO PJ-JOURNAL-DATE
           MOVE "HOSPAPLY" TO PJ-PROGRAM
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
           MOVE "HOSPALLRGY" TO WS-OP-ACTION
           CALL "OPR-AUDIT".

      ******************************************************************
      *    3000-REGISTER-UNAPPLIED - EVERY ACCEPTED LINE THAT WAS
      *    NOT APPLIED GOES TO THE REGISTER AND THE ERROR LOG: ONE
      *    STILL PENDING NEVER FOUND ITS PATIENT ON THE MASTER.
      ******************************************************************
       3000-REGISTER-UNAPPLIED.
           PERFORM 3100-REGISTER-ONE-REJECT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT.

       3100-REGISTER-ONE-REJECT.
           IF WS-A-PENDING(WS-ACC-SUB)
               MOVE "R" TO WS-A-STATUS(WS-ACC-SUB)
               MOVE "PATIENT NOT ON MASTER"
                   TO WS-A-REASON(WS-ACC-SUB)
           END-IF
           IF WS-A-REJECTED(WS-ACC-SUB)
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO APPLY-REGISTER-RECORD
               MOVE WS-A-PATIENT-ID(WS-ACC-SUB) TO RG-PATIENT-ID
               MOVE WS-A-BIT-POSITION(WS-ACC-SUB) TO RG-BIT-POSITION
               MOVE WS-A-ALLERGEN-NAME(WS-ACC-SUB)
                   TO RG-ALLERGEN-NAME
               MOVE WS-A-HOSPITAL-NAME(WS-ACC-SUB)
                   TO RG-HOSPITAL-NAME
               MOVE WS-A-REASON(WS-ACC-SUB) TO RG-RESULT
               WRITE APPLY-REGISTER-RECORD
               PERFORM 3200-LOG-ONE-REJECT
           END-IF.

       3200-LOG-ONE-REJECT.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "HOSPAPLY" TO EL-PROGRAM-ID
           MOVE WS-A-PATIENT-ID(WS-ACC-SUB) TO EL-KEY
           MOVE WS-ACC-SUB TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "REJECTED -- " DELIMITED BY SIZE
                  WS-A-REASON(WS-ACC-SUB) DELIMITED BY "  "
               INTO EL-MESSAGE
           END-STRING
           MOVE "S" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EPH017" TO EL-ERROR-CODE
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
           CLOSE APPLY-REGISTER-FILE
           IF WS-PJ-OPEN
               CLOSE PATIENT-JOURNAL-FILE
           END-IF
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
           DISPLAY "HOSPAPLY: " WS-PATIENTS-READ " READ, "
               WS-PATIENTS-CHANGED " CHANGED, "
               WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED"
           IF WS-ACC-DROPPED > ZERO
               DISPLAY "HOSPAPLY: " WS-ACC-DROPPED
                   " ACCEPTED LINES NOT HELD -- TABLE FULL"
           END-IF
           IF WS-REJECT-COUNT > ZERO OR WS-ACC-DROPPED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
