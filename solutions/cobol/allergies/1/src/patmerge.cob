      *    RECORD, AND WRITES THE WHOLE MERGE TO THE AUDIT FILE.
      *    IF EITHER ID IS MISSING FROM THE MASTER THE RUN CHANGES
      *    NOTHING AND SAYS SO, BECAUSE HALF A MERGE IS WORSE THAN
      *    NO MERGE.  BOTH FILES ARE KEYED CLUSTERS UPDATED IN PLACE.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST AND PRESCRIP ARE KEYED CLUSTERS.
      *                     BOTH PATIENTS ARE DIRECT READS, THE
      *                     SURVIVOR IS REWRITTEN AND THE DUPLICATE
      *                     DELETED IN PLACE, AND EACH OF THE
      *                     DUPLICATE'S LINES IS RE-KEYED TO THE
      *                     SURVIVOR.  A MEDICATION THE SURVIVOR
      *                     ALREADY HAS KEEPS THE SURVIVOR'S LINE
      *                     AND THE AUDIT COUNTS THE ONE DROPPED.
      *                     NO COPY FORWARD AND NO RE-SORT STEP.  A
      *                     CARD NAMING THE SAME ID TWICE IS REFUSED.
      *    2026-10-15  RSK  THE PRESCRIPTION COPY-FORWARD RECORD IS
      *                     NOW THE 72-BYTE VERSION-04 LAYOUT, SO THE
      *                     PRESCRIBER AND FORMULARY STATUS SURVIVE A
      *                     MERGE.
      *    2026-10-15  RSK  MASTER AND JOURNAL IMAGES WIDENED TO THE
      *                     325-BYTE PATMAST LAYOUT WITH THE
      *                     DEMOGRAPHICS.
      *    2026-10-15  RSK  THE PRESCRIPTION COPY-FORWARD RECORD IS
      *                     NOW THE 63-BYTE VERSION-03 LAYOUT, SO THE
      *                     DOSE FIELDS SURVIVE A MERGE.
      *    2026-09-03  RSK  THE PRESCRIPTION COPY-FORWARD RECORD IS
      *                     NOW THE FULL 44-BYTE DATED LAYOUT, SO A
      *                     MERGE RUN NO LONGER STRIPS THE START AND
               FILE STATUS IS WS-MC-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT MERGE-AUDIT-FILE ASSIGN TO "MRGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MA-FILE-STATUS.
       FD  PATIENT-MASTER-FILE.
       COPY PATMAST.

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  MERGE-AUDIT-FILE.
       01  MERGE-AUDIT-LINE              PIC X(80).

       01  WS-OP-ACTION                   PIC X(10) EXTERNAL.
       01  WS-MC-FILE-STATUS             PIC XX.
       01  WS-PM-FILE-STATUS             PIC XX.
       01  WS-PX-FILE-STATUS             PIC XX.
       01  WS-MA-FILE-STATUS             PIC XX.
       01  WS-PJ-FILE-STATUS             PIC XX.
       01  WS-PJ-OPEN-SW                 PIC X VALUE "N".
           88  WS-PJ-OPEN                VALUE "Y".
       01  WS-BEFORE-IMAGE               PIC X(325).
       01  WS-JOURNAL-ID                 PIC X(08).
       01  WS-JOURNAL-TYPE               PIC X.
       01  WS-JOURNAL-IMAGE              PIC X(325).
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-SURVIVOR-ID                PIC X(08) VALUE SPACES.
           88  WS-DUPLICATE-FOUND        VALUE "Y".
       01  WS-MERGE-OK-SW                PIC X VALUE "N".
           88  WS-MERGE-OK               VALUE "Y".
       01  WS-PM-OPEN-SW                 PIC X VALUE "N".
           88  WS-PM-OPEN                VALUE "Y".
       01  WS-REPOINT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-DROPPED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-RX-HOLD                    PIC X(72).

       01  WS-SURVIVOR-SCORE             PIC 9(07) VALUE ZERO.
       01  WS-DUPLICATE-SCORE            PIC 9(07) VALUE ZERO.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-AR-COUNT               PIC ZZZZ9.

       01  WS-AUDIT-DROP-LINE.
           05  FILLER                    PIC X(25) VALUE
               "  DUPLICATE LINES DROPPED".
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-AD-COUNT               PIC ZZZZ9.

       01  WS-REFUSED-LINE               PIC X(52) VALUE
           "MERGE REFUSED -- SURVIVOR OR DUPLICATE NOT ON FILE".

               PERFORM 5000-WRITE-AUDIT
               PERFORM 5500-AUDIT-THE-MERGE
           ELSE
               PERFORM 5100-WRITE-REFUSAL
           END-IF
           PERFORM 9999-TERMINATE

      ******************************************************************
      *    1000-INITIALIZE - READ THE APPROVED PAIR OFF THE CONTROL
      *    CARD.  NO CARD MEANS NOTHING MERGES AND NEITHER FILE IS
      *    TOUCHED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT MERGE-CONTROL-FILE
           OPEN OUTPUT MERGE-AUDIT-FILE.

      ******************************************************************
      *    2000-VERIFY-BOTH-RECORDS - READ BOTH IDS DIRECTLY TO
      *    CONFIRM THEY EXIST AND PICK UP BOTH SCORES BEFORE ANYTHING
      *    IS WRITTEN.  HALF A MERGE IS WORSE THAN NONE.
      ******************************************************************
       2000-VERIFY-BOTH-RECORDS.
           IF WS-SURVIVOR-ID NOT = SPACES
               AND WS-SURVIVOR-ID NOT = WS-DUPLICATE-ID
               OPEN I-O PATIENT-MASTER-FILE
               IF WS-PM-FILE-STATUS = "00"
                   SET WS-PM-OPEN TO TRUE
                   PERFORM 2100-READ-SURVIVOR
                   PERFORM 2200-READ-DUPLICATE
               END-IF
           END-IF
           IF WS-SURVIVOR-FOUND AND WS-DUPLICATE-FOUND
               PERFORM 2500-COMBINE-BITMASKS
           END-IF.

       2100-READ-SURVIVOR.
           MOVE WS-SURVIVOR-ID TO PT-PATIENT-ID
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SURVIVOR-FOUND TO TRUE
                   MOVE PT-SCORE TO WS-SURVIVOR-SCORE
           END-READ.

       2200-READ-DUPLICATE.
           MOVE WS-DUPLICATE-ID TO PT-PATIENT-ID
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DUPLICATE-FOUND TO TRUE
                   MOVE PT-SCORE TO WS-DUPLICATE-SCORE
           END-READ.

      ******************************************************************
      *    2500-COMBINE-BITMASKS - WALK BOTH SCORES BIT BY BIT (THE
           END-PERFORM.

      ******************************************************************
      *    3000-REWRITE-MASTER - THE DUPLICATE IS DELETED (RETIRED)
      *    AND THE SURVIVOR REWRITTEN WITH THE MERGED MASK, EACH
      *    JOURNALED AROUND THE CHANGE.
      ******************************************************************
       3000-REWRITE-MASTER.
           PERFORM 2200-READ-DUPLICATE
           PERFORM 3150-JOURNAL-DROPPED-DUPLICATE
           DELETE PATIENT-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 2100-READ-SURVIVOR
           MOVE PATIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-MERGED-SCORE TO PT-SCORE
           PERFORM 3160-JOURNAL-CHANGED-SURVIVOR
           REWRITE PATIENT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      *    3150-JOURNAL-DROPPED-DUPLICATE - THE DUPLICATE'S LAST
           WRITE PATIENT-JOURNAL-RECORD.

      ******************************************************************
      *    4000-REPOINT-PRESCRIPTIONS - RE-KEY EVERY LINE FILED UNDER
      *    THE DUPLICATE TO THE SURVIVOR: DELETE IT AND WRITE IT BACK
      *    UNDER THE SURVIVOR'S ID.  WHEN THE SURVIVOR ALREADY HAS A
      *    LINE FOR THAT MEDICATION THE SURVIVOR'S LINE STANDS AND
      *    THE DUPLICATE'S IS COUNTED AS DROPPED.  EACH PASS STARTS
      *    AGAIN AT THE DUPLICATE'S FIRST REMAINING LINE.
      ******************************************************************
       4000-REPOINT-PRESCRIPTIONS.
           OPEN I-O PRESCRIPTION-FILE
           IF WS-PX-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 4100-FIND-DUPLICATE-LINE
               PERFORM 4200-REPOINT-ONE-PRESCRIPTION
                   UNTIL WS-EOF
               CLOSE PRESCRIPTION-FILE
           END-IF.

       4100-FIND-DUPLICATE-LINE.
           MOVE WS-DUPLICATE-ID TO PX-PATIENT-ID
           MOVE LOW-VALUES TO PX-MEDICATION-NAME
           START PRESCRIPTION-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
               NOT INVALID KEY
                   PERFORM 4110-READ-PRESCRIPTION
           END-START.

       4110-READ-PRESCRIPTION.
           READ PRESCRIPTION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PX-PATIENT-ID NOT = WS-DUPLICATE-ID
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       4200-REPOINT-ONE-PRESCRIPTION.
           MOVE PRESCRIPTION-RECORD TO WS-RX-HOLD
           DELETE PRESCRIPTION-FILE RECORD
               INVALID KEY
                   SET WS-EOF TO TRUE
               NOT INVALID KEY
                   PERFORM 4300-WRITE-UNDER-SURVIVOR
           END-DELETE
           IF NOT WS-EOF
               PERFORM 4100-FIND-DUPLICATE-LINE
           END-IF.

       4300-WRITE-UNDER-SURVIVOR.
           MOVE WS-RX-HOLD TO PRESCRIPTION-RECORD
           MOVE WS-SURVIVOR-ID TO PX-PATIENT-ID
           WRITE PRESCRIPTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-DROPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-REPOINT-COUNT
           END-WRITE.

       5000-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AH-DATE
           WRITE MERGE-AUDIT-LINE
           MOVE WS-REPOINT-COUNT TO WS-AR-COUNT
           MOVE WS-AUDIT-RX-LINE TO MERGE-AUDIT-LINE
           WRITE MERGE-AUDIT-LINE
           IF WS-DROPPED-COUNT > ZERO
               MOVE WS-DROPPED-COUNT TO WS-AD-COUNT
               MOVE WS-AUDIT-DROP-LINE TO MERGE-AUDIT-LINE
               WRITE MERGE-AUDIT-LINE
           END-IF.

       5100-WRITE-REFUSAL.
           MOVE WS-REFUSED-LINE TO MERGE-AUDIT-LINE
           CALL "OPR-AUDIT".

       9999-TERMINATE.
           IF WS-PM-OPEN
               CLOSE PATIENT-MASTER-FILE
           END-IF
           IF WS-PJ-OPEN
               CLOSE PATIENT-JOURNAL-FILE
           END-IF
