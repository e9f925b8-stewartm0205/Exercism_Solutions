       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-08-09.
      ******************************************************************
      *    ALRGYRCN IS THE NIGHTLY SAFETY-CHECK RUN.  IT READS THE
      *    PATIENT-PRESCRIPTION CLUSTER IN KEY ORDER, READS EACH
      *    PATIENT'S MASTER RECORD DIRECTLY BY PATIENT ID, AND, FOR
      *    EVERY MEDICATION A PATIENT IS TAKING, LOOKS UP THAT
      *    MEDICATION'S INGREDIENTS ON THE MEDICATION-INGREDIENTS
      *    REFERENCE FILE AND CALLS ALLERGIC-TO ONCE PER INGREDIENT
      *    AGAINST THE PATIENT'S ALLERGY SCORE.  ANY "Y" RESULT IS A
      *    PRESCRIBED MEDICATION CONTAINING SOMETHING THE PATIENT IS
      *    ALLERGIC TO, AND IS WRITTEN TO THE CONFLICT REPORT.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST AND PRESCRIP ARE KEYED CLUSTERS.
      *                     THE RUN NOW WALKS PRESCRIP IN KEY ORDER
      *                     AND READS THE PATIENT DIRECTLY ON EACH
      *                     CHANGE OF PATIENT ID; A PATIENT WITH NO
      *                     PRESCRIPTIONS IS NEVER READ.  A PATIENT
      *                     ID THE MASTER DOES NOT HOLD STILL LOGS
      *                     EVERY ONE OF ITS LINES AS ORPHANED.
      *    2026-10-15  RSK  A PRESCRIPTION WITH NO DIRECT CONFLICT IS
      *                     NOW CHECKED AGAINST THE CROSS-REACTIVITY
      *                     REFERENCE (XREACT): WHEN ITS THERAPEUTIC
      *                     CLASS OR ONE OF ITS INGREDIENTS IS A
      *                     GROUP RELATED TO AN ALLERGEN ON THE
      *                     PATIENT'S MASK, IT PRINTS IN ITS OWN
      *                     CROSS-REACTIVITY SECTION WITH THE RISK
      *                     LEVEL, APART FROM THE KNOWN-ALLERGY
      *                     SECTIONS.
      *    2026-09-03  RSK  ERROR-LOG WRITES NOW CARRY VERSION 03
      *                     AND THE ERRCODES CATALOG CODES EPH007
      *                     (ORPHANED PRESCRIPTION) AND EPH008
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT MEDICATION-INGREDIENTS-FILE ASSIGN TO "MEDINGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-FILE-STATUS.

           SELECT CROSS-REACTIVITY-FILE ASSIGN TO "XREACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
       FD  MEDICATION-CLASS-FILE.
       COPY MEDCLASS.

       FD  CROSS-REACTIVITY-FILE.
       COPY XREACT.

       WORKING-STORAGE SECTION.
       01 WS-SCORE       PIC 9(07) COMP-3 EXTERNAL.
       01 WS-ITEM        PIC X(12) EXTERNAL.
       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-AL-FILE-STATUS              PIC XX.
       01  WS-MC-FILE-STATUS              PIC XX.
       01  WS-XR-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-MD-FILE-STATUS              PIC XX.
       01  WS-SY-FILE-STATUS              PIC XX.
       01  WS-CF-FILE-STATUS              PIC XX.
       01  WS-EL-FILE-STATUS              PIC XX.
       01  WS-PT-FOUND-SW                 PIC X VALUE "N".
           88  WS-PT-FOUND                VALUE "Y".
       01  WS-CUR-PATIENT-ID              PIC X(08).
       01  WS-PX-EOF-SW                   PIC X VALUE "N".
           88  WS-PX-EOF                  VALUE "Y".
       01  WS-TODAY                       PIC 9(08).
               10  WS-C-INGREDIENT         PIC X(12).
               10  WS-C-SEVERITY           PIC X.
               10  WS-C-SCORE              PIC 9(07).
               10  WS-C-ALLERGEN           PIC X(12).
               10  WS-C-RISK               PIC X.
       01  WS-SECTION-CLASS               PIC X.
       01  WS-SECTION-PRINTED             PIC 9(03).

           88  WS-CAND-SAFE               VALUE "Y".
       01  WS-ALT-SUB                     PIC 9(03).

      *    CROSS-REACTIVITY GROUPS FROM THE XREACT FILE.
       01  WS-XR-MAX                      PIC 9(03) VALUE 200.
       01  WS-XR-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-XR-TABLE.
           05  WS-XR-ENTRY OCCURS 200 TIMES INDEXED BY WS-XRX.
               10  WS-XR-ALLERGEN          PIC X(12).
               10  WS-XR-GROUP             PIC X(12).
               10  WS-XR-RISK              PIC X.
       01  WS-DIRECT-HIT-SW               PIC X.
           88  WS-DIRECT-HIT              VALUE "Y".
       01  WS-RX-CLASS                    PIC X(08).
       01  WS-GROUP-HIT-SW                PIC X.
           88  WS-GROUP-HIT               VALUE "Y".
       01  WS-XR-BEST-RANK                PIC 9.
       01  WS-XR-RANK                     PIC 9.
       01  WS-XR-BEST-GROUP               PIC X(12).
       01  WS-XR-BEST-ALLERGEN            PIC X(12).
       01  WS-XR-BEST-RISK                PIC X.
       01  WS-PRINT-RISK                  PIC X.

       01  WS-ALT-LINE.
           05  FILLER                     PIC X(14) VALUE
               "  ALTERNATIVE ".
           "SERIOUS CONFLICTS".
       01  WS-MILD-HEADING                PIC X(30) VALUE
           "MILD CONFLICTS".
       01  WS-CROSS-HEADING.
           05  FILLER                     PIC X(29) VALUE
               "CROSS-REACTIVITY CAUTIONS -- ".
           05  FILLER                     PIC X(32) VALUE
               "RELATED CLASS, NOT KNOWN ALLERGY".
       01  WS-NONE-LINE                   PIC X(30) VALUE
           "  (NONE THIS RUN)".

           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-O-INGREDIENT              PIC X(12).

       01  WS-CROSS-RECORD.
           05  WS-X-PATIENT-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-X-MEDICATION             PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-X-GROUP                  PIC X(12).
           05  FILLER                      PIC X(12) VALUE
               "  RELATED TO".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-X-ALLERGEN               PIC X(12).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-X-RISK-TEXT              PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PATIENT
               UNTIL WS-PX-EOF
           PERFORM 3000-WRITE-TRIAGED-REPORT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - OPEN ALL FOUR FILES, LOAD THE MEDICATION-
      *    INGREDIENTS TABLE, AND PRIME THE PRESCRIPTION READ THAT
      *    DRIVES THE RUN.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1500-LOAD-INGREDIENTS-ONCE
           PERFORM 1600-LOAD-SEVERITIES-ONCE
           PERFORM 1700-LOAD-CLASSES-ONCE
           PERFORM 1800-LOAD-CROSS-REACTIVITY
           PERFORM 1200-READ-NEXT-PRESCRIPTION.

       1100-READ-PATIENT.
           MOVE WS-CUR-PATIENT-ID TO PT-PATIENT-ID
           READ PATIENT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-PT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-PT-FOUND-SW
           END-READ.

       1200-READ-NEXT-PRESCRIPTION.
           PERFORM 1710-READ-MED-CLASS.

      ******************************************************************
      *    1800-LOAD-CROSS-REACTIVITY - LOAD THE RELATED SUBSTANCE
      *    GROUPS.  NO FILE MEANS NO CROSS-REACTIVITY CAUTIONS,
      *    EXACTLY AS BEFORE THE REFERENCE EXISTED.  THE GROUP IS
      *    RESOLVED THROUGH THE SYNONYMS LIKE ANY INGREDIENT.
      ******************************************************************
       1800-LOAD-CROSS-REACTIVITY.
           OPEN INPUT CROSS-REACTIVITY-FILE
           IF WS-XR-FILE-STATUS = "00"
               PERFORM 1810-READ-CROSS-REACTIVITY
               PERFORM 1820-STORE-CROSS-REACTIVITY
                   UNTIL WS-XR-FILE-STATUS NOT = "00"
               CLOSE CROSS-REACTIVITY-FILE
           END-IF.

       1810-READ-CROSS-REACTIVITY.
           READ CROSS-REACTIVITY-FILE
               AT END
                   MOVE "10" TO WS-XR-FILE-STATUS
           END-READ.

       1820-STORE-CROSS-REACTIVITY.
           IF WS-XR-COUNT < WS-XR-MAX
               ADD 1 TO WS-XR-COUNT
               SET WS-XRX TO WS-XR-COUNT
               MOVE XR-ALLERGEN TO WS-RESOLVE-NAME
               PERFORM 1480-RESOLVE-SYNONYM
               MOVE WS-RESOLVE-NAME TO WS-XR-ALLERGEN(WS-XRX)
               MOVE XR-RELATED-GROUP TO WS-RESOLVE-NAME
               PERFORM 1480-RESOLVE-SYNONYM
               MOVE WS-RESOLVE-NAME TO WS-XR-GROUP(WS-XRX)
               IF XR-HIGH-RISK OR XR-MODERATE-RISK
                   MOVE XR-RISK TO WS-XR-RISK(WS-XRX)
               ELSE
                   MOVE "L" TO WS-XR-RISK(WS-XRX)
               END-IF
           END-IF
           PERFORM 1810-READ-CROSS-REACTIVITY.

      ******************************************************************
      *    2000-PROCESS-PATIENT - READ THE MASTER RECORD FOR THE
      *    PATIENT ON THE CURRENT PRESCRIPTION AND CHECK EVERY ONE OF
      *    THAT PATIENT'S LINES AGAINST THE ALLERGY SCORE.  A PATIENT
      *    ID NOT ON THE MASTER HAS ALL ITS LINES LOGGED AS ORPHANS.
      ******************************************************************
       2000-PROCESS-PATIENT.
           MOVE PX-PATIENT-ID TO WS-CUR-PATIENT-ID
           PERFORM 1100-READ-PATIENT
           IF WS-PT-FOUND
               MOVE PT-SCORE TO WS-SCORE
               PERFORM 2100-PROCESS-ONE-PRESCRIPTION
                   UNTIL WS-PX-EOF
                       OR PX-PATIENT-ID NOT = WS-CUR-PATIENT-ID
           ELSE
               PERFORM 2050-SKIP-ORPHAN-PRESCRIPTIONS
                   UNTIL WS-PX-EOF
                       OR PX-PATIENT-ID NOT = WS-CUR-PATIENT-ID
           END-IF.

      ******************************************************************
      *    2050-SKIP-ORPHAN-PRESCRIPTIONS - LOGS AND DISCARDS A
      *    PRESCRIPTION RECORD WHOSE PATIENT ID HAS NO RECORD ON THE
      *    PATIENT MASTER.
      ******************************************************************
       2050-SKIP-ORPHAN-PRESCRIPTIONS.
           PERFORM 2060-LOG-ORPHAN-PRESCRIPTION
       2100-PROCESS-ONE-PRESCRIPTION.
           IF NOT (PX-STOP-DATE NUMERIC AND PX-STOP-DATE > 0
               AND PX-STOP-DATE < WS-TODAY)
               MOVE "N" TO WS-DIRECT-HIT-SW
               PERFORM 2200-CHECK-MEDICATION-INGREDIENTS
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MED-COUNT
               IF NOT WS-DIRECT-HIT AND WS-XR-COUNT > ZERO
                   PERFORM 2500-CHECK-CROSS-REACTIVITY
               END-IF
           END-IF
           PERFORM 1200-READ-NEXT-PRESCRIPTION.

               MOVE WS-MED-INGREDIENT(WS-MX) TO WS-ITEM
               CALL "allergies"
               IF WS-RESULT = "Y"
                   SET WS-DIRECT-HIT TO TRUE
                   PERFORM 2300-WRITE-CONFLICT
               END-IF
           END-IF.
               MOVE WS-ITEM TO WS-C-INGREDIENT(WS-CX)
               MOVE WS-SECTION-CLASS TO WS-C-SEVERITY(WS-CX)
               MOVE PT-SCORE TO WS-C-SCORE(WS-CX)
               MOVE SPACES TO WS-C-ALLERGEN(WS-CX)
               MOVE SPACE TO WS-C-RISK(WS-CX)
           ELSE
               IF NOT WS-OVERFLOW-NOTED
                   MOVE WS-OVERFLOW-HEADING TO CONFLICT-LINE
           MOVE "EPH008" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

      ******************************************************************
      *    2500-CHECK-CROSS-REACTIVITY - A PRESCRIPTION WITH NO
      *    DIRECT CONFLICT IS A CAUTION WHEN ITS THERAPEUTIC CLASS,
      *    OR ONE OF ITS INGREDIENTS, IS A GROUP RELATED TO AN
      *    ALLERGEN ON THE PATIENT'S MASK.  ONE CAUTION PER
      *    PRESCRIPTION, AT THE HIGHEST RISK LEVEL THAT APPLIES.
      ******************************************************************
       2500-CHECK-CROSS-REACTIVITY.
           MOVE SPACES TO WS-RX-CLASS
           PERFORM 2510-FIND-PRESCRIPTION-CLASS
               VARYING WS-CLX FROM 1 BY 1
               UNTIL WS-CLX > WS-CLS-COUNT
           MOVE ZERO TO WS-XR-BEST-RANK
           PERFORM 2520-CHECK-ONE-GROUP
               VARYING WS-XRX FROM 1 BY 1
               UNTIL WS-XRX > WS-XR-COUNT
           IF WS-XR-BEST-RANK > ZERO
               PERFORM 2600-HOLD-CROSS-CAUTION
           END-IF.

       2510-FIND-PRESCRIPTION-CLASS.
           IF WS-CLS-MED-NAME(WS-CLX) = PX-MEDICATION-NAME
               MOVE WS-CLS-CODE(WS-CLX) TO WS-RX-CLASS
           END-IF.

       2520-CHECK-ONE-GROUP.
           MOVE "N" TO WS-GROUP-HIT-SW
           IF WS-RX-CLASS NOT = SPACES
               AND WS-XR-GROUP(WS-XRX) = WS-RX-CLASS
               SET WS-GROUP-HIT TO TRUE
           END-IF
           IF NOT WS-GROUP-HIT
               PERFORM 2530-CHECK-GROUP-INGREDIENT
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MED-COUNT OR WS-GROUP-HIT
           END-IF
           IF WS-GROUP-HIT
               MOVE WS-XR-ALLERGEN(WS-XRX) TO WS-ITEM
               CALL "allergies"
               IF WS-RESULT = "Y"
                   EVALUATE WS-XR-RISK(WS-XRX)
                       WHEN "H"
                           MOVE 3 TO WS-XR-RANK
                       WHEN "M"
                           MOVE 2 TO WS-XR-RANK
                       WHEN OTHER
                           MOVE 1 TO WS-XR-RANK
                   END-EVALUATE
                   IF WS-XR-RANK > WS-XR-BEST-RANK
                       MOVE WS-XR-RANK TO WS-XR-BEST-RANK
                       MOVE WS-XR-GROUP(WS-XRX) TO WS-XR-BEST-GROUP
                       MOVE WS-XR-ALLERGEN(WS-XRX)
                           TO WS-XR-BEST-ALLERGEN
                       MOVE WS-XR-RISK(WS-XRX) TO WS-XR-BEST-RISK
                   END-IF
               END-IF
           END-IF.

       2530-CHECK-GROUP-INGREDIENT.
           IF WS-MED-NAME(WS-MX) = PX-MEDICATION-NAME
               AND WS-MED-INGREDIENT(WS-MX) = WS-XR-GROUP(WS-XRX)
               SET WS-GROUP-HIT TO TRUE
           END-IF.

      ******************************************************************
      *    2600-HOLD-CROSS-CAUTION - HOLD THE CAUTION IN THE TRIAGE
      *    TABLE UNDER ITS OWN CLASS "X" SO IT NEVER PRINTS AMONG THE
      *    KNOWN ALLERGIES.  PAST THE TABLE IT PRINTS AT ONCE UNDER
      *    THE UNTRIAGED HEADING, LIKE A DIRECT CONFLICT.
      ******************************************************************
       2600-HOLD-CROSS-CAUTION.
           IF WS-CONFLICT-COUNT < WS-CONFLICT-MAX
               ADD 1 TO WS-CONFLICT-COUNT
               SET WS-CX TO WS-CONFLICT-COUNT
               MOVE PT-PATIENT-ID TO WS-C-PATIENT-ID(WS-CX)
               MOVE PT-NAME TO WS-C-NAME(WS-CX)
               MOVE PX-MEDICATION-NAME TO WS-C-MEDICATION(WS-CX)
               MOVE WS-XR-BEST-GROUP TO WS-C-INGREDIENT(WS-CX)
               MOVE "X" TO WS-C-SEVERITY(WS-CX)
               MOVE PT-SCORE TO WS-C-SCORE(WS-CX)
               MOVE WS-XR-BEST-ALLERGEN TO WS-C-ALLERGEN(WS-CX)
               MOVE WS-XR-BEST-RISK TO WS-C-RISK(WS-CX)
           ELSE
               IF NOT WS-OVERFLOW-NOTED
                   MOVE WS-OVERFLOW-HEADING TO CONFLICT-LINE
                   WRITE CONFLICT-LINE
                   SET WS-OVERFLOW-NOTED TO TRUE
               END-IF
               MOVE PT-PATIENT-ID TO WS-X-PATIENT-ID
               MOVE PX-MEDICATION-NAME TO WS-X-MEDICATION
               MOVE WS-XR-BEST-GROUP TO WS-X-GROUP
               MOVE WS-XR-BEST-ALLERGEN TO WS-X-ALLERGEN
               MOVE WS-XR-BEST-RISK TO WS-PRINT-RISK
               PERFORM 3250-SET-RISK-TEXT
               MOVE WS-CROSS-RECORD TO CONFLICT-LINE
               WRITE CONFLICT-LINE
           END-IF.

      ******************************************************************
      *    3000-WRITE-TRIAGED-REPORT - PRINT THE HELD CONFLICTS IN
      *    SEVERITY ORDER: THE CRITICAL PAGE FIRST, THEN SERIOUS,
      *    THEN MILD, THEN THE CROSS-REACTIVITY CAUTIONS.
      ******************************************************************
       3000-WRITE-TRIAGED-REPORT.
           MOVE WS-CRITICAL-HEADING TO CONFLICT-LINE
           MOVE WS-MILD-HEADING TO CONFLICT-LINE
           WRITE CONFLICT-LINE
           MOVE "M" TO WS-SECTION-CLASS
           PERFORM 3100-WRITE-ONE-SECTION
           MOVE WS-CROSS-HEADING TO CONFLICT-LINE
           WRITE CONFLICT-LINE
           MOVE "X" TO WS-SECTION-CLASS
           PERFORM 3100-WRITE-ONE-SECTION.

       3100-WRITE-ONE-SECTION.

       3200-WRITE-ONE-CONFLICT.
           IF WS-C-SEVERITY(WS-CX) = WS-SECTION-CLASS
               AND WS-SECTION-CLASS = "X"
               ADD 1 TO WS-SECTION-PRINTED
               MOVE WS-C-PATIENT-ID(WS-CX) TO WS-X-PATIENT-ID
               MOVE WS-C-MEDICATION(WS-CX) TO WS-X-MEDICATION
               MOVE WS-C-INGREDIENT(WS-CX) TO WS-X-GROUP
               MOVE WS-C-ALLERGEN(WS-CX) TO WS-X-ALLERGEN
               MOVE WS-C-RISK(WS-CX) TO WS-PRINT-RISK
               PERFORM 3250-SET-RISK-TEXT
               MOVE WS-CROSS-RECORD TO CONFLICT-LINE
               WRITE CONFLICT-LINE
           END-IF
           IF WS-C-SEVERITY(WS-CX) = WS-SECTION-CLASS
               AND WS-SECTION-CLASS NOT = "X"
               ADD 1 TO WS-SECTION-PRINTED
               MOVE WS-C-PATIENT-ID(WS-CX) TO WS-O-PATIENT-ID
               MOVE WS-C-NAME(WS-CX) TO WS-O-NAME
               PERFORM 3300-SUGGEST-ALTERNATIVES
           END-IF.

       3250-SET-RISK-TEXT.
           EVALUATE WS-PRINT-RISK
               WHEN "H"
                   MOVE "HIGH" TO WS-X-RISK-TEXT
               WHEN "M"
                   MOVE "MODERATE" TO WS-X-RISK-TEXT
               WHEN OTHER
                   MOVE "LOW" TO WS-X-RISK-TEXT
           END-EVALUATE.

      ******************************************************************
      *    3300-SUGGEST-ALTERNATIVES - LIST UP TO WS-ALT-LIMIT OTHER
      *    MEDICATIONS IN THE CONFLICTED MEDICATION'S THERAPEUTIC
