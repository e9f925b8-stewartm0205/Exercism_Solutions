      *    EVERY INGREDIENT OF THE ORDERED MEDICATION THROUGH THE
      *    SAME MEDINGR LOOKUP AND ALLERGIC-TO CHECK THE NIGHTLY
      *    RECONCILIATION USES.  A CLEAN ORDER GOES TO THE APPROVED
      *    FILE (IN THE PRESCRIPTION LAYOUT, READY FOR RXPOST TO POST
      *    TO PRESCRIP); AN ORDER HITTING THE PATIENT'S MASK GOES TO
      *    THE HELD-ORDERS FILE WITH THE CONFLICTING INGREDIENT
      *    NAMED, AND IS ALSO LOGGED ON THE SHARED ERROR LOG.  THE
      *    WHOLE POINT OF THE ALLERGY DATA IS CATCHING THE CONFLICT
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST AND PRESCRIP ARE KEYED CLUSTERS.
      *                     EACH ORDER'S PATIENT IS A DIRECT READ AND
      *                     THE INTERACTION CHECK READS THE PATIENT'S
      *                     LINE FOR THE OTHER MEDICATION DIRECTLY,
      *                     SO THE 500-PATIENT AND 1000-LINE TABLES
      *                     (AND THEIR SILENT CUTOFFS) ARE GONE.
      *    2026-10-15  RSK  EVERY ORDER IS LOOKED UP ON THE FORMULARY
      *                     REFERENCE (FORMLRY) AND THE APPROVED ORDER
      *                     CARRIES ITS STATUS (P PREFERRED, R
      *                     RESTRICTED, N NON-FORMULARY OR NOT FILED)
      *                     AND THE PRESCRIBER, VERSION-04 FIELDS.  AN
      *                     ORDER THAT CLEARS EVERY SAFETY SCREEN BUT
      *                     IS FOR A RESTRICTED MEDICATION IS HELD FOR
      *                     AUTHORIZATION WITH THE PREFERRED
      *                     ALTERNATIVE NAMED (EPH016).  NO FORMULARY
      *                     FILE MEANS NO TAGGING AND NO HOLD.
      *    2026-10-15  RSK  THE HELD-ORDER RECORD IS NOW THE SHARED
      *                     HELDORD LAYOUT: THE PRINTED LINE AS BEFORE
      *                     PLUS THE HELD DATE AND THE ORDER AS
      *                     RECEIVED, SO RXRELEAS CAN RELEASE IT ON A
      *                     PHARMACIST OVERRIDE.
      *    2026-10-15  RSK  AN ORDER FOR A MEDICATION ON THE AGE AND
      *                     PREGNANCY CONTRAINDICATION REFERENCE
      *                     (CONTRAIN) IS HELD, WITH THE REFERENCE'S
      *                     OWN REASON TEXT, WHEN THE PATIENT'S AGE
      *                     FROM THE MASTER BIRTH DATE FALLS IN A
      *                     LISTED AGE BAND OR THE PATIENT IS FLAGGED
      *                     PREGNANT; AN AGE-BANDED MEDICATION FOR A
      *                     PATIENT WITH NO BIRTH DATE IS HELD AS AGE
      *                     UNKNOWN (EPH013).
      *    2026-10-15  RSK  ORDERS NOW CARRY THE VERSION-03 DOSE
      *                     (AMOUNT, UNIT, FREQUENCY, ROUTE) THROUGH
      *                     TO THE APPROVED FILE, AND AN ORDER FOR A
      *                     MEDICATION ON THE DOSING REFERENCE
      *                     (DOSEREF) IS HELD WHEN ITS SINGLE DOSE OR
      *                     ITS DAILY TOTAL (DOSE TIMES DOSES PER DAY
      *                     FOR THE FREQUENCY) PASSES THE LIMIT, OR
      *                     WHEN THE DOSE IS MISSING, IN ANOTHER UNIT,
      *                     OR AT AN UNKNOWN FREQUENCY (EPH011).
      *    2026-10-15  RSK  AN ORDER WITH NO DIRECT CONFLICT IS NOW
      *                     CHECKED AGAINST THE CROSS-REACTIVITY
      *                     REFERENCE (XREACT) BY ITS THERAPEUTIC
      *                     CLASS (MEDCLASS) AND INGREDIENTS: A
      *                     HIGH-RISK GROUP RELATED TO AN ALLERGEN ON
      *                     THE PATIENT'S MASK HOLDS THE ORDER WITH
      *                     THE GROUP AND THE ALLERGY NAMED (EPH009),
      *                     A MODERATE OR LOW ONE PASSES WITH A
      *                     CAUTION ON THE LOG (EPH010).  EITHER IS A
      *                     RELATED-CLASS CAUTION, KEPT APART FROM THE
      *                     KNOWN-ALLERGY HOLD (EPH002).
      *    2026-09-03  RSK  ERROR-LOG WRITES NOW CARRY A VERSION-03
      *                     ERROR CODE FROM THE ERRCODES CATALOG
      *                     (EPH001 UNKNOWN PATIENT, EPH002 ALLERGY
               FILE STATUS IS WS-NO-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT MEDICATION-INGREDIENTS-FILE ASSIGN TO "MEDINGR"
               FILE STATUS IS WS-DI-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-RX-FILE-STATUS.

           SELECT MEDICATION-CLASS-FILE ASSIGN TO "MEDCLASS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-FILE-STATUS.

           SELECT CROSS-REACTIVITY-FILE ASSIGN TO "XREACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-FILE-STATUS.

           SELECT DOSING-REFERENCE-FILE ASSIGN TO "DOSEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.

           SELECT CONTRAINDICATION-FILE ASSIGN TO "CONTRAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CI-FILE-STATUS.

           SELECT FORMULARY-FILE ASSIGN TO "FORMLRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-ORDERS-FILE.
       COPY PRESCRIP REPLACING PRESCRIPTION-RECORD BY NEW-ORDER-RECORD
           PX-KEY BY NO-KEY
           PX-PATIENT-ID BY NO-PATIENT-ID
           PX-MEDICATION-NAME BY NO-MEDICATION-NAME
           PX-START-DATE BY NO-START-DATE
           PX-STOP-DATE BY NO-STOP-DATE
           PX-DOSE-AMOUNT BY NO-DOSE-AMOUNT
           PX-DOSE-UNIT BY NO-DOSE-UNIT
           PX-FREQUENCY BY NO-FREQUENCY
           PX-ROUTE BY NO-ROUTE
           PX-PRESCRIBER-ID BY NO-PRESCRIBER-ID
           PX-FORMULARY-STATUS BY NO-FORMULARY-STATUS.

       FD  PATIENT-MASTER-FILE.
       COPY PATMAST.

       FD  APPROVED-ORDERS-FILE.
       COPY PRESCRIP REPLACING PRESCRIPTION-RECORD BY APPROVED-RECORD
           PX-KEY BY AP-KEY
           PX-PATIENT-ID BY AP-PATIENT-ID
           PX-MEDICATION-NAME BY AP-MEDICATION-NAME
           PX-START-DATE BY AP-START-DATE
           PX-STOP-DATE BY AP-STOP-DATE
           PX-DOSE-AMOUNT BY AP-DOSE-AMOUNT
           PX-DOSE-UNIT BY AP-DOSE-UNIT
           PX-FREQUENCY BY AP-FREQUENCY
           PX-ROUTE BY AP-ROUTE
           PX-PRESCRIBER-ID BY AP-PRESCRIBER-ID
           PX-FORMULARY-STATUS BY AP-FORMULARY-STATUS.

       FD  HELD-ORDERS-FILE.
       COPY HELDORD.

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.
       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  MEDICATION-CLASS-FILE.
       COPY MEDCLASS.

       FD  CROSS-REACTIVITY-FILE.
       COPY XREACT.

       FD  DOSING-REFERENCE-FILE.
       COPY DOSEREF.

       FD  CONTRAINDICATION-FILE.
       COPY CONTRAIN.

       FD  FORMULARY-FILE.
       COPY FORMLRY.

       WORKING-STORAGE SECTION.
       01 WS-SCORE       PIC 9(07) COMP-3 EXTERNAL.
       01 WS-ITEM        PIC X(12) EXTERNAL.
       01  WS-SY-FILE-STATUS              PIC XX.
       01  WS-DI-FILE-STATUS              PIC XX.
       01  WS-RX-FILE-STATUS              PIC XX.
       01  WS-MC-FILE-STATUS              PIC XX.
       01  WS-XR-FILE-STATUS              PIC XX.
       01  WS-DS-FILE-STATUS              PIC XX.
       01  WS-CI-FILE-STATUS              PIC XX.
       01  WS-FM-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-EL-OPEN-SW                  PIC X VALUE "N".
           88  WS-EL-OPEN                 VALUE "Y".
       01  WS-ORDER-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-TODAY                       PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-CCYY              PIC 9(04).
           05  WS-TODAY-MMDD              PIC 9(04).
       01  WS-APPROVED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(05) VALUE ZERO.

      *    THE ORDER'S PATIENT AS READ FROM THE MASTER -- THE
      *    BITMASK, BIRTH DATE (ZERO WHEN THE MASTER HAS NONE) AND
      *    PREGNANCY FLAG.  NEITHER KEYED FILE OPENING MEANS EVERY
      *    PATIENT IS UNKNOWN AND NO CURRENT MEDICATION IS ON FILE.
       01  WS-PM-OPEN-SW                  PIC X VALUE "N".
           88  WS-PM-OPEN                 VALUE "Y".
       01  WS-RX-OPEN-SW                  PIC X VALUE "N".
           88  WS-RX-OPEN                 VALUE "Y".
       01  WS-PATIENT-FOUND-SW            PIC X.
           88  WS-PATIENT-FOUND           VALUE "Y".
       01  WS-PATIENT-SCORE               PIC 9(07).
       01  WS-PATIENT-BIRTH-DATE          PIC 9(08).
       01  WS-PATIENT-BIRTH-PARTS REDEFINES WS-PATIENT-BIRTH-DATE.
           05  WS-PATIENT-BIRTH-CCYY      PIC 9(04).
           05  WS-PATIENT-BIRTH-MMDD      PIC 9(04).
       01  WS-PATIENT-PREGNANT-SW         PIC X.
           88  WS-PATIENT-PREGNANT        VALUE "Y".
       01  WS-PATIENT-AGE                 PIC 9(03).

      *    IN-MEMORY COPY OF THE MEDICATION-INGREDIENTS REFERENCE
      *    FILE, SAME SHAPE ALRGYRCN LOADS.
               10  WS-INT-MED-B            PIC X(20).
               10  WS-INT-SEVERITY         PIC X.

       01  WS-INTERACT-SW                 PIC X.
           88  WS-INTERACT                VALUE "Y".
       01  WS-INTERACT-MED                PIC X(20).
       01  WS-INTERACT-SEVERITY           PIC X.
       01  WS-OTHER-MED                   PIC X(20).

      *    THERAPEUTIC CLASS PER MEDICATION (MEDCLASS) AND THE
      *    CROSS-REACTIVITY GROUPS (XREACT), BOTH LOADED ONCE.
       01  WS-CLS-MAX                     PIC 9(03) VALUE 200.
       01  WS-CLS-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 200 TIMES INDEXED BY WS-CLX.
               10  WS-CLS-MED-NAME         PIC X(20).
               10  WS-CLS-CODE             PIC X(08).
       01  WS-XR-MAX                      PIC 9(03) VALUE 200.
       01  WS-XR-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-XR-TABLE.
           05  WS-XR-ENTRY OCCURS 200 TIMES INDEXED BY WS-XRX.
               10  WS-XR-ALLERGEN          PIC X(12).
               10  WS-XR-GROUP             PIC X(12).
               10  WS-XR-RISK              PIC X.
       01  WS-ORDER-CLASS                 PIC X(08).
       01  WS-GROUP-HIT-SW                PIC X.
           88  WS-GROUP-HIT               VALUE "Y".
       01  WS-XR-RANK                     PIC 9.
       01  WS-XR-BEST-RANK                PIC 9.
           88  WS-XR-CAUTION              VALUE 1 2.
           88  WS-XR-HOLD                 VALUE 3.
       01  WS-XR-BEST-GROUP               PIC X(12).
       01  WS-XR-BEST-ALLERGEN            PIC X(12).

      *    THE DOSING REFERENCE, LOADED ONCE, AND THE DOSES PER DAY
      *    EACH FREQUENCY CODE STANDS FOR.
       01  WS-DOS-MAX                     PIC 9(03) VALUE 200.
       01  WS-DOS-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-DOS-TABLE.
           05  WS-DOS-ENTRY OCCURS 200 TIMES INDEXED BY WS-DSX.
               10  WS-DOS-MED-NAME         PIC X(20).
               10  WS-DOS-UNIT             PIC X(04).
               10  WS-DOS-MAX-SINGLE       PIC 9(05)V999.
               10  WS-DOS-MAX-DAILY        PIC 9(06)V999.
       01  WS-FREQ-DATA.
           05  FILLER                     PIC X(06) VALUE "QD  01".
           05  FILLER                     PIC X(06) VALUE "BID 02".
           05  FILLER                     PIC X(06) VALUE "TID 03".
           05  FILLER                     PIC X(06) VALUE "QID 04".
           05  FILLER                     PIC X(06) VALUE "Q4H 06".
           05  FILLER                     PIC X(06) VALUE "Q6H 04".
           05  FILLER                     PIC X(06) VALUE "Q8H 03".
           05  FILLER                     PIC X(06) VALUE "Q12H02".
           05  FILLER                     PIC X(06) VALUE "QHS 01".
           05  FILLER                     PIC X(06) VALUE "QAM 01".
           05  FILLER                     PIC X(06) VALUE "ONCE01".
       01  WS-FREQ-TABLE REDEFINES WS-FREQ-DATA.
           05  WS-FREQ-ENTRY OCCURS 11 TIMES INDEXED BY WS-FQX.
               10  WS-FREQ-CODE            PIC X(04).
               10  WS-FREQ-PER-DAY         PIC 9(02).
       01  WS-DOSE-REF-SW                 PIC X.
           88  WS-DOSE-REF-FOUND          VALUE "Y".
       01  WS-FREQ-SW                     PIC X.
           88  WS-FREQ-FOUND              VALUE "Y".
       01  WS-DOSE-HOLD-SW                PIC X.
           88  WS-DOSE-HOLD               VALUE "Y".
       01  WS-DAILY-DOSE                  PIC 9(07)V999.
       01  WS-DOSE-TEXT.
           05  FILLER                     PIC X(04) VALUE "DAY ".
           05  WS-DT-DAILY                PIC ZZZZZZ9.999.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DT-UNIT                 PIC X(04).

      *    THE AGE AND PREGNANCY CONTRAINDICATIONS, LOADED ONCE.
       01  WS-CI-MAX                      PIC 9(03) VALUE 200.
       01  WS-CI-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-CI-TABLE.
           05  WS-CI-ENTRY OCCURS 200 TIMES INDEXED BY WS-CIX.
               10  WS-CI-MED-NAME          PIC X(20).
               10  WS-CI-AGE-FROM          PIC 9(03).
               10  WS-CI-AGE-TO            PIC 9(03).
               10  WS-CI-PREGNANCY-SW      PIC X.
                   88  WS-CI-PREGNANCY     VALUE "Y".
               10  WS-CI-REASON            PIC X(30).
       01  WS-CONTRA-HOLD-SW              PIC X.
           88  WS-CONTRA-HOLD             VALUE "Y".
       01  WS-CONTRA-BAND.
           05  FILLER                     PIC X(04) VALUE "AGE ".
           05  WS-CB-FROM                 PIC 9(03).
           05  FILLER                     PIC X(01) VALUE "-".
           05  WS-CB-TO                   PIC 9(03).
       01  WS-CONTRA-GROUP                PIC X(12).
       01  WS-CONTRA-AGE-TEXT.
           05  FILLER                     PIC X(12) VALUE
               "PATIENT AGE ".
           05  WS-CA-AGE                  PIC ZZ9.
       01  WS-CONTRA-TEXT                 PIC X(20).

      *    THE FORMULARY, LOADED ONCE.  WS-FRM-LOADED SAYS THERE IS
      *    ONE TO TAG AGAINST; WITHOUT IT EVERY ORDER GOES OUT
      *    UNTAGGED.
       01  WS-FRM-MAX                     PIC 9(03) VALUE 500.
       01  WS-FRM-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-FRM-TABLE.
           05  WS-FRM-ENTRY OCCURS 500 TIMES INDEXED BY WS-FMX.
               10  WS-FRM-MED-NAME         PIC X(20).
               10  WS-FRM-STATUS           PIC X.
               10  WS-FRM-ALTERNATIVE      PIC X(20).
       01  WS-FRM-LOADED-SW               PIC X VALUE "N".
           88  WS-FRM-LOADED              VALUE "Y".
       01  WS-FORMULARY-STATUS            PIC X.
           88  WS-FORMULARY-RESTRICTED    VALUE "R".
       01  WS-FORMULARY-ALTERNATIVE       PIC X(20).
       01  WS-FORMULARY-HOLD-SW           PIC X.
           88  WS-FORMULARY-HOLD          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - OPEN THE KEYED PATIENT AND PRESCRIPTION
      *    FILES, LOAD THE MEDICATION-INGREDIENTS TABLE, OPEN THE
      *    SPLIT OUTPUTS, AND PRIME THE ORDER READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT PATIENT-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
               SET WS-PM-OPEN TO TRUE
           END-IF
           PERFORM 1500-LOAD-INGREDIENTS-ONCE
           PERFORM 1600-LOAD-INTERACTIONS-ONCE
           PERFORM 1700-OPEN-CURRENT-PRESCRIP
           PERFORM 1800-LOAD-CLASSES-ONCE
           PERFORM 1850-LOAD-CROSS-REACTIVITY
           PERFORM 1900-LOAD-DOSING-REFERENCE
           PERFORM 1950-LOAD-CONTRAINDICATIONS
           PERFORM 1980-LOAD-FORMULARY
           OPEN INPUT NEW-ORDERS-FILE
           OPEN OUTPUT APPROVED-ORDERS-FILE
           OPEN OUTPUT HELD-ORDERS-FILE
           PERFORM 1300-READ-NEXT-ORDER.

       1300-READ-NEXT-ORDER.
           READ NEW-ORDERS-FILE
               AT END
           PERFORM 1610-READ-INTERACTION.

      ******************************************************************
      *    1700-OPEN-CURRENT-PRESCRIP - OPEN THE PATIENTS' CURRENT
      *    MEDICATIONS FOR DIRECT READS BY PATIENT AND MEDICATION.
      *    NO FILE MEANS NO INTERACTION CAN BE FOUND, AS BEFORE.
      ******************************************************************
       1700-OPEN-CURRENT-PRESCRIP.
           OPEN INPUT PRESCRIPTION-FILE
           IF WS-RX-FILE-STATUS = "00"
               SET WS-RX-OPEN TO TRUE
           END-IF.

      ******************************************************************
      *    1800-LOAD-CLASSES-ONCE - LOAD THE THERAPEUTIC CLASS OF
      *    EACH MEDICATION.  NO FILE MEANS CROSS-REACTIVITY IS
      *    JUDGED ON INGREDIENTS ALONE.
      ******************************************************************
       1800-LOAD-CLASSES-ONCE.
           OPEN INPUT MEDICATION-CLASS-FILE
           IF WS-MC-FILE-STATUS = "00"
               PERFORM 1810-READ-MED-CLASS
               PERFORM 1820-STORE-MED-CLASS
                   UNTIL WS-MC-FILE-STATUS NOT = "00"
               CLOSE MEDICATION-CLASS-FILE
           END-IF.

       1810-READ-MED-CLASS.
           READ MEDICATION-CLASS-FILE
               AT END
                   MOVE "10" TO WS-MC-FILE-STATUS
           END-READ.

       1820-STORE-MED-CLASS.
           IF WS-CLS-COUNT < WS-CLS-MAX
               ADD 1 TO WS-CLS-COUNT
               SET WS-CLX TO WS-CLS-COUNT
               MOVE MC-MEDICATION-NAME TO WS-CLS-MED-NAME(WS-CLX)
               MOVE MC-CLASS-CODE TO WS-CLS-CODE(WS-CLX)
           END-IF
           PERFORM 1810-READ-MED-CLASS.

      ******************************************************************
      *    1850-LOAD-CROSS-REACTIVITY - LOAD THE RELATED SUBSTANCE
      *    GROUPS, RESOLVED THROUGH THE SYNONYMS LIKE ANY
      *    INGREDIENT.  NO FILE MEANS NO CROSS-REACTIVITY PASS,
      *    EXACTLY AS BEFORE THE PASS EXISTED.
      ******************************************************************
       1850-LOAD-CROSS-REACTIVITY.
           OPEN INPUT CROSS-REACTIVITY-FILE
           IF WS-XR-FILE-STATUS = "00"
               PERFORM 1860-READ-CROSS-REACTIVITY
               PERFORM 1870-STORE-CROSS-REACTIVITY
                   UNTIL WS-XR-FILE-STATUS NOT = "00"
               CLOSE CROSS-REACTIVITY-FILE
           END-IF.

       1860-READ-CROSS-REACTIVITY.
           READ CROSS-REACTIVITY-FILE
               AT END
                   MOVE "10" TO WS-XR-FILE-STATUS
           END-READ.

       1870-STORE-CROSS-REACTIVITY.
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
           PERFORM 1860-READ-CROSS-REACTIVITY.

      ******************************************************************
      *    1900-LOAD-DOSING-REFERENCE - LOAD THE DOSE LIMITS.  NO
      *    FILE MEANS NO DOSE PASS, EXACTLY AS BEFORE THE PASS
      *    EXISTED.
      ******************************************************************
       1900-LOAD-DOSING-REFERENCE.
           OPEN INPUT DOSING-REFERENCE-FILE
           IF WS-DS-FILE-STATUS = "00"
               PERFORM 1910-READ-DOSING-REFERENCE
               PERFORM 1920-STORE-DOSING-REFERENCE
                   UNTIL WS-DS-FILE-STATUS NOT = "00"
               CLOSE DOSING-REFERENCE-FILE
           END-IF.

       1910-READ-DOSING-REFERENCE.
           READ DOSING-REFERENCE-FILE
               AT END
                   MOVE "10" TO WS-DS-FILE-STATUS
           END-READ.

       1920-STORE-DOSING-REFERENCE.
           IF WS-DOS-COUNT < WS-DOS-MAX
               AND DS-MAX-SINGLE-DOSE NUMERIC
               AND DS-MAX-DAILY-DOSE NUMERIC
               ADD 1 TO WS-DOS-COUNT
               SET WS-DSX TO WS-DOS-COUNT
               MOVE DS-MEDICATION-NAME TO WS-DOS-MED-NAME(WS-DSX)
               MOVE DS-DOSE-UNIT TO WS-DOS-UNIT(WS-DSX)
               MOVE DS-MAX-SINGLE-DOSE TO WS-DOS-MAX-SINGLE(WS-DSX)
               MOVE DS-MAX-DAILY-DOSE TO WS-DOS-MAX-DAILY(WS-DSX)
           END-IF
           PERFORM 1910-READ-DOSING-REFERENCE.

      ******************************************************************
      *    1950-LOAD-CONTRAINDICATIONS - LOAD THE AGE BANDS AND
      *    PREGNANCY FLAGS.  NO FILE MEANS NO CONTRAINDICATION PASS,
      *    EXACTLY AS BEFORE THE PASS EXISTED.
      ******************************************************************
       1950-LOAD-CONTRAINDICATIONS.
           OPEN INPUT CONTRAINDICATION-FILE
           IF WS-CI-FILE-STATUS = "00"
               PERFORM 1960-READ-CONTRAINDICATION
               PERFORM 1970-STORE-CONTRAINDICATION
                   UNTIL WS-CI-FILE-STATUS NOT = "00"
               CLOSE CONTRAINDICATION-FILE
           END-IF.

       1960-READ-CONTRAINDICATION.
           READ CONTRAINDICATION-FILE
               AT END
                   MOVE "10" TO WS-CI-FILE-STATUS
           END-READ.

       1970-STORE-CONTRAINDICATION.
           IF WS-CI-COUNT < WS-CI-MAX
               AND (CI-PREGNANCY
                   OR (CI-AGE-FROM NUMERIC AND CI-AGE-TO NUMERIC))
               ADD 1 TO WS-CI-COUNT
               SET WS-CIX TO WS-CI-COUNT
               MOVE CI-MEDICATION-NAME TO WS-CI-MED-NAME(WS-CIX)
               MOVE CI-PREGNANCY-SW TO WS-CI-PREGNANCY-SW(WS-CIX)
               IF CI-PREGNANCY
                   MOVE ZERO TO WS-CI-AGE-FROM(WS-CIX)
                   MOVE ZERO TO WS-CI-AGE-TO(WS-CIX)
               ELSE
                   MOVE CI-AGE-FROM TO WS-CI-AGE-FROM(WS-CIX)
                   MOVE CI-AGE-TO TO WS-CI-AGE-TO(WS-CIX)
               END-IF
               MOVE CI-REASON TO WS-CI-REASON(WS-CIX)
           END-IF
           PERFORM 1960-READ-CONTRAINDICATION.

      ******************************************************************
      *    1980-LOAD-FORMULARY - LOAD THE FORMULARY STATUSES AND
      *    PREFERRED ALTERNATIVES.  NO FILE MEANS NO FORMULARY
      *    TAGGING, EXACTLY AS BEFORE THE REFERENCE EXISTED.
      ******************************************************************
       1980-LOAD-FORMULARY.
           OPEN INPUT FORMULARY-FILE
           IF WS-FM-FILE-STATUS = "00"
               SET WS-FRM-LOADED TO TRUE
               PERFORM 1990-READ-FORMULARY
               PERFORM 1995-STORE-FORMULARY
                   UNTIL WS-FM-FILE-STATUS NOT = "00"
               CLOSE FORMULARY-FILE
           END-IF.

       1990-READ-FORMULARY.
           READ FORMULARY-FILE
               AT END
                   MOVE "10" TO WS-FM-FILE-STATUS
           END-READ.

       1995-STORE-FORMULARY.
           IF WS-FRM-COUNT < WS-FRM-MAX
               ADD 1 TO WS-FRM-COUNT
               SET WS-FMX TO WS-FRM-COUNT
               MOVE FM-MEDICATION-NAME TO WS-FRM-MED-NAME(WS-FMX)
               IF FM-PREFERRED OR FM-RESTRICTED
                   MOVE FM-STATUS TO WS-FRM-STATUS(WS-FMX)
               ELSE
                   MOVE "N" TO WS-FRM-STATUS(WS-FMX)
               END-IF
               MOVE FM-PREFERRED-ALT TO WS-FRM-ALTERNATIVE(WS-FMX)
           END-IF
           PERFORM 1990-READ-FORMULARY.

      ******************************************************************
      *    2000-SCREEN-ORDERS - SCREEN ONE ORDER.  AN ORDER FOR A
      *    PATIENT NOT ON THE MASTER CANNOT BE SCREENED AND IS HELD;
      *    AN ORDER WHOSE MEDICATION HITS THE PATIENT'S MASK IS HELD
      *    WITH THE INGREDIENT NAMED; AN ORDER IN A HIGH-RISK GROUP
      *    RELATED TO ONE OF THE PATIENT'S ALLERGIES IS HELD WITH
      *    THE GROUP AND THE ALLERGY NAMED; AN ORDER FAILING THE
      *    DOSE LIMITS IS HELD WITH THE DOSING REASON AND THE DAILY
      *    TOTAL; EVERYTHING ELSE IS APPROVED (A LOWER-RISK
      *    CROSS-REACTIVITY CAUTION IS LOGGED).  AN ORDER THE
      *    PATIENT'S AGE OR PREGNANCY CONTRAINDICATES IS HELD WITH
      *    THE CONTRAINDICATION'S OWN REASON, AHEAD OF THE DOSE
      *    CHECK.  AN ORDER CLEAR OF EVERY SAFETY SCREEN THAT IS FOR
      *    A RESTRICTED FORMULARY MEDICATION IS HELD LAST, FOR
      *    AUTHORIZATION.  THE ORDER IS TAGGED WITH ITS FORMULARY
      *    STATUS FIRST SO A HELD COPY CARRIES IT TOO.
      ******************************************************************
       2000-SCREEN-ORDERS.
           ADD 1 TO WS-ORDER-COUNT
           MOVE "N" TO WS-INTERACT-SW
           MOVE ZERO TO WS-XR-BEST-RANK
           MOVE "N" TO WS-DOSE-HOLD-SW
           MOVE "N" TO WS-CONTRA-HOLD-SW
           MOVE "N" TO WS-FORMULARY-HOLD-SW
           PERFORM 2700-FIND-FORMULARY-STATUS
           MOVE WS-FORMULARY-STATUS TO NO-FORMULARY-STATUS
           PERFORM 2100-FIND-PATIENT
           IF NOT WS-PATIENT-FOUND
               MOVE SPACES TO WS-CONFLICT-INGREDIENT
                   PERFORM 3200-WRITE-HELD-ORDER
                   PERFORM 4100-LOG-CONFLICT
               ELSE
                   PERFORM 2400-CHECK-CROSS-REACTIVITY
                   IF WS-XR-HOLD
                       MOVE "CROSS-REACTIVITY -- HIGH RISK"
                           TO WS-HOLD-REASON
                       PERFORM 3200-WRITE-HELD-ORDER
                       PERFORM 4400-LOG-CROSS-REACTIVITY
                   ELSE
                       IF WS-XR-CAUTION
                           PERFORM 4400-LOG-CROSS-REACTIVITY
                       END-IF
                       PERFORM 2600-CHECK-CONTRAINDICATIONS
                       IF WS-CONTRA-HOLD
                           PERFORM 3200-WRITE-HELD-ORDER
                           PERFORM 4600-LOG-CONTRAINDICATION
                       ELSE
                           PERFORM 2500-CHECK-DOSE
                           IF WS-DOSE-HOLD
                               PERFORM 3200-WRITE-HELD-ORDER
                               PERFORM 4500-LOG-DOSING
                           ELSE
                               PERFORM 2300-CHECK-DRUG-INTERACTIONS
                               IF WS-INTERACT
                                   MOVE "DRUG INTERACTION -- SEE PAIR"
                                       TO WS-HOLD-REASON
                                   PERFORM 3200-WRITE-HELD-ORDER
                                   PERFORM 4200-LOG-INTERACTION
                               ELSE
                                   PERFORM 2800-APPROVE-OR-RESTRICT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

       2100-FIND-PATIENT.
           MOVE "N" TO WS-PATIENT-FOUND-SW
           IF WS-PM-OPEN
               MOVE NO-PATIENT-ID TO PT-PATIENT-ID
               READ PATIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2110-TAKE-PATIENT
               END-READ
           END-IF.

       2110-TAKE-PATIENT.
           SET WS-PATIENT-FOUND TO TRUE
           MOVE PT-SCORE TO WS-PATIENT-SCORE
           IF PT-BIRTH-DATE NUMERIC
               MOVE PT-BIRTH-DATE TO WS-PATIENT-BIRTH-DATE
           ELSE
               MOVE ZERO TO WS-PATIENT-BIRTH-DATE
           END-IF
           MOVE PT-PREGNANT-SW TO WS-PATIENT-PREGNANT-SW
           PERFORM 2120-COMPUTE-AGE.

      ******************************************************************
      *    2120-COMPUTE-AGE - AGE IN WHOLE YEARS AS OF TODAY: THE
      *    YEARS BETWEEN, LESS ONE WHEN THIS YEAR'S BIRTHDAY IS
      *    STILL TO COME.  NO BIRTH DATE LEAVES THE AGE AT ZERO AND
      *    THE BIRTH DATE AT ZERO, WHICH THE CONTRAINDICATION PASS
      *    READS AS AGE UNKNOWN.
      ******************************************************************
       2120-COMPUTE-AGE.
           MOVE ZERO TO WS-PATIENT-AGE
           IF WS-PATIENT-BIRTH-DATE > ZERO
               AND WS-PATIENT-BIRTH-DATE NOT > WS-TODAY
               COMPUTE WS-PATIENT-AGE =
                   WS-TODAY-CCYY - WS-PATIENT-BIRTH-CCYY
               IF WS-TODAY-MMDD < WS-PATIENT-BIRTH-MMDD
                   SUBTRACT 1 FROM WS-PATIENT-AGE
               END-IF
           ELSE
               MOVE ZERO TO WS-PATIENT-BIRTH-DATE
           END-IF.

      ******************************************************************
           IF WS-INT-MED-B(WS-IX) = NO-MEDICATION-NAME
               MOVE WS-INT-MED-A(WS-IX) TO WS-OTHER-MED
           END-IF
           IF WS-OTHER-MED NOT = SPACES AND WS-RX-OPEN
               PERFORM 2320-READ-PATIENT-MED
           END-IF.

      ******************************************************************
      *    2320-READ-PATIENT-MED - READ THE PATIENT'S LINE FOR THE
      *    OTHER MEDICATION OF THE PAIR.  A LINE WHOSE STOP DATE HAS
      *    PASSED IS THE MEDICATION THE PATIENT QUIT -- IT NO LONGER
      *    BLOCKS A NEW ORDER.
      ******************************************************************
       2320-READ-PATIENT-MED.
           MOVE NO-PATIENT-ID TO PX-PATIENT-ID
           MOVE WS-OTHER-MED TO PX-MEDICATION-NAME
           READ PRESCRIPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT (PX-STOP-DATE NUMERIC AND PX-STOP-DATE > 0
                       AND PX-STOP-DATE < WS-TODAY)
                       PERFORM 2330-CHECK-ONE-PATIENT-MED
                   END-IF
           END-READ.

       2330-CHECK-ONE-PATIENT-MED.
           IF WS-INT-SEVERITY(WS-IX) = "C"
               OR WS-INT-SEVERITY(WS-IX) = "S"
               SET WS-INTERACT TO TRUE
               MOVE WS-OTHER-MED TO WS-INTERACT-MED
               MOVE WS-INT-SEVERITY(WS-IX)
                   TO WS-INTERACT-SEVERITY
           ELSE
               MOVE WS-OTHER-MED TO WS-INTERACT-MED
               MOVE WS-INT-SEVERITY(WS-IX)
                   TO WS-INTERACT-SEVERITY
               PERFORM 4300-LOG-MILD-INTERACTION
           END-IF.

      ******************************************************************
      *    2400-CHECK-CROSS-REACTIVITY - THE ORDER IS A RELATED-CLASS
      *    CAUTION WHEN ITS THERAPEUTIC CLASS, OR ONE OF ITS
      *    INGREDIENTS, IS A GROUP RELATED TO AN ALLERGEN ON THE
      *    PATIENT'S MASK.  THE HIGHEST RISK LEVEL THAT APPLIES
      *    DECIDES: HIGH HOLDS, MODERATE OR LOW PASSES WITH A LOG
      *    ENTRY.
      ******************************************************************
       2400-CHECK-CROSS-REACTIVITY.
           MOVE ZERO TO WS-XR-BEST-RANK
           MOVE SPACES TO WS-ORDER-CLASS
           PERFORM 2410-FIND-ORDER-CLASS
               VARYING WS-CLX FROM 1 BY 1
               UNTIL WS-CLX > WS-CLS-COUNT
           MOVE WS-PATIENT-SCORE TO WS-SCORE
           PERFORM 2420-CHECK-ONE-GROUP
               VARYING WS-XRX FROM 1 BY 1
               UNTIL WS-XRX > WS-XR-COUNT.

       2410-FIND-ORDER-CLASS.
           IF WS-CLS-MED-NAME(WS-CLX) = NO-MEDICATION-NAME
               MOVE WS-CLS-CODE(WS-CLX) TO WS-ORDER-CLASS
           END-IF.

       2420-CHECK-ONE-GROUP.
           MOVE "N" TO WS-GROUP-HIT-SW
           IF WS-ORDER-CLASS NOT = SPACES
               AND WS-XR-GROUP(WS-XRX) = WS-ORDER-CLASS
               SET WS-GROUP-HIT TO TRUE
           END-IF
           IF NOT WS-GROUP-HIT
               PERFORM 2430-CHECK-GROUP-INGREDIENT
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
                   END-IF
               END-IF
           END-IF.

       2430-CHECK-GROUP-INGREDIENT.
           IF WS-MED-NAME(WS-MX) = NO-MEDICATION-NAME
               AND WS-MED-INGREDIENT(WS-MX) = WS-XR-GROUP(WS-XRX)
               SET WS-GROUP-HIT TO TRUE
           END-IF.

      ******************************************************************
      *    2500-CHECK-DOSE - AN ORDER FOR A MEDICATION ON THE DOSING
      *    REFERENCE MUST CARRY A DOSE IN THE REFERENCE UNIT AT A
      *    KNOWN FREQUENCY, AND NEITHER THE SINGLE DOSE NOR THE
      *    DAILY TOTAL MAY PASS THE LIMITS.  THE HOLD REASON SAYS
      *    WHICH TEST FAILED.
      ******************************************************************
       2500-CHECK-DOSE.
           MOVE "N" TO WS-DOSE-HOLD-SW
           MOVE "N" TO WS-DOSE-REF-SW
           SET WS-DSX TO 1
           SEARCH WS-DOS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DSX > WS-DOS-COUNT
                   CONTINUE
               WHEN WS-DOS-MED-NAME(WS-DSX) = NO-MEDICATION-NAME
                   SET WS-DOSE-REF-FOUND TO TRUE
           END-SEARCH
           IF WS-DOSE-REF-FOUND
               MOVE "N" TO WS-FREQ-SW
               SET WS-FQX TO 1
               SEARCH WS-FREQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FREQ-CODE(WS-FQX) = NO-FREQUENCY
                       SET WS-FREQ-FOUND TO TRUE
               END-SEARCH
               MOVE ZERO TO WS-DAILY-DOSE
               IF NO-DOSE-AMOUNT NUMERIC AND WS-FREQ-FOUND
                   COMPUTE WS-DAILY-DOSE =
                       NO-DOSE-AMOUNT * WS-FREQ-PER-DAY(WS-FQX)
               END-IF
               SET WS-DOSE-HOLD TO TRUE
               EVALUATE TRUE
                   WHEN NO-DOSE-AMOUNT NOT NUMERIC
                       OR NO-DOSE-AMOUNT = ZERO
                       MOVE "NO DOSE ON ORDER -- HELD"
                           TO WS-HOLD-REASON
                   WHEN NO-DOSE-UNIT NOT = WS-DOS-UNIT(WS-DSX)
                       MOVE "DOSE UNIT NOT AS REFERENCE"
                           TO WS-HOLD-REASON
                   WHEN NOT WS-FREQ-FOUND
                       MOVE "DOSE FREQUENCY NOT RECOGNISED"
                           TO WS-HOLD-REASON
                   WHEN NO-DOSE-AMOUNT > WS-DOS-MAX-SINGLE(WS-DSX)
                       MOVE "DOSE OVER MAXIMUM SINGLE DOSE"
                           TO WS-HOLD-REASON
                   WHEN WS-DAILY-DOSE > WS-DOS-MAX-DAILY(WS-DSX)
                       MOVE "DOSE OVER MAXIMUM DAILY DOSE"
                           TO WS-HOLD-REASON
                   WHEN OTHER
                       MOVE "N" TO WS-DOSE-HOLD-SW
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    2600-CHECK-CONTRAINDICATIONS - THE FIRST CONTRAINDICATION
      *    FILED FOR THE ORDERED MEDICATION THAT FITS THE PATIENT
      *    HOLDS THE ORDER: A PREGNANCY RECORD FITS A PATIENT
      *    FLAGGED PREGNANT, AN AGE-BAND RECORD FITS A PATIENT WHOSE
      *    AGE FALLS IN THE BAND.  AN AGE-BAND RECORD CANNOT BE
      *    CLEARED FOR A PATIENT WITH NO BIRTH DATE, SO THAT ORDER
      *    IS HELD AS AGE UNKNOWN.
      ******************************************************************
       2600-CHECK-CONTRAINDICATIONS.
           MOVE "N" TO WS-CONTRA-HOLD-SW
           PERFORM 2610-CHECK-ONE-CONTRAINDICATION
               VARYING WS-CIX FROM 1 BY 1
               UNTIL WS-CIX > WS-CI-COUNT OR WS-CONTRA-HOLD.

       2610-CHECK-ONE-CONTRAINDICATION.
           IF WS-CI-MED-NAME(WS-CIX) = NO-MEDICATION-NAME
               EVALUATE TRUE
                   WHEN WS-CI-PREGNANCY(WS-CIX)
                       IF WS-PATIENT-PREGNANT
                           SET WS-CONTRA-HOLD TO TRUE
                           MOVE "PREGNANCY" TO WS-CONTRA-GROUP
                           MOVE "PATIENT PREGNANT" TO WS-CONTRA-TEXT
                           MOVE WS-CI-REASON(WS-CIX)
                               TO WS-HOLD-REASON
                           IF WS-HOLD-REASON = SPACES
                               MOVE "CONTRAINDICATED IN PREGNANCY"
                                   TO WS-HOLD-REASON
                           END-IF
                       END-IF
                   WHEN WS-PATIENT-BIRTH-DATE = ZERO
                       SET WS-CONTRA-HOLD TO TRUE
                       PERFORM 2620-SET-CONTRA-BAND
                       MOVE "NO BIRTH DATE" TO WS-CONTRA-TEXT
                       MOVE "AGE UNKNOWN -- NO BIRTH DATE"
                           TO WS-HOLD-REASON
                   WHEN WS-PATIENT-AGE NOT < WS-CI-AGE-FROM(WS-CIX)
                       AND WS-PATIENT-AGE NOT > WS-CI-AGE-TO(WS-CIX)
                       SET WS-CONTRA-HOLD TO TRUE
                       PERFORM 2620-SET-CONTRA-BAND
                       MOVE WS-PATIENT-AGE TO WS-CA-AGE
                       MOVE WS-CONTRA-AGE-TEXT TO WS-CONTRA-TEXT
                       MOVE WS-CI-REASON(WS-CIX) TO WS-HOLD-REASON
                       IF WS-HOLD-REASON = SPACES
                           MOVE "CONTRAINDICATED AT PATIENT AGE"
                               TO WS-HOLD-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       2620-SET-CONTRA-BAND.
           MOVE WS-CI-AGE-FROM(WS-CIX) TO WS-CB-FROM
           MOVE WS-CI-AGE-TO(WS-CIX) TO WS-CB-TO
           MOVE WS-CONTRA-BAND TO WS-CONTRA-GROUP.

      ******************************************************************
      *    2700-FIND-FORMULARY-STATUS - THE ORDERED MEDICATION'S
      *    FORMULARY STATUS AND PREFERRED ALTERNATIVE.  WITH A
      *    FORMULARY LOADED, A MEDICATION NOT FILED ON IT IS
      *    NON-FORMULARY; WITHOUT ONE THE STATUS STAYS BLANK.
      ******************************************************************
       2700-FIND-FORMULARY-STATUS.
           MOVE SPACE TO WS-FORMULARY-STATUS
           MOVE SPACES TO WS-FORMULARY-ALTERNATIVE
           IF WS-FRM-LOADED
               MOVE "N" TO WS-FORMULARY-STATUS
               SET WS-FMX TO 1
               SEARCH WS-FRM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FMX > WS-FRM-COUNT
                       CONTINUE
                   WHEN WS-FRM-MED-NAME(WS-FMX) = NO-MEDICATION-NAME
                       MOVE WS-FRM-STATUS(WS-FMX)
                           TO WS-FORMULARY-STATUS
                       MOVE WS-FRM-ALTERNATIVE(WS-FMX)
                           TO WS-FORMULARY-ALTERNATIVE
               END-SEARCH
           END-IF.

      ******************************************************************
      *    2800-APPROVE-OR-RESTRICT - AN ORDER CLEAR OF EVERY SAFETY
      *    SCREEN IS APPROVED UNLESS ITS MEDICATION IS RESTRICTED ON
      *    THE FORMULARY, WHEN IT IS HELD FOR AUTHORIZATION.
      ******************************************************************
       2800-APPROVE-OR-RESTRICT.
           IF WS-FORMULARY-RESTRICTED
               SET WS-FORMULARY-HOLD TO TRUE
               MOVE "RESTRICTED -- AUTHORIZATION" TO WS-HOLD-REASON
               PERFORM 3200-WRITE-HELD-ORDER
               PERFORM 4700-LOG-RESTRICTED
           ELSE
               PERFORM 3100-WRITE-APPROVED-ORDER
           END-IF.

       3100-WRITE-APPROVED-ORDER.
           ADD 1 TO WS-APPROVED-COUNT
           MOVE NO-PATIENT-ID TO AP-PATIENT-ID
           ELSE
               MOVE ZERO TO AP-STOP-DATE
           END-IF
           IF NO-DOSE-AMOUNT NUMERIC
               MOVE NO-DOSE-AMOUNT TO AP-DOSE-AMOUNT
           ELSE
               MOVE ZERO TO AP-DOSE-AMOUNT
           END-IF
           MOVE NO-DOSE-UNIT TO AP-DOSE-UNIT
           MOVE NO-FREQUENCY TO AP-FREQUENCY
           MOVE NO-ROUTE TO AP-ROUTE
           MOVE NO-PRESCRIBER-ID TO AP-PRESCRIBER-ID
           MOVE NO-FORMULARY-STATUS TO AP-FORMULARY-STATUS
           WRITE APPROVED-RECORD.

       3200-WRITE-HELD-ORDER.
           MOVE NO-PATIENT-ID TO HO-PATIENT-ID
           MOVE NO-MEDICATION-NAME TO HO-MEDICATION-NAME
           MOVE WS-CONFLICT-INGREDIENT TO HO-INGREDIENT
           MOVE WS-TODAY TO HO-HELD-DATE
           MOVE NEW-ORDER-RECORD TO HO-ORDER
           IF WS-INTERACT
               MOVE WS-INTERACT-MED TO HO-INTERACTS-WITH
           END-IF
           IF WS-XR-HOLD
               MOVE WS-XR-BEST-GROUP TO HO-INGREDIENT
               MOVE WS-XR-BEST-ALLERGEN TO HO-INTERACTS-WITH
           END-IF
           IF WS-DOSE-HOLD AND WS-DAILY-DOSE > ZERO
               MOVE WS-DAILY-DOSE TO WS-DT-DAILY
               MOVE NO-DOSE-UNIT TO WS-DT-UNIT
               MOVE WS-DOSE-TEXT TO HO-INTERACTS-WITH
           END-IF
           IF WS-CONTRA-HOLD
               MOVE WS-CONTRA-GROUP TO HO-INGREDIENT
               MOVE WS-CONTRA-TEXT TO HO-INTERACTS-WITH
           END-IF
           IF WS-FORMULARY-HOLD
               MOVE "FORMULARY" TO HO-INGREDIENT
               MOVE WS-FORMULARY-ALTERNATIVE TO HO-INTERACTS-WITH
           END-IF
           WRITE HELD-ORDER-RECORD.

      ******************************************************************
           MOVE "EPH004" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

      ******************************************************************
      *    4400-LOG-CROSS-REACTIVITY - A CROSS-REACTIVITY CAUTION IS
      *    LOGGED UNDER ITS OWN CODES, NEVER AS A KNOWN ALLERGY: A
      *    HIGH-RISK HOLD AS SERIOUS (EPH009), A MODERATE OR LOW
      *    PASS AS A WARNING (EPH010), NAMING THE ALLERGY AND THE
      *    RELATED GROUP.
      ******************************************************************
       4400-LOG-CROSS-REACTIVITY.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "ORDRSCRN" TO EL-PROGRAM-ID
           MOVE NO-PATIENT-ID TO EL-KEY
           MOVE WS-ORDER-COUNT TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "RELATED TO " DELIMITED BY SIZE
                  WS-XR-BEST-ALLERGEN DELIMITED BY SPACE
                  " -- " DELIMITED BY SIZE
                  WS-XR-BEST-GROUP DELIMITED BY SPACE
               INTO EL-MESSAGE
           END-STRING
           IF WS-XR-HOLD
               MOVE "S" TO EL-SEVERITY
               MOVE "EPH009" TO EL-ERROR-CODE
           ELSE
               MOVE "W" TO EL-SEVERITY
               MOVE "EPH010" TO EL-ERROR-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           WRITE ERROR-LOG-RECORD.

      ******************************************************************
      *    4500-LOG-DOSING - RECORD AN ORDER HELD ON THE DOSE
      *    LIMITS, WITH THE REASON THE HELD-ORDERS LINE CARRIES.
      ******************************************************************
       4500-LOG-DOSING.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "ORDRSCRN" TO EL-PROGRAM-ID
           MOVE NO-PATIENT-ID TO EL-KEY
           MOVE WS-ORDER-COUNT TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "HELD -- " DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY " -- "
               INTO EL-MESSAGE
           END-STRING
           MOVE "S" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EPH011" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

      ******************************************************************
      *    4600-LOG-CONTRAINDICATION - RECORD AN ORDER HELD ON AN
      *    AGE OR PREGNANCY CONTRAINDICATION, WITH THE REASON THE
      *    HELD-ORDERS LINE CARRIES.
      ******************************************************************
       4600-LOG-CONTRAINDICATION.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "ORDRSCRN" TO EL-PROGRAM-ID
           MOVE NO-PATIENT-ID TO EL-KEY
           MOVE WS-ORDER-COUNT TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           STRING "HELD -- " DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
               INTO EL-MESSAGE
           END-STRING
           MOVE "S" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EPH013" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

      ******************************************************************
      *    4700-LOG-RESTRICTED - RECORD AN ORDER HELD FOR FORMULARY
      *    AUTHORIZATION, NAMING THE PREFERRED ALTERNATIVE WHEN THE
      *    FORMULARY GIVES ONE.
      ******************************************************************
       4700-LOG-RESTRICTED.
           PERFORM 4900-OPEN-ERROR-LOG-ONCE
           MOVE "ORDRSCRN" TO EL-PROGRAM-ID
           MOVE NO-PATIENT-ID TO EL-KEY
           MOVE WS-ORDER-COUNT TO EL-POSITION
           MOVE SPACES TO EL-MESSAGE
           IF WS-FORMULARY-ALTERNATIVE = SPACES
               MOVE "HELD -- RESTRICTED ON FORMULARY"
                   TO EL-MESSAGE
           ELSE
               STRING "HELD -- RESTRICTED, PREFER " DELIMITED BY SIZE
                      WS-FORMULARY-ALTERNATIVE DELIMITED BY "  "
                   INTO EL-MESSAGE
               END-STRING
           END-IF
           MOVE "W" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "EPH016" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

      ******************************************************************
      *    4900-OPEN-ERROR-LOG-ONCE - OPEN THE ERROR LOG FOR APPEND
      *    THE FIRST TIME THIS PROGRAM NEEDS TO WRITE TO IT.
           END-IF.

       9999-TERMINATE.
           IF WS-PM-OPEN
               CLOSE PATIENT-MASTER-FILE
           END-IF
           IF WS-RX-OPEN
               CLOSE PRESCRIPTION-FILE
           END-IF
           CLOSE NEW-ORDERS-FILE
           CLOSE APPROVED-ORDERS-FILE
           CLOSE HELD-ORDERS-FILE
