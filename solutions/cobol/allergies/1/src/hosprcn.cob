       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSPRCN.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    HOSPRCN IS THE INBOUND HALF OF THE HOSPITAL INTERFACE.
      *    HOSPXTR SENDS OUR ALLERGY PROFILES OUT; THIS RUN READS THE
      *    ALLERGIES THE HOSPITAL RECORDED AT ADMISSION, RESOLVES
      *    EACH OF THE HOSPITAL'S ALLERGEN NAMES THROUGH THE
      *    SUBSTANCE SYNONYMS TO ONE OF OUR ALLERGEN CODES, AND
      *    COMPARES THE RESULT BIT BY BIT WITH THE PATIENT'S
      *    PT-SCORE.  EVERY DIFFERENCE GOES ON THE RECONCILIATION
      *    WORKLIST (HOSPWRK): AN ALLERGY WE LACK, ONE THE HOSPITAL
      *    LACKS, A NAME THAT MAPS TO NO CODE, OR A PATIENT NOT ON
      *    OUR MASTER.  ONLY PATIENTS THE HOSPITAL SENT ARE
      *    COMPARED.  NOTHING IS APPLIED: THE MASTER IS READ ONLY,
      *    AND AN ADDITION REACHES PT-SCORE ONLY WHEN A CLINICIAN
      *    ACCEPTS ITS WORKLIST LINE AND HOSPAPLY RUNS.  THE RUN
      *    EXITS 4 WHEN THE WORKLIST IS NOT EMPTY.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST IS A KEYED CLUSTER; THE FULL PASS
      *                     NOW READS IT IN PATIENT-ID KEY ORDER.
      *    2026-10-15  RSK  MORE HOSPITAL ROWS THAN THE TABLE HOLDS
      *                     REFUSES THE RUN (RC 16); THE OVERFLOW WAS
      *                     SHOWING ON THE WORKLIST AS FALSE H LINES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOSPITAL-ALLERGY-FILE ASSIGN TO "HOSPALGI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HA-FILE-STATUS.

           SELECT ALLERGEN-CODES-FILE ASSIGN TO "ALGNCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT SYNONYM-FILE ASSIGN TO "MEDSYN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SY-FILE-STATUS.

           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT HOSPITAL-WORKLIST-FILE ASSIGN TO "HOSPWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOSPITAL-ALLERGY-FILE.
       COPY HOSPALG.

       FD  ALLERGEN-CODES-FILE.
       COPY ALGNCODE.

       FD  SYNONYM-FILE.
       COPY MEDSYN.

       FD  PATIENT-MASTER-FILE.
       COPY PATMAST.

       FD  HOSPITAL-WORKLIST-FILE.
       COPY HOSPWRK.

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-HA-FILE-STATUS              PIC XX.
       01  WS-AL-FILE-STATUS              PIC XX.
       01  WS-SY-FILE-STATUS              PIC XX.
       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-HW-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

      *    THE ALLERGEN-CODES TABLE BY BIT POSITION, SAME ORDER THE
      *    SCORER ASSIGNS THE MASK BITS.
       01  WS-ALG-TABLE.
           05  WS-ALG-ENTRY OCCURS 20 TIMES.
               10  WS-ALG-NAME             PIC X(12).
       01  WS-BIT-SUB                     PIC 9(02).

       01  WS-SYN-MAX                     PIC 9(03) VALUE 200.
       01  WS-SYN-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-SYN-TABLE.
           05  WS-SYN-ENTRY OCCURS 200 TIMES INDEXED BY WS-SYX.
               10  WS-SYN-ALIAS            PIC X(12).
               10  WS-SYN-CANONICAL        PIC X(12).
       01  WS-RESOLVE-NAME                PIC X(12).
       01  WS-RESOLVED-BIT                PIC 9(02).

      *    THE HOSPITAL'S ALLERGIES, EACH ALREADY RESOLVED TO A BIT
      *    POSITION (ZERO WHEN THE NAME MAPS TO NONE).  WS-HIN-SEEN
      *    MARKS A PATIENT FOUND ON THE MASTER.
       01  WS-HIN-MAX                     PIC 9(04) VALUE 2000.
       01  WS-HIN-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-HIN-TABLE.
           05  WS-HIN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-HIX.
               10  WS-HIN-PATIENT-ID       PIC X(08).
               10  WS-HIN-NAME             PIC X(12).
               10  WS-HIN-RECORDED-DATE    PIC 9(08).
               10  WS-HIN-BIT              PIC 9(02).
               10  WS-HIN-SEEN-SW          PIC X.
                   88  WS-HIN-SEEN         VALUE "Y".

      *    ONE PATIENT'S TWO SIDES, ONE BYTE PER BIT POSITION.
       01  WS-PATIENT-IN-FEED-SW          PIC X.
           88  WS-PATIENT-IN-FEED         VALUE "Y".
       01  WS-OUR-BITS.
           05  WS-OUR-BIT                 PIC X OCCURS 20 TIMES.
       01  WS-HOSP-BITS.
           05  WS-HOSP-BIT                PIC X OCCURS 20 TIMES.
       01  WS-HOSP-DETAIL.
           05  WS-HOSP-BIT-NAME           PIC X(12) OCCURS 20 TIMES.
           05  WS-HOSP-BIT-DATE           PIC 9(08) OCCURS 20 TIMES.
       01  WS-MASK-WORK                   PIC 9(07).
       01  WS-MASK-R                      PIC 9.

       01  WS-PATIENTS-COMPARED           PIC 9(07) VALUE ZERO.
       01  WS-WE-LACK-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-THEY-LACK-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNMAPPABLE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-WORKLIST-COUNT              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-ONE-PATIENT
               UNTIL WS-EOF
           PERFORM 3000-LIST-UNKNOWN-PATIENTS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE ALLERGEN CODES AND SYNONYMS FIRST,
      *    SO EVERY HOSPITAL NAME CAN BE RESOLVED AS IT IS LOADED.
      *    NO CODES FILE IS FATAL: EVERY NAME WOULD LOOK UNMAPPABLE
      *    AND EVERY ALLERGY WE HOLD WOULD LOOK UNKNOWN TO THEM.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ALLERGEN-CODES-FILE
           MOVE "HOSPRCN" TO WS-FS-CALLER
           MOVE "ALGNCODE" TO WS-FS-DDNAME
           MOVE WS-AL-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-AL-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ALG-TABLE
           PERFORM 1110-READ-ALLERGEN-CODE
           PERFORM 1120-STORE-ALLERGEN-CODE
               UNTIL WS-AL-FILE-STATUS NOT = "00"
           CLOSE ALLERGEN-CODES-FILE
           PERFORM 1200-LOAD-SYNONYMS
           OPEN INPUT HOSPITAL-ALLERGY-FILE
           MOVE "HOSPRCN" TO WS-FS-CALLER
           MOVE "HOSPALGI" TO WS-FS-DDNAME
           MOVE WS-HA-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-HA-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-HOSPITAL-ALLERGY
           PERFORM 1320-STORE-HOSPITAL-ALLERGY
               UNTIL WS-HA-FILE-STATUS NOT = "00"
           CLOSE HOSPITAL-ALLERGY-FILE
           OPEN INPUT PATIENT-MASTER-FILE
           MOVE "HOSPRCN" TO WS-FS-CALLER
           MOVE "PATMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HOSPITAL-WORKLIST-FILE
           PERFORM 1400-READ-NEXT-PATIENT.

       1110-READ-ALLERGEN-CODE.
           READ ALLERGEN-CODES-FILE
               AT END
                   MOVE "10" TO WS-AL-FILE-STATUS
           END-READ.

       1120-STORE-ALLERGEN-CODE.
           IF ALGN-BIT-POSITION > 0 AND ALGN-BIT-POSITION <= 20
               MOVE ALGN-NAME TO WS-ALG-NAME(ALGN-BIT-POSITION)
           END-IF
           PERFORM 1110-READ-ALLERGEN-CODE.

      ******************************************************************
      *    1200-LOAD-SYNONYMS - NO FILE MEANS ONLY A HOSPITAL NAME
      *    SPELLED EXACTLY AS OUR ALLERGEN CODE MAPS.
      ******************************************************************
       1200-LOAD-SYNONYMS.
           OPEN INPUT SYNONYM-FILE
           IF WS-SY-FILE-STATUS = "00"
               PERFORM 1210-READ-SYNONYM
               PERFORM 1220-STORE-SYNONYM
                   UNTIL WS-SY-FILE-STATUS NOT = "00"
               CLOSE SYNONYM-FILE
           END-IF.

       1210-READ-SYNONYM.
           READ SYNONYM-FILE
               AT END
                   MOVE "10" TO WS-SY-FILE-STATUS
           END-READ.

       1220-STORE-SYNONYM.
           IF WS-SYN-COUNT < WS-SYN-MAX
               ADD 1 TO WS-SYN-COUNT
               SET WS-SYX TO WS-SYN-COUNT
               MOVE MS-ALIAS-NAME TO WS-SYN-ALIAS(WS-SYX)
               MOVE MS-CANONICAL-NAME TO WS-SYN-CANONICAL(WS-SYX)
           END-IF
           PERFORM 1210-READ-SYNONYM.

       1310-READ-HOSPITAL-ALLERGY.
           READ HOSPITAL-ALLERGY-FILE
               AT END
                   MOVE "10" TO WS-HA-FILE-STATUS
           END-READ.

       1320-STORE-HOSPITAL-ALLERGY.
           IF HA-PATIENT-ID NOT = SPACES
               AND WS-HIN-COUNT NOT < WS-HIN-MAX
               DISPLAY "HOSPRCN REFUSED -- MORE THAN " WS-HIN-MAX
                   " HOSPITAL ALLERGY ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF HA-PATIENT-ID NOT = SPACES
               ADD 1 TO WS-HIN-COUNT
               SET WS-HIX TO WS-HIN-COUNT
               MOVE HA-PATIENT-ID TO WS-HIN-PATIENT-ID(WS-HIX)
               MOVE HA-ALLERGEN-NAME TO WS-HIN-NAME(WS-HIX)
               IF HA-RECORDED-DATE NUMERIC
                   MOVE HA-RECORDED-DATE
                       TO WS-HIN-RECORDED-DATE(WS-HIX)
               ELSE
                   MOVE ZERO TO WS-HIN-RECORDED-DATE(WS-HIX)
               END-IF
               MOVE HA-ALLERGEN-NAME TO WS-RESOLVE-NAME
               PERFORM 1330-RESOLVE-TO-BIT
               MOVE WS-RESOLVED-BIT TO WS-HIN-BIT(WS-HIX)
               MOVE "N" TO WS-HIN-SEEN-SW(WS-HIX)
           END-IF
           PERFORM 1310-READ-HOSPITAL-ALLERGY.

      ******************************************************************
      *    1330-RESOLVE-TO-BIT - THE HOSPITAL'S SPELLING THROUGH THE
      *    SYNONYMS TO OUR CANONICAL NAME, THEN TO ITS BIT POSITION.
      *    AN UNLISTED SPELLING STANDS AS SENT; A NAME WITH NO CODE
      *    RESOLVES TO BIT ZERO.
      ******************************************************************
       1330-RESOLVE-TO-BIT.
           SET WS-SYX TO 1
           IF WS-SYN-COUNT > ZERO
               SEARCH WS-SYN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SYX > WS-SYN-COUNT
                       CONTINUE
                   WHEN WS-SYN-ALIAS(WS-SYX) = WS-RESOLVE-NAME
                       MOVE WS-SYN-CANONICAL(WS-SYX)
                           TO WS-RESOLVE-NAME
               END-SEARCH
           END-IF
           MOVE ZERO TO WS-RESOLVED-BIT
           IF WS-RESOLVE-NAME NOT = SPACES
               PERFORM 1340-MATCH-ONE-CODE
                   VARYING WS-BIT-SUB FROM 1 BY 1
                   UNTIL WS-BIT-SUB > 20
                       OR WS-RESOLVED-BIT > ZERO
           END-IF.

       1340-MATCH-ONE-CODE.
           IF WS-ALG-NAME(WS-BIT-SUB) = WS-RESOLVE-NAME
               MOVE WS-BIT-SUB TO WS-RESOLVED-BIT
           END-IF.

       1400-READ-NEXT-PATIENT.
           READ PATIENT-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-COMPARE-ONE-PATIENT - GATHER WHAT THE HOSPITAL SENT
      *    FOR THE PATIENT INTO ONE BYTE PER BIT, DECODE PT-SCORE
      *    THE SAME WAY, AND LIST EVERY POSITION WHERE THEY DIFFER.
      *    A PATIENT THE HOSPITAL DID NOT SEND IS NOT COMPARED.
      ******************************************************************
       2000-COMPARE-ONE-PATIENT.
           MOVE "N" TO WS-PATIENT-IN-FEED-SW
           MOVE ALL "N" TO WS-HOSP-BITS
           MOVE SPACES TO WS-HOSP-DETAIL
           PERFORM 2100-GATHER-ONE-HOSPITAL-ROW
               VARYING WS-HIX FROM 1 BY 1
               UNTIL WS-HIX > WS-HIN-COUNT
           IF WS-PATIENT-IN-FEED
               ADD 1 TO WS-PATIENTS-COMPARED
               MOVE ALL "N" TO WS-OUR-BITS
               MOVE PT-SCORE TO WS-MASK-WORK
               PERFORM 2200-DECODE-ONE-BIT
                   VARYING WS-BIT-SUB FROM 1 BY 1
                   UNTIL WS-BIT-SUB > 20
               PERFORM 2300-COMPARE-ONE-BIT
                   VARYING WS-BIT-SUB FROM 1 BY 1
                   UNTIL WS-BIT-SUB > 20
           END-IF
           PERFORM 1400-READ-NEXT-PATIENT.

      ******************************************************************
      *    2100-GATHER-ONE-HOSPITAL-ROW - A NAME THAT RESOLVED TO NO
      *    BIT IS LISTED AS UNMAPPABLE HERE, ONCE PER ROW SENT.
      ******************************************************************
       2100-GATHER-ONE-HOSPITAL-ROW.
           IF WS-HIN-PATIENT-ID(WS-HIX) = PT-PATIENT-ID
               SET WS-PATIENT-IN-FEED TO TRUE
               MOVE "Y" TO WS-HIN-SEEN-SW(WS-HIX)
               IF WS-HIN-BIT(WS-HIX) = ZERO
                   MOVE SPACES TO HOSPITAL-WORKLIST-RECORD
                   MOVE PT-PATIENT-ID TO HW-PATIENT-ID
                   MOVE "U" TO HW-DIFF-TYPE
                   MOVE ZERO TO HW-BIT-POSITION
                   MOVE WS-HIN-NAME(WS-HIX) TO HW-HOSPITAL-NAME
                   MOVE WS-HIN-RECORDED-DATE(WS-HIX)
                       TO HW-RECORDED-DATE
                   MOVE PT-NAME TO HW-PATIENT-NAME
                   PERFORM 2900-WRITE-WORKLIST
                   ADD 1 TO WS-UNMAPPABLE-COUNT
               ELSE
                   MOVE WS-HIN-BIT(WS-HIX) TO WS-BIT-SUB
                   MOVE "Y" TO WS-HOSP-BIT(WS-BIT-SUB)
                   MOVE WS-HIN-NAME(WS-HIX)
                       TO WS-HOSP-BIT-NAME(WS-BIT-SUB)
                   MOVE WS-HIN-RECORDED-DATE(WS-HIX)
                       TO WS-HOSP-BIT-DATE(WS-BIT-SUB)
               END-IF
           END-IF.

       2200-DECODE-ONE-BIT.
           DIVIDE WS-MASK-WORK BY 2
               GIVING WS-MASK-WORK REMAINDER WS-MASK-R
           IF WS-MASK-R = 1
               MOVE "Y" TO WS-OUR-BIT(WS-BIT-SUB)
           END-IF.

       2300-COMPARE-ONE-BIT.
           IF WS-HOSP-BIT(WS-BIT-SUB) NOT = WS-OUR-BIT(WS-BIT-SUB)
               MOVE SPACES TO HOSPITAL-WORKLIST-RECORD
               MOVE PT-PATIENT-ID TO HW-PATIENT-ID
               MOVE WS-BIT-SUB TO HW-BIT-POSITION
               MOVE WS-ALG-NAME(WS-BIT-SUB) TO HW-ALLERGEN-NAME
               MOVE PT-NAME TO HW-PATIENT-NAME
               IF WS-HOSP-BIT(WS-BIT-SUB) = "Y"
                   MOVE "W" TO HW-DIFF-TYPE
                   MOVE WS-HOSP-BIT-NAME(WS-BIT-SUB)
                       TO HW-HOSPITAL-NAME
                   MOVE WS-HOSP-BIT-DATE(WS-BIT-SUB)
                       TO HW-RECORDED-DATE
                   ADD 1 TO WS-WE-LACK-COUNT
               ELSE
                   MOVE "H" TO HW-DIFF-TYPE
                   MOVE ZERO TO HW-RECORDED-DATE
                   ADD 1 TO WS-THEY-LACK-COUNT
               END-IF
               PERFORM 2900-WRITE-WORKLIST
           END-IF.

       2900-WRITE-WORKLIST.
           WRITE HOSPITAL-WORKLIST-RECORD
           ADD 1 TO WS-WORKLIST-COUNT.

      ******************************************************************
      *    3000-LIST-UNKNOWN-PATIENTS - EVERY HOSPITAL ROW WHOSE
      *    PATIENT NEVER TURNED UP ON THE MASTER.
      ******************************************************************
       3000-LIST-UNKNOWN-PATIENTS.
           PERFORM 3100-LIST-ONE-UNKNOWN
               VARYING WS-HIX FROM 1 BY 1
               UNTIL WS-HIX > WS-HIN-COUNT.

       3100-LIST-ONE-UNKNOWN.
           IF NOT WS-HIN-SEEN(WS-HIX)
               MOVE SPACES TO HOSPITAL-WORKLIST-RECORD
               MOVE WS-HIN-PATIENT-ID(WS-HIX) TO HW-PATIENT-ID
               MOVE "P" TO HW-DIFF-TYPE
               MOVE ZERO TO HW-BIT-POSITION
               MOVE WS-HIN-NAME(WS-HIX) TO HW-HOSPITAL-NAME
               MOVE WS-HIN-RECORDED-DATE(WS-HIX) TO HW-RECORDED-DATE
               PERFORM 2900-WRITE-WORKLIST
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF.

       9999-TERMINATE.
           CLOSE PATIENT-MASTER-FILE
           CLOSE HOSPITAL-WORKLIST-FILE
           DISPLAY "HOSPRCN: " WS-PATIENTS-COMPARED " COMPARED, "
               WS-WE-LACK-COUNT " WE LACK, "
               WS-THEY-LACK-COUNT " THEY LACK, "
               WS-UNMAPPABLE-COUNT " UNMAPPABLE, "
               WS-NOT-ON-MASTER-COUNT " NOT ON MASTER"
           IF WS-WORKLIST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
