       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORMNT.
       AUTHOR. LAB-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    STORMNT IS THE FREEZER STORAGE MAINTENANCE RUN, IN THE
      *    BOARDMNT MOLD.  THE STORAGE MASTER HOLDS EVERY TUBE
      *    POSITION OF EVERY REGISTERED BOX (FREEZER, RACK, BOX,
      *    POSITION) AND THE SAMPLE IN IT.  MOVE TRANSACTIONS:
      *        B  REGISTER A BOX -- ITS POSITIONS 1 THROUGH THE BOX
      *           SIZE GO ON THE MASTER FREE
      *        I  CHECK A SAMPLE IN -- INTO THE FREE POSITION NAMED,
      *           OR, FOR A TUBE COMING BACK FROM CHECK-OUT, INTO
      *           THE POSITION IT KEPT WHEN NONE IS NAMED
      *        O  CHECK A SAMPLE OUT TO THE HOLDER NAMED; THE TUBE
      *           KEEPS ITS POSITION UNTIL IT COMES BACK
      *        T  TRANSFER A STORED SAMPLE TO ANOTHER FREE POSITION
      *        D  DISPOSE OF A SAMPLE, FREEING ITS POSITION
      *    EVERY APPLIED MOVE APPENDS THE MATCHING EVENT TO THE
      *    ACCESSION FILE (CHECKEDIN, CHECKEDOUT, TRANSFER, DISPOSED)
      *    SO THE CHAIN OF CUSTODY SAYS WHERE THE TUBE WENT.  A
      *    DISPOSAL IS REFUSED UNLESS THE SAMPLE'S ACCESSION
      *    LIFECYCLE IS CLOSED -- ITS LAST PIPELINE EVENT (STORAGE
      *    AND ANALYSIS EVENTS ASIDE) IS REPORTED OR FAILED -- SO
      *    NO TUBE IS THROWN OUT WHILE WORK ON IT IS STILL OPEN.
      *    EVERY TRANSACTION LANDS ON THE CHANGE REGISTER WITH ITS
      *    DISPOSITION; EVERY APPLIED ONE IS STAMPED WITH THE
      *    VALIDATED OPERATOR ON THE SHARED CHANGE-AUDIT JOURNAL.
      *    THE UPDATED MASTER IS WRITTEN TO STORLOCO FOR COPYING
      *    OVER THE LIVE FILE.  ANY REJECT EXITS 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORAGE-TRANS-FILE ASSIGN TO "STORTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.

           SELECT STORAGE-MASTER-FILE ASSIGN TO "STORLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT STORAGE-MASTER-OUT ASSIGN TO "STORLOCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT ACCESSION-FILE ASSIGN TO "ACCESSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.

           SELECT CHANGE-REGISTER-FILE ASSIGN TO "STORLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORAGE-TRANS-FILE.
       01  STORAGE-TRANS-RECORD.
           05  ST-ACTION                PIC X(01).
               88  ST-REGISTER-BOX      VALUE "B".
               88  ST-CHECK-IN          VALUE "I".
               88  ST-CHECK-OUT         VALUE "O".
               88  ST-TRANSFER          VALUE "T".
               88  ST-DISPOSE           VALUE "D".
           05  ST-SAMPLE-ID             PIC X(20).
           05  ST-LOCATION.
               10  ST-FREEZER           PIC X(06).
               10  ST-RACK              PIC X(02).
               10  ST-BOX               PIC X(02).
               10  ST-POSITION          PIC 9(03).
           05  ST-DATE                  PIC 9(08).
           05  ST-HOLDER                PIC X(08).
           05  ST-BOX-SIZE              PIC 9(03).

       FD  STORAGE-MASTER-FILE.
       COPY STORLOC.

       FD  STORAGE-MASTER-OUT.
       01  STORAGE-MASTER-OUT-RECORD    PIC X(50).

       FD  ACCESSION-FILE.
       COPY ACCESSN.

       FD  CHANGE-REGISTER-FILE.
       01  CHANGE-REGISTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ST-FILE-STATUS            PIC XX.
       01  WS-SL-FILE-STATUS            PIC XX.
       01  WS-SO-FILE-STATUS            PIC XX.
       01  WS-AN-FILE-STATUS            PIC XX.
       01  WS-AN-OPEN-SW                PIC X VALUE "N".
           88  WS-AN-OPEN               VALUE "Y".
       01  WS-RG-FILE-STATUS            PIC XX.
       01  WS-OP-PROGRAM                PIC X(08) EXTERNAL.
       01  WS-OP-OPERATOR-ID            PIC X(08) EXTERNAL.
       01  WS-OP-AUTH-OK-SW             PIC X EXTERNAL.
           88  WS-OP-AUTH-OK            VALUE "Y".
       01  WS-OP-KEY                    PIC X(20) EXTERNAL.
       01  WS-OP-ACTION                 PIC X(10) EXTERNAL.

       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".

      *    THE MASTER IN MEMORY, SAME LAYOUT AS STORLOC, ONE BOX'S
      *    POSITIONS TOGETHER AND THE BOXES IN LOCATION ORDER.
       01  WS-LOC-MAX                   PIC 9(05) VALUE 5000.
       01  WS-LOC-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 5000 TIMES.
               10  WS-L-LOCATION.
                   15  WS-L-FREEZER     PIC X(06).
                   15  WS-L-RACK        PIC X(02).
                   15  WS-L-BOX         PIC X(02).
                   15  WS-L-POSITION    PIC 9(03).
               10  WS-L-SAMPLE-ID       PIC X(20).
               10  WS-L-STATE           PIC X(01).
                   88  WS-L-FREE        VALUE "F".
                   88  WS-L-IN-STORE    VALUE "I".
                   88  WS-L-CHECKED-OUT VALUE "O".
               10  WS-L-STATE-DATE      PIC 9(08).
               10  WS-L-HOLDER          PIC X(08).
       01  WS-LOC-SUB                   PIC 9(05).
       01  WS-SAMPLE-SUB                PIC 9(05).
       01  WS-TARGET-SUB                PIC 9(05).
       01  WS-INSERT-AT                 PIC 9(05).
       01  WS-BOX-FOUND-SW              PIC X.
           88  WS-BOX-FOUND             VALUE "Y".
       01  WS-NEW-POSITION              PIC 9(03).

      *    THE LAST PIPELINE EVENT OF EACH SAMPLE THIS RUN IS ASKED
      *    TO DISPOSE OF, FOR THE LIFECYCLE-CLOSED CHECK.
       01  WS-DSP-MAX                   PIC 9(03) VALUE 500.
       01  WS-DSP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 500 TIMES INDEXED BY WS-DPX.
               10  WS-D-SAMPLE-ID       PIC X(20).
               10  WS-D-LAST-STATUS     PIC X(10).
       01  WS-DSP-FOUND-SW              PIC X.
           88  WS-DSP-FOUND             VALUE "Y".

       01  WS-TRAN-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(32).
       01  WS-EVENT-STATUS              PIC X(10).

       01  WS-REGISTER-HEADING          PIC X(40) VALUE
           "FREEZER STORAGE CHANGE REGISTER".

       01  WS-REGISTER-LINE.
           05  WS-R-SEQ                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-ACTION              PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-SAMPLE-ID           PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-FREEZER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-R-RACK                PIC X(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-R-BOX                 PIC X(02).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-R-POSITION            PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DATE                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-R-DISPOSITION         PIC X(32).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "STORMNT" TO WS-OP-PROGRAM
           CALL "OPRAUTH"
           IF NOT WS-OP-AUTH-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-TRANSACTION
               UNTIL WS-EOF
           PERFORM 3000-REWRITE-MASTER
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT STORAGE-MASTER-FILE
           IF WS-SL-FILE-STATUS = "00"
               PERFORM 1100-READ-LOCATION
               PERFORM 1200-STORE-LOCATION
                   UNTIL WS-SL-FILE-STATUS NOT = "00"
               CLOSE STORAGE-MASTER-FILE
           END-IF
           OPEN OUTPUT CHANGE-REGISTER-FILE
           MOVE WS-REGISTER-HEADING TO CHANGE-REGISTER-LINE
           WRITE CHANGE-REGISTER-LINE
           PERFORM 1400-COLLECT-DISPOSALS
           PERFORM 1500-LOAD-LIFECYCLES
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT STORAGE-TRANS-FILE
           IF WS-ST-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-TRANSACTION
           END-IF.

       1100-READ-LOCATION.
           READ STORAGE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-SL-FILE-STATUS
           END-READ.

       1200-STORE-LOCATION.
           IF WS-LOC-COUNT NOT < WS-LOC-MAX
               DISPLAY "STORMNT REFUSED -- MORE THAN " WS-LOC-MAX
                   " STORAGE LOCATIONS ON STORLOC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOC-COUNT
           MOVE STORAGE-LOCATION-RECORD
               TO WS-LOC-ENTRY(WS-LOC-COUNT)
           PERFORM 1100-READ-LOCATION.

       1300-READ-TRANSACTION.
           READ STORAGE-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    1400-COLLECT-DISPOSALS - A FIRST PASS OF THE TRANSACTIONS
      *    PICKS OUT THE SAMPLES TO BE DISPOSED OF, SO THE ACCESSION
      *    FILE NEED ONLY BE SEARCHED FOR THOSE.
      ******************************************************************
       1400-COLLECT-DISPOSALS.
           OPEN INPUT STORAGE-TRANS-FILE
           IF WS-ST-FILE-STATUS = "00"
               PERFORM 1300-READ-TRANSACTION
               PERFORM 1410-NOTE-ONE-DISPOSAL
                   UNTIL WS-EOF
               CLOSE STORAGE-TRANS-FILE
           END-IF.

       1410-NOTE-ONE-DISPOSAL.
           IF ST-DISPOSE AND ST-SAMPLE-ID NOT = SPACES
               MOVE ST-SAMPLE-ID TO AN-SAMPLE-ID
               PERFORM 1600-FIND-DISPOSAL
               IF NOT WS-DSP-FOUND AND WS-DSP-COUNT NOT < WS-DSP-MAX
                   DISPLAY "STORMNT REFUSED -- MORE THAN " WS-DSP-MAX
                       " SAMPLES TO DISPOSE OF"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT WS-DSP-FOUND
                   ADD 1 TO WS-DSP-COUNT
                   SET WS-DPX TO WS-DSP-COUNT
                   MOVE ST-SAMPLE-ID TO WS-D-SAMPLE-ID(WS-DPX)
                   MOVE SPACES TO WS-D-LAST-STATUS(WS-DPX)
               END-IF
           END-IF
           PERFORM 1300-READ-TRANSACTION.

      ******************************************************************
      *    1500-LOAD-LIFECYCLES - EVENTS ARE IN APPEND ORDER, SO THE
      *    LAST PIPELINE EVENT SEEN FOR A SAMPLE IS ITS CURRENT
      *    STATE.  STORAGE AND ANALYSIS EVENTS ARE PASSED OVER.
      ******************************************************************
       1500-LOAD-LIFECYCLES.
           IF WS-DSP-COUNT > ZERO
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT ACCESSION-FILE
               IF WS-AN-FILE-STATUS = "00"
                   PERFORM 1510-READ-EVENT
                   PERFORM 1520-APPLY-ONE-EVENT
                       UNTIL WS-EOF
                   CLOSE ACCESSION-FILE
               END-IF
           END-IF.

       1510-READ-EVENT.
           READ ACCESSION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1520-APPLY-ONE-EVENT.
           IF NOT AN-STORAGE-EVENT AND NOT AN-ANALYSIS-EVENT
               PERFORM 1600-FIND-DISPOSAL
               IF WS-DSP-FOUND
                   MOVE AN-STATUS TO WS-D-LAST-STATUS(WS-DPX)
               END-IF
           END-IF
           PERFORM 1510-READ-EVENT.

       1600-FIND-DISPOSAL.
           MOVE "N" TO WS-DSP-FOUND-SW
           IF WS-DSP-COUNT > ZERO
               SET WS-DPX TO 1
               SEARCH WS-DSP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DPX > WS-DSP-COUNT
                       CONTINUE
                   WHEN WS-D-SAMPLE-ID(WS-DPX) = AN-SAMPLE-ID
                       SET WS-DSP-FOUND TO TRUE
               END-SEARCH
           END-IF.

      ******************************************************************
      *    2000-APPLY-ONE-TRANSACTION - VALIDATE, APPLY, REGISTER.
      ******************************************************************
       2000-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE ZERO TO WS-TARGET-SUB
           EVALUATE TRUE
               WHEN NOT ST-REGISTER-BOX AND ST-SAMPLE-ID = SPACES
                   MOVE "REJECTED -- NO SAMPLE ID"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN ST-DATE NOT NUMERIC OR ST-DATE = ZERO
                   MOVE "REJECTED -- BAD DATE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN ST-REGISTER-BOX
                   PERFORM 2100-APPLY-REGISTER-BOX
               WHEN ST-CHECK-IN
                   PERFORM 2200-APPLY-CHECK-IN
               WHEN ST-CHECK-OUT
                   PERFORM 2300-APPLY-CHECK-OUT
               WHEN ST-TRANSFER
                   PERFORM 2400-APPLY-TRANSFER
               WHEN ST-DISPOSE
                   PERFORM 2500-APPLY-DISPOSAL
               WHEN OTHER
                   MOVE "REJECTED -- UNKNOWN ACTION"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 2900-REGISTER-TRANSACTION
           PERFORM 1300-READ-TRANSACTION.

      ******************************************************************
      *    2100-APPLY-REGISTER-BOX - THE NEW BOX'S POSITIONS GO IN
      *    AHEAD OF THE FIRST BOX THAT SORTS AFTER IT, SO THE MASTER
      *    STAYS IN LOCATION ORDER.
      ******************************************************************
       2100-APPLY-REGISTER-BOX.
           PERFORM 2700-FIND-BOX
           EVALUATE TRUE
               WHEN ST-FREEZER = SPACES OR ST-RACK = SPACES
                   OR ST-BOX = SPACES
                   MOVE "REJECTED -- BOX NOT FULLY NAMED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN ST-BOX-SIZE NOT NUMERIC OR ST-BOX-SIZE = ZERO
                   OR ST-BOX-SIZE > 100
                   MOVE "REJECTED -- BAD BOX SIZE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-BOX-FOUND
                   MOVE "REJECTED -- BOX ALREADY ON FILE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-LOC-COUNT + ST-BOX-SIZE > WS-LOC-MAX
                   MOVE "REJECTED -- STORAGE TABLE FULL"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM 2110-FIND-INSERT-POINT
                   PERFORM 2120-SHIFT-ONE-LOCATION
                       VARYING WS-LOC-SUB FROM WS-LOC-COUNT BY -1
                       UNTIL WS-LOC-SUB < WS-INSERT-AT
                   PERFORM 2130-ADD-ONE-POSITION
                       VARYING WS-NEW-POSITION FROM 1 BY 1
                       UNTIL WS-NEW-POSITION > ST-BOX-SIZE
                   ADD ST-BOX-SIZE TO WS-LOC-COUNT
                   MOVE "BOX REGISTERED" TO WS-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO WS-OP-KEY
                   MOVE ST-LOCATION(1:10) TO WS-OP-KEY
                   MOVE "ADD BOX" TO WS-OP-ACTION
                   CALL "OPR-AUDIT"
           END-EVALUATE.

       2110-FIND-INSERT-POINT.
           COMPUTE WS-INSERT-AT = WS-LOC-COUNT + 1
           PERFORM 2111-CHECK-ONE-INSERT-POINT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                  OR WS-INSERT-AT <= WS-LOC-COUNT.

       2111-CHECK-ONE-INSERT-POINT.
           IF WS-L-LOCATION(WS-LOC-SUB)(1:10) > ST-LOCATION(1:10)
               MOVE WS-LOC-SUB TO WS-INSERT-AT
           END-IF.

       2120-SHIFT-ONE-LOCATION.
           MOVE WS-LOC-ENTRY(WS-LOC-SUB)
               TO WS-LOC-ENTRY(WS-LOC-SUB + ST-BOX-SIZE).

       2130-ADD-ONE-POSITION.
           COMPUTE WS-TARGET-SUB = WS-INSERT-AT + WS-NEW-POSITION - 1
           MOVE ST-FREEZER TO WS-L-FREEZER(WS-TARGET-SUB)
           MOVE ST-RACK TO WS-L-RACK(WS-TARGET-SUB)
           MOVE ST-BOX TO WS-L-BOX(WS-TARGET-SUB)
           MOVE WS-NEW-POSITION TO WS-L-POSITION(WS-TARGET-SUB)
           PERFORM 2800-FREE-TARGET.

      ******************************************************************
      *    2200-APPLY-CHECK-IN - A SAMPLE ALREADY IN A BOX CANNOT BE
      *    CHECKED IN AGAIN.  ONE COMING BACK FROM CHECK-OUT GOES TO
      *    THE POSITION NAMED OR, WITH NONE NAMED, THE ONE IT KEPT.
      ******************************************************************
       2200-APPLY-CHECK-IN.
           PERFORM 2600-FIND-SAMPLE
           MOVE ZERO TO WS-TARGET-SUB
           IF WS-SAMPLE-SUB > ZERO
               AND WS-L-CHECKED-OUT(WS-SAMPLE-SUB)
               AND ST-FREEZER = SPACES
               MOVE WS-SAMPLE-SUB TO WS-TARGET-SUB
           ELSE
               PERFORM 2650-FIND-LOCATION
           END-IF
           EVALUATE TRUE
               WHEN WS-SAMPLE-SUB > ZERO
                   AND WS-L-IN-STORE(WS-SAMPLE-SUB)
                   MOVE "REJECTED -- ALREADY IN STORAGE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-TARGET-SUB = ZERO
                   MOVE "REJECTED -- NO SUCH POSITION"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-TARGET-SUB NOT = WS-SAMPLE-SUB
                   AND NOT WS-L-FREE(WS-TARGET-SUB)
                   MOVE "REJECTED -- POSITION OCCUPIED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   IF WS-SAMPLE-SUB > ZERO
                       AND WS-SAMPLE-SUB NOT = WS-TARGET-SUB
                       MOVE WS-SAMPLE-SUB TO WS-LOC-SUB
                       PERFORM 2810-FREE-LOCATION
                   END-IF
                   PERFORM 2820-STORE-IN-TARGET
                   MOVE "CHECKED IN" TO WS-DISPOSITION
                   MOVE "CHECKEDIN" TO WS-EVENT-STATUS
                   MOVE "CHECK IN" TO WS-OP-ACTION
                   PERFORM 2950-RECORD-THE-MOVE
           END-EVALUATE.

       2300-APPLY-CHECK-OUT.
           PERFORM 2600-FIND-SAMPLE
           MOVE WS-SAMPLE-SUB TO WS-TARGET-SUB
           EVALUATE TRUE
               WHEN WS-SAMPLE-SUB = ZERO
                   MOVE "REJECTED -- NOT IN STORAGE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-L-CHECKED-OUT(WS-SAMPLE-SUB)
                   MOVE "REJECTED -- ALREADY CHECKED OUT"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN ST-HOLDER = SPACES
                   MOVE "REJECTED -- NO HOLDER NAMED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "O" TO WS-L-STATE(WS-SAMPLE-SUB)
                   MOVE ST-DATE TO WS-L-STATE-DATE(WS-SAMPLE-SUB)
                   MOVE ST-HOLDER TO WS-L-HOLDER(WS-SAMPLE-SUB)
                   MOVE "CHECKED OUT" TO WS-DISPOSITION
                   MOVE "CHECKEDOUT" TO WS-EVENT-STATUS
                   MOVE "CHECK OUT" TO WS-OP-ACTION
                   PERFORM 2950-RECORD-THE-MOVE
           END-EVALUATE.

       2400-APPLY-TRANSFER.
           PERFORM 2600-FIND-SAMPLE
           PERFORM 2650-FIND-LOCATION
           EVALUATE TRUE
               WHEN WS-SAMPLE-SUB = ZERO
                   MOVE "REJECTED -- NOT IN STORAGE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-L-CHECKED-OUT(WS-SAMPLE-SUB)
                   MOVE "REJECTED -- SAMPLE CHECKED OUT"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-TARGET-SUB = ZERO
                   MOVE "REJECTED -- NO SUCH POSITION"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT WS-L-FREE(WS-TARGET-SUB)
                   MOVE "REJECTED -- POSITION OCCUPIED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE WS-SAMPLE-SUB TO WS-LOC-SUB
                   PERFORM 2810-FREE-LOCATION
                   PERFORM 2820-STORE-IN-TARGET
                   MOVE "TRANSFERRED" TO WS-DISPOSITION
                   MOVE "TRANSFER" TO WS-EVENT-STATUS
                   MOVE "TRANSFER" TO WS-OP-ACTION
                   PERFORM 2950-RECORD-THE-MOVE
           END-EVALUATE.

      ******************************************************************
      *    2500-APPLY-DISPOSAL - ONLY A SAMPLE WHOSE LAST PIPELINE
      *    EVENT IS REPORTED OR FAILED MAY BE THROWN OUT.
      ******************************************************************
       2500-APPLY-DISPOSAL.
           PERFORM 2600-FIND-SAMPLE
           MOVE ST-SAMPLE-ID TO AN-SAMPLE-ID
           PERFORM 1600-FIND-DISPOSAL
           EVALUATE TRUE
               WHEN WS-SAMPLE-SUB = ZERO
                   MOVE "REJECTED -- NOT IN STORAGE"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT WS-DSP-FOUND
                   MOVE "REFUSED -- LIFECYCLE NOT CLOSED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-D-LAST-STATUS(WS-DPX) NOT = "REPORTED"
                   AND WS-D-LAST-STATUS(WS-DPX) NOT = "FAILED"
                   MOVE "REFUSED -- LIFECYCLE NOT CLOSED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE WS-SAMPLE-SUB TO WS-LOC-SUB
                   MOVE WS-SAMPLE-SUB TO WS-TARGET-SUB
                   PERFORM 2810-FREE-LOCATION
                   MOVE "DISPOSED" TO WS-DISPOSITION
                   MOVE "DISPOSED" TO WS-EVENT-STATUS
                   MOVE "DISPOSE" TO WS-OP-ACTION
                   PERFORM 2950-RECORD-THE-MOVE
           END-EVALUATE.

       2600-FIND-SAMPLE.
           MOVE ZERO TO WS-SAMPLE-SUB
           PERFORM 2610-CHECK-ONE-SAMPLE
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                  OR WS-SAMPLE-SUB > ZERO.

       2610-CHECK-ONE-SAMPLE.
           IF NOT WS-L-FREE(WS-LOC-SUB)
               AND WS-L-SAMPLE-ID(WS-LOC-SUB) = ST-SAMPLE-ID
               MOVE WS-LOC-SUB TO WS-SAMPLE-SUB
           END-IF.

       2650-FIND-LOCATION.
           MOVE ZERO TO WS-TARGET-SUB
           PERFORM 2660-CHECK-ONE-LOCATION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                  OR WS-TARGET-SUB > ZERO.

       2660-CHECK-ONE-LOCATION.
           IF WS-L-LOCATION(WS-LOC-SUB) = ST-LOCATION
               MOVE WS-LOC-SUB TO WS-TARGET-SUB
           END-IF.

       2700-FIND-BOX.
           MOVE "N" TO WS-BOX-FOUND-SW
           PERFORM 2710-CHECK-ONE-BOX
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT OR WS-BOX-FOUND.

       2710-CHECK-ONE-BOX.
           IF WS-L-LOCATION(WS-LOC-SUB)(1:10) = ST-LOCATION(1:10)
               SET WS-BOX-FOUND TO TRUE
           END-IF.

       2800-FREE-TARGET.
           MOVE SPACES TO WS-L-SAMPLE-ID(WS-TARGET-SUB)
           MOVE "F" TO WS-L-STATE(WS-TARGET-SUB)
           MOVE ZERO TO WS-L-STATE-DATE(WS-TARGET-SUB)
           MOVE SPACES TO WS-L-HOLDER(WS-TARGET-SUB).

       2810-FREE-LOCATION.
           MOVE SPACES TO WS-L-SAMPLE-ID(WS-LOC-SUB)
           MOVE "F" TO WS-L-STATE(WS-LOC-SUB)
           MOVE ZERO TO WS-L-STATE-DATE(WS-LOC-SUB)
           MOVE SPACES TO WS-L-HOLDER(WS-LOC-SUB).

       2820-STORE-IN-TARGET.
           MOVE ST-SAMPLE-ID TO WS-L-SAMPLE-ID(WS-TARGET-SUB)
           MOVE "I" TO WS-L-STATE(WS-TARGET-SUB)
           MOVE ST-DATE TO WS-L-STATE-DATE(WS-TARGET-SUB)
           MOVE SPACES TO WS-L-HOLDER(WS-TARGET-SUB).

       2900-REGISTER-TRANSACTION.
           MOVE WS-TRAN-COUNT TO WS-R-SEQ
           MOVE ST-ACTION TO WS-R-ACTION
           MOVE ST-SAMPLE-ID TO WS-R-SAMPLE-ID
           MOVE ST-FREEZER TO WS-R-FREEZER
           MOVE ST-RACK TO WS-R-RACK
           MOVE ST-BOX TO WS-R-BOX
           MOVE ST-LOCATION(11:3) TO WS-R-POSITION
           MOVE ST-DATE TO WS-R-DATE
           IF WS-DISPOSITION(1:2) NOT = "RE"
               AND WS-TARGET-SUB > ZERO
               AND NOT ST-REGISTER-BOX
               MOVE WS-L-FREEZER(WS-TARGET-SUB) TO WS-R-FREEZER
               MOVE WS-L-RACK(WS-TARGET-SUB) TO WS-R-RACK
               MOVE WS-L-BOX(WS-TARGET-SUB) TO WS-R-BOX
               MOVE WS-L-POSITION(WS-TARGET-SUB) TO WS-R-POSITION
           END-IF
           MOVE WS-DISPOSITION TO WS-R-DISPOSITION
           MOVE WS-REGISTER-LINE TO CHANGE-REGISTER-LINE
           WRITE CHANGE-REGISTER-LINE.

      ******************************************************************
      *    2950-RECORD-THE-MOVE - AN APPLIED MOVE APPENDS ITS
      *    ACCESSION EVENT, DATED THE DAY OF THE MOVE, AND ONE
      *    CHANGE-AUDIT RECORD KEYED ON THE SAMPLE.
      ******************************************************************
       2950-RECORD-THE-MOVE.
           ADD 1 TO WS-APPLIED-COUNT
           IF NOT WS-AN-OPEN
               OPEN EXTEND ACCESSION-FILE
               IF WS-AN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCESSION-FILE
               END-IF
               SET WS-AN-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ACCESSION-EVENT-RECORD
           MOVE ST-SAMPLE-ID TO AN-SAMPLE-ID
           MOVE WS-EVENT-STATUS TO AN-STATUS
           MOVE ST-DATE TO AN-EVENT-DATE
           MOVE "STORMNT" TO AN-PROGRAM
           WRITE ACCESSION-EVENT-RECORD
           MOVE ST-SAMPLE-ID TO WS-OP-KEY
           CALL "OPR-AUDIT".

       3000-REWRITE-MASTER.
           OPEN OUTPUT STORAGE-MASTER-OUT
           PERFORM 3100-WRITE-ONE-LOCATION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
           CLOSE STORAGE-MASTER-OUT.

       3100-WRITE-ONE-LOCATION.
           MOVE WS-LOC-ENTRY(WS-LOC-SUB) TO STORAGE-MASTER-OUT-RECORD
           WRITE STORAGE-MASTER-OUT-RECORD.

       9999-TERMINATE.
           IF WS-ST-FILE-STATUS NOT = "35"
               CLOSE STORAGE-TRANS-FILE
           END-IF
           CLOSE CHANGE-REGISTER-FILE
           IF WS-AN-OPEN
               CLOSE ACCESSION-FILE
           END-IF
           DISPLAY "STORMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
