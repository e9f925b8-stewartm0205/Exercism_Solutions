      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  BLADE WEAR: CUT SPECS NAME THE SAW (OR THE
      *                     SAWASGN CARD FOR THE MATERIAL DOES), EACH
      *                     CUT RESULT IS TAGGED WITH THE SAW AND THE
      *                     BLADE MOUNTED ON IT, THE TRIANGLE
      *                     PERIMETER IS ADDED TO THAT BLADE'S CUT
      *                     LENGTH IN TOTAL AND BY MATERIAL, AND THE
      *                     CUT IS LOGGED TO BLADECUT WITH THE
      *                     BLADE'S WEAR AT THE TIME.
      *    2026-10-15  RSK  EACH WORK ORDER ON THE INVOICE SUMMARY IS
      *                     ALSO WRITTEN TO WOCOMPL, DATED WITH THE
      *                     RUN, FOR INVCBAT TO INVOICE FROM.
      *    2026-09-03  RSK  SHEET-STOCK ALLOCATION: EACH RESOLVED
      *                     JOB IS PLACED ON THE SMALLEST SHEET OF
      *                     ITS MATERIAL THAT STILL FITS IT (WHICH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.

           SELECT WORK-ORDER-COMPLETION-FILE ASSIGN TO "WOCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-FILE-STATUS.

           SELECT SHEET-CONTROL-FILE ASSIGN TO "SHEETCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YR-FILE-STATUS.

           SELECT SAW-ASSIGNMENT-FILE ASSIGN TO "SAWASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-FILE-STATUS.

           SELECT BLADE-MASTER-FILE ASSIGN TO "BLADEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT BLADE-MASTER-OUT ASSIGN TO "BLADEMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-FILE-STATUS.

           SELECT BLADE-CUT-FILE ASSIGN TO "BLADECUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUT-SPECS-FILE.
           05  CS-SIDE-C                  PIC X(03).
           05  CS-WORK-ORDER              PIC X(08).
           05  CS-MATERIAL-CODE           PIC X(04).
           05  CS-SAW-ID                  PIC X(04).

       FD  CUT-RESULTS-FILE.
       01  CUT-RESULTS-RECORD             PIC X(100).

       FD  CUT-EXCEPTION-FILE.
       01  CUT-EXCEPTION-RECORD           PIC X(80).
       FD  INVOICE-SUMMARY-FILE.
       01  INVOICE-SUMMARY-LINE           PIC X(80).

       FD  WORK-ORDER-COMPLETION-FILE.
       COPY WOCOMPL.

       FD  SHEET-CONTROL-FILE.
       01  SHEET-CONTROL-RECORD.
           05  SL-MIN-REMNANT-AREA        PIC 9(05)V99.
       FD  YIELD-REPORT-FILE.
       01  YIELD-REPORT-LINE              PIC X(80).

       FD  SAW-ASSIGNMENT-FILE.
       01  SAW-ASSIGNMENT-RECORD.
           05  SG-MATERIAL-CODE           PIC X(04).
           05  FILLER                     PIC X(01).
           05  SG-SAW-ID                  PIC X(04).

       FD  BLADE-MASTER-FILE.
       COPY BLADEMST.

       FD  BLADE-MASTER-OUT.
       01  BLADE-MASTER-OUT-RECORD        PIC X(167).

       FD  BLADE-CUT-FILE.
       COPY BLADECUT.

       WORKING-STORAGE SECTION.
       01 WS-SIDES                        PIC X(20) EXTERNAL.
       01 WS-PROPERTY                     PIC X(11) EXTERNAL.
       01  WS-CX-FILE-STATUS              PIC XX.
       01  WS-MP-FILE-STATUS              PIC XX.
       01  WS-IV-FILE-STATUS              PIC XX.
       01  WS-WC-FILE-STATUS              PIC XX.
       01  WS-SL-FILE-STATUS              PIC XX.
       01  WS-SS-FILE-STATUS              PIC XX.
       01  WS-SO-FILE-STATUS              PIC XX.
       01  WS-SA-FILE-STATUS              PIC XX.
       01  WS-YR-FILE-STATUS              PIC XX.
       01  WS-SG-FILE-STATUS              PIC XX.
       01  WS-BL-FILE-STATUS              PIC XX.
       01  WS-BO-FILE-STATUS              PIC XX.
       01  WS-BC-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

               10  WS-W-TOTAL-COST         PIC 9(11)V99.
       01  WS-WO-SUB                      PIC 9(02).
       01  WS-WO-FOUND-SUB                PIC 9(02).
       01  WS-RUN-DATE                    PIC 9(08).

      *    THE SAW THAT NORMALLY RUNS EACH MATERIAL, FOR SPECS THAT
      *    DO NOT NAME ONE.
       01  WS-SAW-MAX                     PIC 9(02) VALUE 20.
       01  WS-SAW-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-SAW-TABLE.
           05  WS-SAW-ENTRY OCCURS 20 TIMES.
               10  WS-G-MATERIAL-CODE      PIC X(04).
               10  WS-G-SAW-ID             PIC X(04).
       01  WS-SAW-SUB                     PIC 9(02).

      *    THE BLADE MASTER IN MEMORY, WORN DOWN AS JOBS ARE CUT.
       01  WS-BLD-MAX                     PIC 9(03) VALUE 100.
       01  WS-BLD-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-BLD-TABLE.
           05  WS-BLD-ENTRY OCCURS 100 TIMES.
               10  WS-B-RECORD             PIC X(167).
       01  WS-BLD-SUB                     PIC 9(03).
       01  WS-BLD-HIT-SUB                 PIC 9(03).
       01  WS-WEAR-SUB                    PIC 9(02).
       01  WS-WEAR-HIT-SUB                PIC 9(02).
       01  WS-SAW-ID                      PIC X(04).
       01  WS-BLADE-ID                    PIC X(06).
       01  WS-CUT-LENGTH                  PIC 9(05).
       01  WS-NO-BLADE-COUNT              PIC 9(04) VALUE ZERO.

       01  WS-OUT-RECORD.
           05  WS-O-JOB-NO                PIC X(08).
           05  FILLER                     PIC X(06) VALUE "  COST".
           05  WS-O-COST                  PIC ZZZZZZZ9.99.
           05  WS-O-PRICE-FLAG            PIC X(09).
           05  FILLER                     PIC X(05) VALUE " SAW ".
           05  WS-O-SAW-ID                PIC X(04).
           05  FILLER                     PIC X(07) VALUE " BLADE ".
           05  WS-O-BLADE-ID              PIC X(06).

       01  WS-INVOICE-HEADING            PIC X(44) VALUE
           "WORK-ORDER INVOICE SUMMARY -- COSTED AREAS".
           OPEN OUTPUT SHEET-ALLOCATION-FILE
           PERFORM 1200-LOAD-MATERIAL-PRICES
           PERFORM 1300-LOAD-SHEET-STOCK
           PERFORM 1400-LOAD-SAWS-AND-BLADES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN EXTEND BLADE-CUT-FILE
           IF WS-BC-FILE-STATUS NOT = "00"
               OPEN OUTPUT BLADE-CUT-FILE
           END-IF
           PERFORM 1100-READ-NEXT-JOB.

      ******************************************************************
           END-IF
           PERFORM 1210-READ-MATERIAL-PRICE.

      ******************************************************************
      *    1400-LOAD-SAWS-AND-BLADES - THE SAW ASSIGNMENT CARDS AND
      *    THE BLADE MASTER.  WITHOUT A BLADE MASTER THE CUTS ARE
      *    STILL TAGGED WITH THEIR SAW BUT NO BLADE WEARS.
      ******************************************************************
       1400-LOAD-SAWS-AND-BLADES.
           OPEN INPUT SAW-ASSIGNMENT-FILE
           IF WS-SG-FILE-STATUS = "00"
               PERFORM 1410-READ-SAW-ASSIGNMENT
               PERFORM 1420-STORE-SAW-ASSIGNMENT
                   UNTIL WS-SG-FILE-STATUS NOT = "00"
               CLOSE SAW-ASSIGNMENT-FILE
           END-IF
           OPEN INPUT BLADE-MASTER-FILE
           IF WS-BL-FILE-STATUS = "00"
               PERFORM 1430-READ-BLADE
               PERFORM 1440-STORE-BLADE
                   UNTIL WS-BL-FILE-STATUS NOT = "00"
               CLOSE BLADE-MASTER-FILE
           END-IF.

       1410-READ-SAW-ASSIGNMENT.
           READ SAW-ASSIGNMENT-FILE
               AT END
                   MOVE "10" TO WS-SG-FILE-STATUS
           END-READ.

       1420-STORE-SAW-ASSIGNMENT.
           IF WS-SAW-COUNT < WS-SAW-MAX
               ADD 1 TO WS-SAW-COUNT
               MOVE SG-MATERIAL-CODE
                   TO WS-G-MATERIAL-CODE(WS-SAW-COUNT)
               MOVE SG-SAW-ID TO WS-G-SAW-ID(WS-SAW-COUNT)
           END-IF
           PERFORM 1410-READ-SAW-ASSIGNMENT.

       1430-READ-BLADE.
           READ BLADE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-BL-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1440-STORE-BLADE - A MASTER TOO BIG FOR THE TABLE WOULD
      *    BE WRITTEN BACK SHORT, SO THE RUN IS REFUSED.
      ******************************************************************
       1440-STORE-BLADE.
           IF WS-BLD-COUNT < WS-BLD-MAX
               ADD 1 TO WS-BLD-COUNT
               MOVE BLADE-MASTER-RECORD TO WS-B-RECORD(WS-BLD-COUNT)
           ELSE
               DISPLAY "TRIBAT REFUSED -- BLADE MASTER PAST "
                   WS-BLD-MAX " BLADES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1430-READ-BLADE.

       1100-READ-NEXT-JOB.
           READ CUT-SPECS-FILE
               AT END
           MOVE CS-WORK-ORDER TO WS-O-WORK-ORDER
           MOVE CS-MATERIAL-CODE TO WS-O-MATERIAL-CODE
           PERFORM 2400-COST-THE-CUT
           PERFORM 2800-WEAR-THE-BLADE
           MOVE WS-SAW-ID TO WS-O-SAW-ID
           MOVE WS-BLADE-ID TO WS-O-BLADE-ID
           MOVE WS-AREA-WORK TO WS-O-AREA
           MOVE WS-COST-WORK TO WS-O-COST
           IF WS-PRICED
               MOVE WS-YLD-SUB TO WS-YLD-FOUND-SUB
           END-IF.

      ******************************************************************
      *    2800-WEAR-THE-BLADE - THE SPEC'S SAW, ELSE THE SAW THAT
      *    RUNS THE MATERIAL; THEN THE BLADE MOUNTED ON THAT SAW.
      *    THE CUT LENGTH IS THE PERIMETER OF THE TRIANGLE (THE
      *    SIDES ARE ALREADY NUMERIC FROM THE COSTING).
      ******************************************************************
       2800-WEAR-THE-BLADE.
           MOVE CS-SAW-ID TO WS-SAW-ID
           IF WS-SAW-ID = SPACES
               PERFORM 2810-FIND-MATERIAL-SAW
                   VARYING WS-SAW-SUB FROM 1 BY 1
                   UNTIL WS-SAW-SUB > WS-SAW-COUNT
                       OR WS-SAW-ID NOT = SPACES
           END-IF
           MOVE SPACES TO WS-BLADE-ID
           MOVE ZERO TO WS-BLD-HIT-SUB
           IF WS-SAW-ID NOT = SPACES
               PERFORM 2820-FIND-MOUNTED-BLADE
                   VARYING WS-BLD-SUB FROM 1 BY 1
                   UNTIL WS-BLD-SUB > WS-BLD-COUNT
                       OR WS-BLD-HIT-SUB > ZERO
           END-IF
           IF WS-BLD-HIT-SUB = ZERO
               ADD 1 TO WS-NO-BLADE-COUNT
           ELSE
               COMPUTE WS-CUT-LENGTH =
                   WS-SIDE-A-NUM + WS-SIDE-B-NUM + WS-SIDE-C-NUM
               PERFORM 2830-ADD-THE-WEAR
           END-IF.

       2810-FIND-MATERIAL-SAW.
           IF WS-G-MATERIAL-CODE(WS-SAW-SUB) = CS-MATERIAL-CODE
               MOVE WS-G-SAW-ID(WS-SAW-SUB) TO WS-SAW-ID
           END-IF.

       2820-FIND-MOUNTED-BLADE.
           MOVE WS-B-RECORD(WS-BLD-SUB) TO BLADE-MASTER-RECORD
           IF BL-MOUNTED AND BL-SAW-ID = WS-SAW-ID
               MOVE WS-BLD-SUB TO WS-BLD-HIT-SUB
               MOVE BL-BLADE-ID TO WS-BLADE-ID
           END-IF.

      ******************************************************************
      *    2830-ADD-THE-WEAR - THE CUT LENGTH GOES ON THE BLADE'S
      *    TOTAL AND ON ITS SLOT FOR THE MATERIAL (A NEW SLOT IF
      *    THE BLADE HAS NOT CUT IT BEFORE; ONCE ALL TEN SLOTS ARE
      *    TAKEN ONLY THE TOTAL MOVES).  THE CUT IS LOGGED WITH
      *    THE WEAR AS IT STANDS AFTER IT.
      ******************************************************************
       2830-ADD-THE-WEAR.
           MOVE WS-B-RECORD(WS-BLD-HIT-SUB) TO BLADE-MASTER-RECORD
           ADD WS-CUT-LENGTH TO BL-CUT-LENGTH
           MOVE ZERO TO WS-WEAR-HIT-SUB
           PERFORM 2840-FIND-WEAR-SLOT
               VARYING WS-WEAR-SUB FROM 1 BY 1
               UNTIL WS-WEAR-SUB > 10
                   OR WS-WEAR-HIT-SUB > ZERO
           IF WS-WEAR-HIT-SUB > ZERO
               IF BL-WEAR-MATERIAL(WS-WEAR-HIT-SUB) = SPACES
                   MOVE CS-MATERIAL-CODE
                       TO BL-WEAR-MATERIAL(WS-WEAR-HIT-SUB)
                   MOVE ZERO TO BL-WEAR-LENGTH(WS-WEAR-HIT-SUB)
               END-IF
               ADD WS-CUT-LENGTH TO BL-WEAR-LENGTH(WS-WEAR-HIT-SUB)
           END-IF
           MOVE BLADE-MASTER-RECORD TO WS-B-RECORD(WS-BLD-HIT-SUB)
           MOVE WS-RUN-DATE TO BC-CUT-DATE
           MOVE CS-JOB-NO TO BC-JOB-NO
           MOVE CS-WORK-ORDER TO BC-WORK-ORDER
           MOVE WS-SAW-ID TO BC-SAW-ID
           MOVE BL-BLADE-ID TO BC-BLADE-ID
           MOVE CS-MATERIAL-CODE TO BC-MATERIAL-CODE
           MOVE WS-CUT-LENGTH TO BC-CUT-LENGTH
           MOVE BL-CUT-LENGTH TO BC-BLADE-LENGTH
           IF BL-RATED-LIFE > ZERO
               COMPUTE BC-WEAR-PCT ROUNDED =
                   (BL-CUT-LENGTH * 100) / BL-RATED-LIFE
                   ON SIZE ERROR
                       MOVE 999.9 TO BC-WEAR-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO BC-WEAR-PCT
           END-IF
           WRITE BLADE-CUT-RECORD.

       2840-FIND-WEAR-SLOT.
           IF BL-WEAR-MATERIAL(WS-WEAR-SUB) = CS-MATERIAL-CODE
               OR BL-WEAR-MATERIAL(WS-WEAR-SUB) = SPACES
               MOVE WS-WEAR-SUB TO WS-WEAR-HIT-SUB
           END-IF.

      ******************************************************************
      *    3700-WRITE-BLADE-MASTER - EVERY BLADE GOES FORWARD WITH
      *    TODAY'S WEAR ON IT.
      ******************************************************************
       3700-WRITE-BLADE-MASTER.
           OPEN OUTPUT BLADE-MASTER-OUT
           PERFORM 3710-WRITE-ONE-BLADE
               VARYING WS-BLD-SUB FROM 1 BY 1
               UNTIL WS-BLD-SUB > WS-BLD-COUNT
           CLOSE BLADE-MASTER-OUT
           IF WS-NO-BLADE-COUNT > ZERO
               DISPLAY "TRIBAT: " WS-NO-BLADE-COUNT
                   " JOBS CUT WITH NO BLADE ON RECORD"
           END-IF.

       3710-WRITE-ONE-BLADE.
           MOVE WS-B-RECORD(WS-BLD-SUB) TO BLADE-MASTER-OUT-RECORD
           WRITE BLADE-MASTER-OUT-RECORD.

      ******************************************************************
      *    3000-WRITE-INVOICE-SUMMARY - ONE INVOICE-READY LINE PER
      *    WORK ORDER: JOBS, TOTAL AREA, TOTAL COST.  THE SAME
      *    FIGURES GO TO THE COMPLETION FILE FOR INVOICING.
      ******************************************************************
       3000-WRITE-INVOICE-SUMMARY.
           OPEN OUTPUT INVOICE-SUMMARY-FILE
           OPEN OUTPUT WORK-ORDER-COMPLETION-FILE
           MOVE WS-INVOICE-HEADING TO INVOICE-SUMMARY-LINE
           WRITE INVOICE-SUMMARY-LINE
           PERFORM 3100-WRITE-ONE-WORK-ORDER
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
           CLOSE INVOICE-SUMMARY-FILE
           CLOSE WORK-ORDER-COMPLETION-FILE.

       3100-WRITE-ONE-WORK-ORDER.
           MOVE WS-W-WORK-ORDER(WS-WO-SUB) TO WS-I-WORK-ORDER
           MOVE WS-W-TOTAL-AREA(WS-WO-SUB) TO WS-I-TOTAL-AREA
           MOVE WS-W-TOTAL-COST(WS-WO-SUB) TO WS-I-TOTAL-COST
           MOVE WS-INVOICE-LINE TO INVOICE-SUMMARY-LINE
           WRITE INVOICE-SUMMARY-LINE
           MOVE WS-W-WORK-ORDER(WS-WO-SUB) TO WC-WORK-ORDER
           MOVE WS-RUN-DATE TO WC-CUT-DATE
           MOVE WS-W-JOB-COUNT(WS-WO-SUB) TO WC-JOB-COUNT
           MOVE WS-W-TOTAL-AREA(WS-WO-SUB) TO WC-TOTAL-AREA
           MOVE WS-W-TOTAL-COST(WS-WO-SUB) TO WC-TOTAL-COST
           WRITE WORK-ORDER-COMPLETION-RECORD.

      ******************************************************************
      *    3500-WRITE-SHEET-STOCK - WRITE THE SURVIVORS BACK: AN
       9999-TERMINATE.
           PERFORM 3500-WRITE-SHEET-STOCK
           PERFORM 3600-WRITE-YIELD-REPORT
           PERFORM 3700-WRITE-BLADE-MASTER
           CLOSE BLADE-CUT-FILE
           CLOSE CUT-SPECS-FILE
           CLOSE CUT-RESULTS-FILE
           CLOSE CUT-EXCEPTION-FILE
