       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATEBLD.
       AUTHOR. LAB-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PLATEBLD BUILDS A SEQUENCING RUN.  EVERY SAMPLE WAITING IN
      *    RECEIVED ON THE ACCESSION FILE (ITS LAST LIFECYCLE EVENT
      *    IS RECEIVED AND IT HAS NEVER BEEN PLATED) IS ASSIGNED A
      *    WELL ON A 96-WELL PLATE, OLDEST RECEIPT FIRST, AND GETS A
      *    PLATED EVENT SO NO LATER RUN CAN PICK IT UP AGAIN.  EVERY
      *    PLATE HAS THE SAME FIXED WELLS IN COLUMN 12:
      *        A12-F12  THE CONTROL SAMPLES, IN CTRLSAMP ORDER (A
      *                 CONTROL WELL WITH NO CONTROL TO FILL IT IS
      *                 LEFT EMPTY AND MARKED "-")
      *        G12-H12  BLANKS
      *    SAMPLES FILL A1-H11 DOWN EACH COLUMN, THE WAY AN
      *    8-CHANNEL PIPETTE LOADS, UP TO THE MAXSAMP PARAMETER
      *    (PARMFILE JOB PLATEBLD, DEFAULT AND LIMIT 88) PER PLATE
      *    AND THE MAXPLATE PARAMETER (DEFAULT 1, LIMIT 5) PLATES
      *    PER RUN.  SAMPLES BEYOND THAT STAY WAITING FOR THE NEXT
      *    RUN.
      *
      *    THE RUN DATE IS ON THE PLATECTL CARD (COLS 1-8,
      *    YYYYMMDD); WITH NO CARD IT IS TODAY.  OUTPUTS:
      *        MANIFEST -- THE RUN MANIFEST MANIFRCN RECONCILES:
      *                    THE CONTROLS ONCE, THEN EVERY PLATED
      *                    SAMPLE, ALL ON THE RUN DATE
      *        PLATEMAP -- ONE PRINTED MAP PER PLATE FOR THE BENCH:
      *                    THE 8 X 12 GRID, THEN EVERY FILLED WELL
      *                    IN LOADING ORDER WITH ITS SAMPLE ID
      *    NO SAMPLE WAITING, OR SAMPLES LEFT WAITING FOR WANT OF
      *    ROOM, EXITS 4.  MORE SAMPLES ON THE ACCESSION FILE THAN
      *    THE SAMPLE TABLE HOLDS REFUSES THE RUN (RC 16) BEFORE ANY
      *    PLATE IS BUILT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLATE-CONTROL-FILE ASSIGN TO "PLATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT CONTROL-SAMPLES-FILE ASSIGN TO "CTRLSAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT ACCESSION-FILE ASSIGN TO "ACCESSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.

           SELECT RUN-MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-FILE-STATUS.

           SELECT PLATE-MAP-FILE ASSIGN TO "PLATEMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLATE-CONTROL-FILE.
       01  PLATE-CONTROL-RECORD.
           05  PC-RUN-DATE                PIC X(08).

       FD  CONTROL-SAMPLES-FILE.
       COPY CTRLSAMP.

       FD  ACCESSION-FILE.
       COPY ACCESSN.

       FD  RUN-MANIFEST-FILE.
       01  RUN-MANIFEST-RECORD.
           05  MF-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(01).
           05  MF-SAMPLE-ID               PIC X(20).

       FD  PLATE-MAP-FILE.
       01  PLATE-MAP-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-PL-JOB-NAME                 PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME                PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE               PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE               PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW                 PIC X EXTERNAL.
           88  WS-PL-FOUND                VALUE "Y".

       01  WS-PC-FILE-STATUS              PIC XX.
       01  WS-CS-FILE-STATUS              PIC XX.
       01  WS-AN-FILE-STATUS              PIC XX.
       01  WS-MF-FILE-STATUS              PIC XX.
       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-AN-OPEN-SW                  PIC X VALUE "N".
           88  WS-AN-OPEN                 VALUE "Y".

       01  WS-TODAY                       PIC 9(08).
       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-PARM-NUMBER                 PIC S9(05).
       01  WS-MAX-SAMPLES                 PIC 9(02) VALUE 88.
       01  WS-MAX-PLATES                  PIC 9(01) VALUE 1.

      *    THE CONTROL SAMPLES FOR WELLS A12-F12.
       01  WS-CTL-MAX                     PIC 9(01) VALUE 6.
       01  WS-CTL-COUNT                   PIC 9(01) VALUE ZERO.
       01  WS-CTL-TABLE.
           05  WS-CTL-SAMPLE-ID OCCURS 6 TIMES PIC X(20).
       01  WS-CTL-SKIPPED                 PIC 9(04) VALUE ZERO.

      *    EVERY SAMPLE ON THE ACCESSION FILE WITH ITS LAST LIFECYCLE
      *    EVENT, IN ORDER OF FIRST APPEARANCE (WHICH IS ORDER OF
      *    RECEIPT).  STORAGE AND ANALYSIS EVENTS ARE NOT LIFECYCLE
      *    EVENTS.
       01  WS-SMP-MAX                     PIC 9(04) VALUE 2000.
       01  WS-SMP-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-SMP-TABLE.
           05  WS-SMP-ENTRY OCCURS 2000 TIMES.
               10  WS-S-SAMPLE-ID         PIC X(20).
               10  WS-S-LAST-STATUS       PIC X(10).
               10  WS-S-PLATED-SW         PIC X(01).
                   88  WS-S-PLATED        VALUE "Y".
       01  WS-SMP-SUB                     PIC 9(04).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".

      *    THE SAMPLES WAITING TO BE PLATED, OLDEST FIRST.
       01  WS-WAIT-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-WAIT-TABLE.
           05  WS-WAIT-SAMPLE-ID OCCURS 2000 TIMES PIC X(20).
       01  WS-WAIT-SUB                    PIC 9(04) VALUE ZERO.
       01  WS-TO-PLATE                    PIC 9(04).
       01  WS-LEFT-WAITING                PIC 9(04) VALUE ZERO.

      *    THE PLATE BEING BUILT.  A WELL HOLDS A THREE-CHARACTER
      *    MAP LABEL (S01-S88 SAMPLE, C1-C6 CONTROL, BLK BLANK,
      *    "-" UNFILLED CONTROL WELL, "." EMPTY) AND ITS SAMPLE ID.
       01  WS-PLATE.
           05  WS-PLATE-ROW OCCURS 8 TIMES.
               10  WS-PLATE-WELL OCCURS 12 TIMES.
                   15  WS-W-LABEL         PIC X(03).
                   15  WS-W-SAMPLE-ID     PIC X(20).
       01  WS-ROW                         PIC 9(02).
       01  WS-COL                         PIC 9(02).
       01  WS-WELL-SEQ                    PIC 9(03).
       01  WS-PLATE-NUMBER                PIC 9(02) VALUE ZERO.
       01  WS-PLATE-TOTAL                 PIC 9(02) VALUE ZERO.
       01  WS-ON-PLATE                    PIC 9(02).
       01  WS-PLATED-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-ROW-LETTERS                 PIC X(08) VALUE "ABCDEFGH".
       01  WS-ROW-LETTER-TABLE REDEFINES WS-ROW-LETTERS.
           05  WS-ROW-LETTER OCCURS 8 TIMES PIC X(01).

       01  WS-SAMPLE-LABEL.
           05  FILLER                     PIC X(01) VALUE "S".
           05  WS-SL-NUMBER               PIC 9(02).
       01  WS-CONTROL-LABEL.
           05  FILLER                     PIC X(01) VALUE "C".
           05  WS-CL-NUMBER               PIC 9(01).
           05  FILLER                     PIC X(01) VALUE SPACE.

       01  WS-WELL-NAME                   PIC X(03).
       01  WS-COL-1                       PIC 9(01).
       01  WS-COL-2                       PIC 9(02).

       01  WS-TITLE-LINE.
           05  FILLER                     PIC X(20) VALUE
               "PLATE MAP  RUN DATE ".
           05  WS-T-RUN-DATE              PIC 9(08).
           05  FILLER                     PIC X(08) VALUE
               "  PLATE ".
           05  WS-T-PLATE-NUMBER          PIC Z9.
           05  FILLER                     PIC X(04) VALUE " OF ".
           05  WS-T-PLATE-TOTAL           PIC Z9.

       01  WS-GRID-HEADING.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-GH-COLUMN OCCURS 12 TIMES.
               10  FILLER                 PIC X(03).
               10  WS-GH-NUMBER           PIC ZZ9.

       01  WS-GRID-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-G-ROW                   PIC X(01).
           05  WS-G-CELL OCCURS 12 TIMES.
               10  FILLER                 PIC X(03).
               10  WS-G-LABEL             PIC X(03).

       01  WS-LOAD-HEADING.
           05  FILLER                     PIC X(28) VALUE
               "  WELL  MAP  SAMPLE ID".

       01  WS-LOAD-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-LL-WELL                 PIC X(03).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-LL-LABEL                PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-LL-SAMPLE-ID            PIC X(20).

       01  WS-PLATE-TOTAL-LINE.
           05  FILLER                     PIC X(20) VALUE
               "  SAMPLES ON PLATE: ".
           05  WS-PT-SAMPLES              PIC Z9.
           05  FILLER                     PIC X(12) VALUE
               "  CONTROLS: ".
           05  WS-PT-CONTROLS             PIC 9.
           05  FILLER                     PIC X(12) VALUE
               "  BLANKS: 2".

       01  WS-NONE-LINE                   PIC X(80) VALUE
           "  NO SAMPLES WAITING IN RECEIVED -- NO PLATE BUILT".

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(18) VALUE
               "SAMPLES WAITING:  ".
           05  WS-SU-WAITING              PIC ZZZ9.
           05  FILLER                     PIC X(12) VALUE
               "   PLATED:  ".
           05  WS-SU-PLATED               PIC ZZZ9.
           05  FILLER                     PIC X(18) VALUE
               "   LEFT WAITING:  ".
           05  WS-SU-LEFT                 PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-WAITING-SAMPLES
           PERFORM 3000-BUILD-PLATES
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE RUN DATE AND THE PLATE LIMITS
      *    AND LOAD THE CONTROL SAMPLES.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-RUN-DATE
           OPEN INPUT PLATE-CONTROL-FILE
           IF WS-PC-FILE-STATUS = "00"
               READ PLATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-RUN-DATE NUMERIC
                           AND PC-RUN-DATE NOT = ZERO
                           MOVE PC-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE PLATE-CONTROL-FILE
           END-IF
           MOVE "PLATEBLD" TO WS-PL-JOB-NAME
           MOVE WS-TODAY TO WS-PL-AS-OF-DATE
           MOVE "MAXSAMP" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 89
                   MOVE WS-PARM-NUMBER TO WS-MAX-SAMPLES
               END-IF
           END-IF
           MOVE "MAXPLATE" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 6
                   MOVE WS-PARM-NUMBER TO WS-MAX-PLATES
               END-IF
           END-IF
           OPEN INPUT CONTROL-SAMPLES-FILE
           MOVE "PLATEBLD" TO WS-FS-CALLER
           MOVE "CTRLSAMP" TO WS-FS-DDNAME
           MOVE WS-CS-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-CS-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-CONTROL-SAMPLE
           PERFORM 1200-STORE-CONTROL-SAMPLE
               UNTIL WS-CS-FILE-STATUS NOT = "00"
           CLOSE CONTROL-SAMPLES-FILE
           IF WS-CTL-SKIPPED > ZERO
               DISPLAY "PLATEBLD: " WS-CTL-SKIPPED
                   " CONTROL SAMPLE(S) BEYOND THE SIX CONTROL WELLS"
                   " NOT PLATED"
           END-IF.

       1100-READ-CONTROL-SAMPLE.
           READ CONTROL-SAMPLES-FILE
               AT END
                   MOVE "10" TO WS-CS-FILE-STATUS
           END-READ.

       1200-STORE-CONTROL-SAMPLE.
           IF WS-CTL-COUNT < WS-CTL-MAX
               ADD 1 TO WS-CTL-COUNT
               MOVE CS-SAMPLE-ID TO WS-CTL-SAMPLE-ID(WS-CTL-COUNT)
           ELSE
               ADD 1 TO WS-CTL-SKIPPED
           END-IF
           PERFORM 1100-READ-CONTROL-SAMPLE.

      ******************************************************************
      *    2000-FIND-WAITING-SAMPLES - ONE PASS OF THE ACCESSION
      *    FILE GIVES EVERY SAMPLE'S LAST LIFECYCLE EVENT; THOSE
      *    STILL AT RECEIVED AND NEVER PLATED ARE THE QUEUE.
      ******************************************************************
       2000-FIND-WAITING-SAMPLES.
           OPEN INPUT ACCESSION-FILE
           MOVE "PLATEBLD" TO WS-FS-CALLER
           MOVE "ACCESSN" TO WS-FS-DDNAME
           MOVE WS-AN-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-AN-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-NEXT-EVENT
           PERFORM 2200-APPLY-ONE-EVENT
               UNTIL WS-AN-FILE-STATUS NOT = "00"
           CLOSE ACCESSION-FILE
           PERFORM 2400-QUEUE-IF-WAITING
               VARYING WS-SMP-SUB FROM 1 BY 1
               UNTIL WS-SMP-SUB > WS-SMP-COUNT.

       2100-READ-NEXT-EVENT.
           READ ACCESSION-FILE
               AT END
                   MOVE "10" TO WS-AN-FILE-STATUS
           END-READ.

       2200-APPLY-ONE-EVENT.
           IF NOT AN-STORAGE-EVENT AND NOT AN-ANALYSIS-EVENT
               PERFORM 2300-FIND-OR-ADD-SAMPLE
               IF WS-FOUND
                   MOVE AN-STATUS TO WS-S-LAST-STATUS(WS-SMP-SUB)
                   IF AN-STATUS = "PLATED"
                       MOVE "Y" TO WS-S-PLATED-SW(WS-SMP-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-EVENT.

       2300-FIND-OR-ADD-SAMPLE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2310-CHECK-ONE-SAMPLE
               VARYING WS-SMP-SUB FROM 1 BY 1
               UNTIL WS-SMP-SUB > WS-SMP-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SMP-SUB
           ELSE
               IF WS-SMP-COUNT NOT < WS-SMP-MAX
                   DISPLAY "PLATEBLD REFUSED -- MORE THAN " WS-SMP-MAX
                       " SAMPLES ON ACCESSN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SMP-COUNT
               MOVE WS-SMP-COUNT TO WS-SMP-SUB
               MOVE AN-SAMPLE-ID TO WS-S-SAMPLE-ID(WS-SMP-SUB)
               MOVE SPACES TO WS-S-LAST-STATUS(WS-SMP-SUB)
               MOVE "N" TO WS-S-PLATED-SW(WS-SMP-SUB)
               SET WS-FOUND TO TRUE
           END-IF.

       2310-CHECK-ONE-SAMPLE.
           IF WS-S-SAMPLE-ID(WS-SMP-SUB) = AN-SAMPLE-ID
               SET WS-FOUND TO TRUE
           END-IF.

       2400-QUEUE-IF-WAITING.
           IF WS-S-LAST-STATUS(WS-SMP-SUB) = "RECEIVED"
               AND NOT WS-S-PLATED(WS-SMP-SUB)
               ADD 1 TO WS-WAIT-COUNT
               MOVE WS-S-SAMPLE-ID(WS-SMP-SUB)
                   TO WS-WAIT-SAMPLE-ID(WS-WAIT-COUNT)
           END-IF.

      ******************************************************************
      *    3000-BUILD-PLATES - AS MANY PLATES AS THE QUEUE NEEDS, UP
      *    TO MAXPLATE.  THE CONTROLS GO ON THE MANIFEST ONCE; EACH
      *    PLATED SAMPLE GOES ON THE MANIFEST AND GETS ITS PLATED
      *    EVENT AS IT IS PLACED.
      ******************************************************************
       3000-BUILD-PLATES.
           OPEN OUTPUT RUN-MANIFEST-FILE
           OPEN OUTPUT PLATE-MAP-FILE
           IF WS-WAIT-COUNT = ZERO
               MOVE WS-NONE-LINE TO PLATE-MAP-LINE
               WRITE PLATE-MAP-LINE
           ELSE
               COMPUTE WS-TO-PLATE = WS-MAX-SAMPLES * WS-MAX-PLATES
               IF WS-WAIT-COUNT < WS-TO-PLATE
                   MOVE WS-WAIT-COUNT TO WS-TO-PLATE
               END-IF
               COMPUTE WS-LEFT-WAITING = WS-WAIT-COUNT - WS-TO-PLATE
               COMPUTE WS-PLATE-TOTAL =
                   (WS-TO-PLATE + WS-MAX-SAMPLES - 1) / WS-MAX-SAMPLES
               PERFORM 3100-MANIFEST-ONE-CONTROL
                   VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-CTL-COUNT
               PERFORM 3200-BUILD-ONE-PLATE
                   UNTIL WS-PLATED-COUNT NOT < WS-TO-PLATE
           END-IF.

       3100-MANIFEST-ONE-CONTROL.
           MOVE SPACES TO RUN-MANIFEST-RECORD
           MOVE WS-RUN-DATE TO MF-RUN-DATE
           MOVE WS-CTL-SAMPLE-ID(WS-ROW) TO MF-SAMPLE-ID
           WRITE RUN-MANIFEST-RECORD.

       3200-BUILD-ONE-PLATE.
           ADD 1 TO WS-PLATE-NUMBER
           PERFORM 3210-CLEAR-ONE-WELL
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
               AFTER WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
           PERFORM 3220-FILL-ONE-CONTROL-WELL
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
           MOVE 12 TO WS-COL
           PERFORM 3230-FILL-ONE-BLANK-WELL
               VARYING WS-ROW FROM 7 BY 1 UNTIL WS-ROW > 8
           MOVE ZERO TO WS-ON-PLATE
           PERFORM 3300-PLACE-ONE-SAMPLE
               UNTIL WS-ON-PLATE = WS-MAX-SAMPLES
               OR WS-PLATED-COUNT = WS-TO-PLATE
           PERFORM 4000-PRINT-PLATE-MAP.

       3210-CLEAR-ONE-WELL.
           MOVE "." TO WS-W-LABEL(WS-ROW, WS-COL)
           MOVE SPACES TO WS-W-SAMPLE-ID(WS-ROW, WS-COL).

       3220-FILL-ONE-CONTROL-WELL.
           IF WS-ROW > WS-CTL-COUNT
               MOVE "-" TO WS-W-LABEL(WS-ROW, 12)
           ELSE
               MOVE WS-ROW TO WS-CL-NUMBER
               MOVE WS-CONTROL-LABEL TO WS-W-LABEL(WS-ROW, 12)
               MOVE WS-CTL-SAMPLE-ID(WS-ROW)
                   TO WS-W-SAMPLE-ID(WS-ROW, 12)
           END-IF.

       3230-FILL-ONE-BLANK-WELL.
           MOVE "BLK" TO WS-W-LABEL(WS-ROW, WS-COL)
           MOVE "BLANK" TO WS-W-SAMPLE-ID(WS-ROW, WS-COL).

      ******************************************************************
      *    3300-PLACE-ONE-SAMPLE - THE NEXT SAMPLE IN THE QUEUE GOES
      *    IN THE NEXT WELL DOWN THE COLUMN (A1, B1 ... H1, A2 ...).
      ******************************************************************
       3300-PLACE-ONE-SAMPLE.
           ADD 1 TO WS-ON-PLATE
           ADD 1 TO WS-PLATED-COUNT
           ADD 1 TO WS-WAIT-SUB
           COMPUTE WS-COL = (WS-ON-PLATE - 1) / 8 + 1
           COMPUTE WS-ROW = WS-ON-PLATE - (WS-COL - 1) * 8
           MOVE WS-ON-PLATE TO WS-SL-NUMBER
           MOVE WS-SAMPLE-LABEL TO WS-W-LABEL(WS-ROW, WS-COL)
           MOVE WS-WAIT-SAMPLE-ID(WS-WAIT-SUB)
               TO WS-W-SAMPLE-ID(WS-ROW, WS-COL)
           MOVE SPACES TO RUN-MANIFEST-RECORD
           MOVE WS-RUN-DATE TO MF-RUN-DATE
           MOVE WS-WAIT-SAMPLE-ID(WS-WAIT-SUB) TO MF-SAMPLE-ID
           WRITE RUN-MANIFEST-RECORD
           PERFORM 3400-APPEND-PLATED-EVENT.

       3400-APPEND-PLATED-EVENT.
           IF NOT WS-AN-OPEN
               OPEN EXTEND ACCESSION-FILE
               IF WS-AN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCESSION-FILE
               END-IF
               SET WS-AN-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ACCESSION-EVENT-RECORD
           MOVE WS-WAIT-SAMPLE-ID(WS-WAIT-SUB) TO AN-SAMPLE-ID
           MOVE "PLATED" TO AN-STATUS
           MOVE WS-TODAY TO AN-EVENT-DATE
           MOVE "PLATEBLD" TO AN-PROGRAM
           WRITE ACCESSION-EVENT-RECORD.

      ******************************************************************
      *    4000-PRINT-PLATE-MAP - THE GRID, THEN THE LOADING LIST.
      ******************************************************************
       4000-PRINT-PLATE-MAP.
           IF WS-PLATE-NUMBER > 1
               MOVE SPACES TO PLATE-MAP-LINE
               WRITE PLATE-MAP-LINE
           END-IF
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE
           MOVE WS-PLATE-NUMBER TO WS-T-PLATE-NUMBER
           MOVE WS-PLATE-TOTAL TO WS-T-PLATE-TOTAL
           MOVE WS-TITLE-LINE TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE
           MOVE SPACES TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE
           MOVE SPACES TO WS-GRID-HEADING
           PERFORM 4100-NUMBER-ONE-COLUMN
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
           MOVE WS-GRID-HEADING TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE
           PERFORM 4200-PRINT-ONE-ROW
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
           MOVE SPACES TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE
           MOVE WS-LOAD-HEADING TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE
           PERFORM 4400-LIST-ONE-WELL
               VARYING WS-WELL-SEQ FROM 1 BY 1 UNTIL WS-WELL-SEQ > 96
           MOVE WS-ON-PLATE TO WS-PT-SAMPLES
           MOVE WS-CTL-COUNT TO WS-PT-CONTROLS
           MOVE WS-PLATE-TOTAL-LINE TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE.

       4100-NUMBER-ONE-COLUMN.
           MOVE WS-COL TO WS-GH-NUMBER(WS-COL).

       4200-PRINT-ONE-ROW.
           MOVE SPACES TO WS-GRID-LINE
           MOVE WS-ROW-LETTER(WS-ROW) TO WS-G-ROW
           PERFORM 4300-FILL-ONE-CELL
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 12
           MOVE WS-GRID-LINE TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE.

       4300-FILL-ONE-CELL.
           MOVE WS-W-LABEL(WS-ROW, WS-COL) TO WS-G-LABEL(WS-COL).

      ******************************************************************
      *    4400-LIST-ONE-WELL - WELLS IN LOADING ORDER, DOWN EACH
      *    COLUMN; EMPTY WELLS ARE NOT LISTED.
      ******************************************************************
       4400-LIST-ONE-WELL.
           COMPUTE WS-COL = (WS-WELL-SEQ - 1) / 8 + 1
           COMPUTE WS-ROW = WS-WELL-SEQ - (WS-COL - 1) * 8
           IF WS-W-LABEL(WS-ROW, WS-COL) NOT = "."
               AND WS-W-LABEL(WS-ROW, WS-COL) NOT = "-"
               PERFORM 4500-NAME-THE-WELL
               MOVE WS-WELL-NAME TO WS-LL-WELL
               MOVE WS-W-LABEL(WS-ROW, WS-COL) TO WS-LL-LABEL
               MOVE WS-W-SAMPLE-ID(WS-ROW, WS-COL) TO WS-LL-SAMPLE-ID
               MOVE WS-LOAD-LINE TO PLATE-MAP-LINE
               WRITE PLATE-MAP-LINE
           END-IF.

       4500-NAME-THE-WELL.
           MOVE SPACES TO WS-WELL-NAME
           MOVE WS-ROW-LETTER(WS-ROW) TO WS-WELL-NAME(1:1)
           IF WS-COL < 10
               MOVE WS-COL TO WS-COL-1
               MOVE WS-COL-1 TO WS-WELL-NAME(2:1)
           ELSE
               MOVE WS-COL TO WS-COL-2
               MOVE WS-COL-2 TO WS-WELL-NAME(2:2)
           END-IF.

       9999-TERMINATE.
           MOVE WS-WAIT-COUNT TO WS-SU-WAITING
           MOVE WS-PLATED-COUNT TO WS-SU-PLATED
           MOVE WS-LEFT-WAITING TO WS-SU-LEFT
           MOVE SPACES TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE
           MOVE WS-SUMMARY-LINE TO PLATE-MAP-LINE
           WRITE PLATE-MAP-LINE
           CLOSE RUN-MANIFEST-FILE
           CLOSE PLATE-MAP-FILE
           IF WS-AN-OPEN
               CLOSE ACCESSION-FILE
           END-IF
           DISPLAY "PLATEBLD: " WS-PLATED-COUNT " PLATED ON "
               WS-PLATE-NUMBER " PLATE(S), " WS-LEFT-WAITING
               " LEFT WAITING"
           IF WS-WAIT-COUNT = ZERO OR WS-LEFT-WAITING > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
