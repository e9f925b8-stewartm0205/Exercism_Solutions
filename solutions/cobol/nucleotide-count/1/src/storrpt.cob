       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORRPT.
       AUTHOR. LAB-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    STORRPT IS THE FREEZER STORAGE REPORT, RUN OFF THE
      *    STORAGE MASTER STORMNT MAINTAINS.  THREE SECTIONS:
      *        BOX OCCUPANCY -- FOR EVERY BOX, ITS POSITIONS, HOW
      *            MANY HOLD A TUBE IN STORE, HOW MANY ARE KEPT FOR
      *            A TUBE CHECKED OUT, HOW MANY ARE FREE, AND THE
      *            PERCENTAGE FULL (IN STORE PLUS CHECKED OUT)
      *        FREE POSITIONS -- THE FREE POSITION NUMBERS OF EVERY
      *            BOX THAT HAS ANY, SO THE BENCH CAN PICK A SLOT
      *            BEFORE KEYING A CHECK-IN
      *        OVERDUE CHECK-OUTS -- EVERY SAMPLE CHECKED OUT MORE
      *            THAN THE OUTDAYS PARAMETER (CALENDAR DAYS,
      *            DEFAULT 14) BEFORE TODAY, WITH ITS HOLDER
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORAGE-MASTER-FILE ASSIGN TO "STORLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT STORAGE-REPORT-FILE ASSIGN TO "STORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORAGE-MASTER-FILE.
       COPY STORLOC.

       FD  STORAGE-REPORT-FILE.
       01  STORAGE-REPORT-LINE            PIC X(80).

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

       01  WS-SL-FILE-STATUS              PIC XX.
       01  WS-SR-FILE-STATUS              PIC XX.

       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-PARM-NUMBER                 PIC S9(05).
       01  WS-OUT-DAYS                    PIC 9(03) VALUE 14.
       01  WS-DAYS-OUT                    PIC S9(07).

      *    THE MASTER IN MEMORY, SAME LAYOUT AS STORLOC.  STORMNT
      *    KEEPS EACH BOX'S POSITIONS TOGETHER, SO A CHANGE OF BOX
      *    IS A CONTROL BREAK.
       01  WS-LOC-MAX                     PIC 9(05) VALUE 5000.
       01  WS-LOC-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 5000 TIMES.
               10  WS-L-LOCATION.
                   15  WS-L-BOX-KEY.
                       20  WS-L-FREEZER   PIC X(06).
                       20  WS-L-RACK      PIC X(02).
                       20  WS-L-BOX       PIC X(02).
                   15  WS-L-POSITION      PIC 9(03).
               10  WS-L-SAMPLE-ID         PIC X(20).
               10  WS-L-STATE             PIC X(01).
                   88  WS-L-FREE          VALUE "F".
                   88  WS-L-IN-STORE      VALUE "I".
                   88  WS-L-CHECKED-OUT   VALUE "O".
               10  WS-L-STATE-DATE        PIC 9(08).
               10  WS-L-HOLDER            PIC X(08).
       01  WS-LOC-SUB                     PIC 9(05).

       01  WS-PREV-BOX-KEY                PIC X(10).
       01  WS-BOX-POSITIONS               PIC 9(03).
       01  WS-BOX-IN-STORE                PIC 9(03).
       01  WS-BOX-CHECKED-OUT             PIC 9(03).
       01  WS-BOX-FREE                    PIC 9(03).
       01  WS-BOX-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-POSITIONS             PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-IN-STORE              PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-CHECKED-OUT           PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-FREE                  PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-FREE-SLOT                   PIC 9(02) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(34) VALUE
               "FREEZER STORAGE REPORT      AS OF ".
           05  WS-H1-RUN-DATE             PIC 9(08).

       01  WS-OCCUPANCY-HEADING           PIC X(80) VALUE
           "BOX OCCUPANCY".
       01  WS-OCCUPANCY-COLUMNS.
           05  FILLER                     PIC X(36) VALUE
               "  BOX            POSITIONS  IN STORE".
           05  FILLER                     PIC X(44) VALUE
               "  CHECKED OUT  FREE % FULL".

       01  WS-OCCUPANCY-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-O-BOX-LABEL.
               10  WS-O-FREEZER           PIC X(06).
               10  FILLER                 PIC X(01) VALUE "/".
               10  WS-O-RACK              PIC X(02).
               10  FILLER                 PIC X(01) VALUE "/".
               10  WS-O-BOX               PIC X(02).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-O-POSITIONS             PIC ZZZZ9.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-O-IN-STORE              PIC ZZZZ9.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  WS-O-CHECKED-OUT           PIC ZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-O-FREE                  PIC ZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-O-PCT-FULL              PIC ZZ9.

       01  WS-FREE-HEADING                PIC X(80) VALUE
           "FREE POSITIONS".

       01  WS-FREE-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-F-BOX-LABEL             PIC X(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-F-POSITION OCCURS 15 TIMES PIC ZZZ9.

       01  WS-NO-FREE-LINE                PIC X(80) VALUE
           "  NO FREE POSITIONS".

       01  WS-OVERDUE-HEADING.
           05  FILLER                     PIC X(30) VALUE
               "SAMPLES CHECKED OUT MORE THAN ".
           05  WS-OH-OUT-DAYS             PIC ZZ9.
           05  FILLER                     PIC X(05) VALUE " DAYS".
       01  WS-OVERDUE-COLUMNS.
           05  FILLER                     PIC X(40) VALUE
               "  SAMPLE ID             LOCATION        ".
           05  FILLER                     PIC X(40) VALUE
               "  HOLDER    OUT ON     DAYS".

       01  WS-OVERDUE-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-D-SAMPLE-ID             PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-D-FREEZER               PIC X(06).
           05  FILLER                     PIC X(01) VALUE "/".
           05  WS-D-RACK                  PIC X(02).
           05  FILLER                     PIC X(01) VALUE "/".
           05  WS-D-BOX                   PIC X(02).
           05  FILLER                     PIC X(01) VALUE "/".
           05  WS-D-POSITION              PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-D-HOLDER                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-D-OUT-DATE              PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-D-DAYS-OUT              PIC ZZZZ9.

       01  WS-NO-OVERDUE-LINE             PIC X(80) VALUE
           "  NONE".

       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "TOTAL: ".
           05  WS-T-BOXES                 PIC ZZZZ9.
           05  FILLER                     PIC X(07) VALUE " BOXES ".
           05  WS-T-POSITIONS             PIC ZZZZ9.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-T-IN-STORE              PIC ZZZZ9.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  WS-T-CHECKED-OUT           PIC ZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-T-FREE                  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WRITE-OCCUPANCY
           PERFORM 3000-WRITE-FREE-POSITIONS
           PERFORM 4000-WRITE-OVERDUE
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE CHECK-OUT LIMIT IN FORCE TODAY, THEN
      *    THE WHOLE MASTER INTO THE TABLE.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE "STORRPT" TO WS-PL-JOB-NAME
           MOVE WS-RUN-DATE TO WS-PL-AS-OF-DATE
           MOVE "OUTDAYS" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 1000
                   MOVE WS-PARM-NUMBER TO WS-OUT-DAYS
               END-IF
           END-IF
           OPEN INPUT STORAGE-MASTER-FILE
           MOVE "STORRPT" TO WS-FS-CALLER
           MOVE "STORLOC" TO WS-FS-DDNAME
           MOVE WS-SL-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-SL-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-LOCATION
           PERFORM 1200-STORE-LOCATION
               UNTIL WS-SL-FILE-STATUS NOT = "00"
           CLOSE STORAGE-MASTER-FILE
           OPEN OUTPUT STORAGE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE.

       1100-READ-LOCATION.
           READ STORAGE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-SL-FILE-STATUS
           END-READ.

       1200-STORE-LOCATION.
           IF WS-LOC-COUNT NOT < WS-LOC-MAX
               DISPLAY "STORRPT REFUSED -- MORE THAN " WS-LOC-MAX
                   " STORAGE LOCATIONS ON STORLOC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOC-COUNT
           MOVE STORAGE-LOCATION-RECORD
               TO WS-LOC-ENTRY(WS-LOC-COUNT)
           PERFORM 1100-READ-LOCATION.

      ******************************************************************
      *    2000-WRITE-OCCUPANCY - ONE LINE PER BOX ON THE BOX BREAK,
      *    THEN THE FREEZER-WIDE TOTALS.
      ******************************************************************
       2000-WRITE-OCCUPANCY.
           MOVE SPACES TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE WS-OCCUPANCY-HEADING TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE WS-OCCUPANCY-COLUMNS TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE SPACES TO WS-PREV-BOX-KEY
           PERFORM 2100-TALLY-ONE-POSITION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
           IF WS-PREV-BOX-KEY NOT = SPACES
               PERFORM 2200-WRITE-BOX-LINE
           END-IF
           MOVE WS-BOX-COUNT TO WS-T-BOXES
           MOVE WS-TOTAL-POSITIONS TO WS-T-POSITIONS
           MOVE WS-TOTAL-IN-STORE TO WS-T-IN-STORE
           MOVE WS-TOTAL-CHECKED-OUT TO WS-T-CHECKED-OUT
           MOVE WS-TOTAL-FREE TO WS-T-FREE
           MOVE WS-TOTAL-LINE TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE.

       2100-TALLY-ONE-POSITION.
           IF WS-L-BOX-KEY(WS-LOC-SUB) NOT = WS-PREV-BOX-KEY
               IF WS-PREV-BOX-KEY NOT = SPACES
                   PERFORM 2200-WRITE-BOX-LINE
               END-IF
               MOVE WS-L-BOX-KEY(WS-LOC-SUB) TO WS-PREV-BOX-KEY
               MOVE ZERO TO WS-BOX-POSITIONS WS-BOX-IN-STORE
                            WS-BOX-CHECKED-OUT WS-BOX-FREE
           END-IF
           ADD 1 TO WS-BOX-POSITIONS
           EVALUATE TRUE
               WHEN WS-L-IN-STORE(WS-LOC-SUB)
                   ADD 1 TO WS-BOX-IN-STORE
               WHEN WS-L-CHECKED-OUT(WS-LOC-SUB)
                   ADD 1 TO WS-BOX-CHECKED-OUT
               WHEN OTHER
                   ADD 1 TO WS-BOX-FREE
           END-EVALUATE.

       2200-WRITE-BOX-LINE.
           ADD 1 TO WS-BOX-COUNT
           ADD WS-BOX-POSITIONS TO WS-TOTAL-POSITIONS
           ADD WS-BOX-IN-STORE TO WS-TOTAL-IN-STORE
           ADD WS-BOX-CHECKED-OUT TO WS-TOTAL-CHECKED-OUT
           ADD WS-BOX-FREE TO WS-TOTAL-FREE
           MOVE WS-PREV-BOX-KEY(1:6) TO WS-O-FREEZER
           MOVE WS-PREV-BOX-KEY(7:2) TO WS-O-RACK
           MOVE WS-PREV-BOX-KEY(9:2) TO WS-O-BOX
           MOVE WS-BOX-POSITIONS TO WS-O-POSITIONS
           MOVE WS-BOX-IN-STORE TO WS-O-IN-STORE
           MOVE WS-BOX-CHECKED-OUT TO WS-O-CHECKED-OUT
           MOVE WS-BOX-FREE TO WS-O-FREE
           COMPUTE WS-O-PCT-FULL ROUNDED =
               (WS-BOX-IN-STORE + WS-BOX-CHECKED-OUT) * 100
                   / WS-BOX-POSITIONS
           MOVE WS-OCCUPANCY-LINE TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE.

      ******************************************************************
      *    3000-WRITE-FREE-POSITIONS - FIFTEEN POSITION NUMBERS TO A
      *    LINE, THE BOX NAMED ON ITS FIRST LINE ONLY.  A FULL BOX
      *    IS LEFT OFF.
      ******************************************************************
       3000-WRITE-FREE-POSITIONS.
           MOVE SPACES TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE WS-FREE-HEADING TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE SPACES TO WS-PREV-BOX-KEY
           MOVE SPACES TO WS-FREE-LINE
           MOVE ZERO TO WS-FREE-SLOT
           PERFORM 3100-LIST-ONE-POSITION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
           IF WS-FREE-SLOT > ZERO
               PERFORM 3200-WRITE-FREE-LINE
           END-IF
           IF WS-TOTAL-FREE = ZERO
               MOVE WS-NO-FREE-LINE TO STORAGE-REPORT-LINE
               WRITE STORAGE-REPORT-LINE
           END-IF.

       3100-LIST-ONE-POSITION.
           IF WS-L-FREE(WS-LOC-SUB)
               IF WS-L-BOX-KEY(WS-LOC-SUB) NOT = WS-PREV-BOX-KEY
                   IF WS-FREE-SLOT > ZERO
                       PERFORM 3200-WRITE-FREE-LINE
                   END-IF
                   MOVE WS-L-BOX-KEY(WS-LOC-SUB) TO WS-PREV-BOX-KEY
                   MOVE WS-L-FREEZER(WS-LOC-SUB) TO WS-O-FREEZER
                   MOVE WS-L-RACK(WS-LOC-SUB) TO WS-O-RACK
                   MOVE WS-L-BOX(WS-LOC-SUB) TO WS-O-BOX
                   MOVE WS-O-BOX-LABEL TO WS-F-BOX-LABEL
               END-IF
               IF WS-FREE-SLOT = 15
                   PERFORM 3200-WRITE-FREE-LINE
               END-IF
               ADD 1 TO WS-FREE-SLOT
               MOVE WS-L-POSITION(WS-LOC-SUB)
                   TO WS-F-POSITION(WS-FREE-SLOT)
           END-IF.

       3200-WRITE-FREE-LINE.
           MOVE WS-FREE-LINE TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE SPACES TO WS-FREE-LINE
           MOVE ZERO TO WS-FREE-SLOT.

      ******************************************************************
      *    4000-WRITE-OVERDUE - CALENDAR DAYS FROM THE CHECK-OUT DATE
      *    TO TODAY.
      ******************************************************************
       4000-WRITE-OVERDUE.
           MOVE SPACES TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE WS-OUT-DAYS TO WS-OH-OUT-DAYS
           MOVE WS-OVERDUE-HEADING TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           MOVE WS-OVERDUE-COLUMNS TO STORAGE-REPORT-LINE
           WRITE STORAGE-REPORT-LINE
           PERFORM 4100-CHECK-ONE-POSITION
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
           IF WS-OVERDUE-COUNT = ZERO
               MOVE WS-NO-OVERDUE-LINE TO STORAGE-REPORT-LINE
               WRITE STORAGE-REPORT-LINE
           END-IF.

       4100-CHECK-ONE-POSITION.
           IF WS-L-CHECKED-OUT(WS-LOC-SUB)
               AND WS-L-STATE-DATE(WS-LOC-SUB) > ZERO
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-L-STATE-DATE(WS-LOC-SUB))
               IF WS-DAYS-OUT > WS-OUT-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE WS-L-SAMPLE-ID(WS-LOC-SUB) TO WS-D-SAMPLE-ID
                   MOVE WS-L-FREEZER(WS-LOC-SUB) TO WS-D-FREEZER
                   MOVE WS-L-RACK(WS-LOC-SUB) TO WS-D-RACK
                   MOVE WS-L-BOX(WS-LOC-SUB) TO WS-D-BOX
                   MOVE WS-L-POSITION(WS-LOC-SUB) TO WS-D-POSITION
                   MOVE WS-L-HOLDER(WS-LOC-SUB) TO WS-D-HOLDER
                   MOVE WS-L-STATE-DATE(WS-LOC-SUB) TO WS-D-OUT-DATE
                   MOVE WS-DAYS-OUT TO WS-D-DAYS-OUT
                   MOVE WS-OVERDUE-LINE TO STORAGE-REPORT-LINE
                   WRITE STORAGE-REPORT-LINE
               END-IF
           END-IF.

       9999-TERMINATE.
           CLOSE STORAGE-REPORT-FILE
           DISPLAY "STORRPT: " WS-BOX-COUNT " BOXES, "
               WS-TOTAL-FREE " FREE POSITIONS, "
               WS-OVERDUE-COUNT " OVERDUE CHECK-OUTS".
