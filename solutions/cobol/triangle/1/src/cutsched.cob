       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTSCHED.
       AUTHOR. CUTTING-FLOOR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CUTSCHED SEQUENCES THE PENDING CUT JOBS ACROSS THE SAWS SO
      *    RUSH WORK IS CUT FIRST INSTEAD OF IN WHATEVER ORDER THE
      *    SPECS ARRIVED.  EVERY PENDING CUT SPEC IS RANKED BY ITS
      *    WORK ORDER'S PRIORITY AND DUE DATE (WOOPEN; A JOB WHOSE
      *    WORK ORDER IS NOT ON THE BOOK GOES LAST), GIVEN THE
      *    STANDARD CUT TIME FOR ITS MATERIAL (CUTSTD, ELSE THE
      *    SCHEDCTL DEFAULT) AND ITS SAW (THE SPEC'S, ELSE THE
      *    MATERIAL'S ON SAWASGN), AND LAID ON THAT SAW'S MINUTES
      *    FOR EACH WORKING DAY ON CALDAILY FROM THE START DATE
      *    (SAWCAP).  THE FIRST DAY'S JOBS COME OUT AS TODAY'S
      *    CUTSPECS IN SCHEDULED ORDER WITH THE SAW FILLED IN; THE
      *    REST ARE HELD FOR THE NEXT SCHEDULING RUN.  THE SCHEDULE
      *    PRINTS PER SAW PER DAY, AND THE LATE-RISK REPORT NAMES
      *    EVERY WORK ORDER THAT WILL NOT MAKE ITS DUE DATE AT THE
      *    CURRENT CAPACITY (RETURN CODE 4).
      *    WOOPENO CARRIES THE BOOK FORWARD LESS EVERY WORK ORDER
      *    THAT HAS NOTHING LEFT TO CUT.  MORE WORK ORDERS THAN THE
      *    TABLE HOLDS REFUSE THE RUN (RETURN CODE 16).
      *    SCHEDCTL: COLS 1-8 START DATE (DEFAULT TODAY), 10-12
      *    DEFAULT MINUTES PER JOB (DEFAULT 15).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SCHEDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT OPEN-WORK-ORDER-FILE ASSIGN TO "WOOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT CUT-SPECS-FILE ASSIGN TO "CUTSPECS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT SAW-ASSIGNMENT-FILE ASSIGN TO "SAWASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-FILE-STATUS.

           SELECT SAW-CAPACITY-FILE ASSIGN TO "SAWCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT CUT-STANDARD-FILE ASSIGN TO "CUTSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.

           SELECT DAILY-CALENDAR-FILE ASSIGN TO "CALDAILY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT CUT-SPECS-OUT ASSIGN TO "CUTSPECO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT CUT-SPECS-HOLD ASSIGN TO "SCHDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-FILE-STATUS.

           SELECT OPEN-WORK-ORDER-OUT ASSIGN TO "WOOPENO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WN-FILE-STATUS.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "CUTSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT LATE-RISK-FILE ASSIGN TO "LATERISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD.
           05  SL-START-DATE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  SL-STD-MINUTES             PIC X(03).

       FD  OPEN-WORK-ORDER-FILE.
       COPY WOOPEN.

       FD  CUT-SPECS-FILE.
       01  CUT-SPECS-RECORD.
           05  CS-JOB-NO                  PIC X(08).
           05  CS-SIDE-A                  PIC X(03).
           05  CS-SIDE-B                  PIC X(03).
           05  CS-SIDE-C                  PIC X(03).
           05  CS-WORK-ORDER              PIC X(08).
           05  CS-MATERIAL-CODE           PIC X(04).
           05  CS-SAW-ID                  PIC X(04).

       FD  SAW-ASSIGNMENT-FILE.
       01  SAW-ASSIGNMENT-RECORD.
           05  SG-MATERIAL-CODE           PIC X(04).
           05  FILLER                     PIC X(01).
           05  SG-SAW-ID                  PIC X(04).

       FD  SAW-CAPACITY-FILE.
       01  SAW-CAPACITY-RECORD.
           05  SC-SAW-ID                  PIC X(04).
           05  FILLER                     PIC X(01).
           05  SC-DAY-MINUTES             PIC 9(04).

       FD  CUT-STANDARD-FILE.
       01  CUT-STANDARD-RECORD.
           05  ST-MATERIAL-CODE           PIC X(04).
           05  FILLER                     PIC X(01).
           05  ST-MINUTES                 PIC 9(03).

       FD  DAILY-CALENDAR-FILE.
       COPY CALDAILY.

       FD  CUT-SPECS-OUT.
       01  CUT-SPECS-OUT-RECORD           PIC X(33).

       FD  CUT-SPECS-HOLD.
       01  CUT-SPECS-HOLD-RECORD          PIC X(33).

       FD  OPEN-WORK-ORDER-OUT.
       01  OPEN-WORK-ORDER-OUT-RECORD     PIC X(31).

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE           PIC X(100).

       FD  LATE-RISK-FILE.
       01  LATE-RISK-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SL-FILE-STATUS              PIC XX.
       01  WS-WO-FILE-STATUS              PIC XX.
       01  WS-CS-FILE-STATUS              PIC XX.
       01  WS-SG-FILE-STATUS              PIC XX.
       01  WS-SC-FILE-STATUS              PIC XX.
       01  WS-ST-FILE-STATUS              PIC XX.
       01  WS-CD-FILE-STATUS              PIC XX.
       01  WS-CO-FILE-STATUS              PIC XX.
       01  WS-HO-FILE-STATUS              PIC XX.
       01  WS-WN-FILE-STATUS              PIC XX.
       01  WS-SR-FILE-STATUS              PIC XX.
       01  WS-LR-FILE-STATUS              PIC XX.

       01  WS-START-DATE                  PIC 9(08).
       01  WS-STD-MINUTES                 PIC 9(03) VALUE 15.

      *    THE WORKING DAYS FROM THE START DATE ON, FROM CALDAILY.
       01  WS-WD-MAX                      PIC 9(03) VALUE 260.
       01  WS-WD-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-WORK-DATES.
           05  WS-WORK-DATE OCCURS 260 TIMES PIC 9(08).

      *    EACH SAW'S DAILY MINUTES AND HOW FAR ITS SCHEDULE HAS GOT.
       01  WS-CAP-MAX                     PIC 9(02) VALUE 20.
       01  WS-CAP-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY OCCURS 20 TIMES.
               10  WS-K-SAW-ID             PIC X(04).
               10  WS-K-DAY-MINUTES        PIC 9(04).
               10  WS-K-DAY-SUB            PIC 9(03).
               10  WS-K-USED-MINUTES       PIC 9(05).
               10  WS-K-DAY-SEQ            PIC 9(04).
       01  WS-CAP-SUB                     PIC 9(02).
       01  WS-CAP-HIT-SUB                 PIC 9(02).

      *    THE SAW THAT NORMALLY RUNS EACH MATERIAL, FOR SPECS THAT
      *    DO NOT NAME ONE.
       01  WS-SAW-MAX                     PIC 9(02) VALUE 20.
       01  WS-SAW-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-SAW-TABLE.
           05  WS-SAW-ENTRY OCCURS 20 TIMES.
               10  WS-G-MATERIAL-CODE      PIC X(04).
               10  WS-G-SAW-ID             PIC X(04).
       01  WS-SAW-SUB                     PIC 9(02).

      *    STANDARD MINUTES TO CUT ONE JOB, BY MATERIAL.
       01  WS-STD-MAX                     PIC 9(02) VALUE 50.
       01  WS-STD-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-STD-TABLE.
           05  WS-STD-ENTRY OCCURS 50 TIMES.
               10  WS-T-MATERIAL-CODE      PIC X(04).
               10  WS-T-MINUTES            PIC 9(03).
       01  WS-STD-SUB                     PIC 9(02).

      *    THE OPEN WORK ORDERS, WITH WHAT THE SCHEDULE DID TO THEM.
       01  WS-WO-MAX                      PIC 9(03) VALUE 500.
       01  WS-WO-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-WO-TABLE.
           05  WS-WO-ENTRY OCCURS 500 TIMES.
               10  WS-W-WORK-ORDER         PIC X(08).
               10  WS-W-CUSTOMER-ID        PIC X(06).
               10  WS-W-DUE-DATE           PIC 9(08).
               10  WS-W-PRIORITY           PIC 9(01).
               10  WS-W-JOB-COUNT          PIC 9(04).
               10  WS-W-UNSCHED-COUNT      PIC 9(04).
               10  WS-W-FINISH-DATE        PIC 9(08).
               10  WS-W-OPENED-DATE        PIC 9(08).
       01  WS-WO-SUB                      PIC 9(03).
       01  WS-WO-GRACE-DAYS               PIC 9(02) VALUE 14.
       01  WS-GRACE-INT                   PIC 9(07).
       01  WS-OPENED-INT                  PIC 9(07).
       01  WS-CLOSED-ORDER-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-WO-HIT-SUB                  PIC 9(03).

      *    THE PENDING JOBS.  THE SORT KEY RANKS THEM FOR THE SAWS;
      *    THE PRINT KEY ORDERS THE FINISHED SCHEDULE BY DAY AND SAW.
      *    A JOB THAT CANNOT BE PLACED CARRIES DAY 999.
       01  WS-JOB-MAX                     PIC 9(04) VALUE 2000.
       01  WS-JOB-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 2000 TIMES.
               10  WS-J-SORT-KEY.
                   15  WS-J-PRIORITY       PIC 9(01).
                   15  WS-J-DUE-DATE       PIC 9(08).
                   15  WS-J-WORK-ORDER     PIC X(08).
                   15  WS-J-ARRIVAL        PIC 9(04).
               10  WS-J-PRINT-KEY.
                   15  WS-J-DAY-SUB        PIC 9(03).
                   15  WS-J-SAW-ID         PIC X(04).
                   15  WS-J-DAY-SEQ        PIC 9(04).
               10  WS-J-MINUTES            PIC 9(03).
               10  WS-J-WO-SUB             PIC 9(03).
               10  WS-J-STATE              PIC X(01).
                   88  WS-J-SCHEDULED      VALUE "S".
                   88  WS-J-NO-SAW         VALUE "N".
                   88  WS-J-NO-CAPACITY    VALUE "C".
               10  WS-J-SPEC               PIC X(33).
       01  WS-SWAP-ENTRY                  PIC X(72).
       01  WS-JOB-SUB                     PIC 9(04).
       01  WS-RANK-I                      PIC 9(04).
       01  WS-RANK-J                      PIC 9(04).
       01  WS-SAW-ID                      PIC X(04).

       01  WS-SCHEDULED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-TODAY-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-UNPLACED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-LATE-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-LAST-PRINT-KEY              PIC X(07).
       01  WS-CUM-MINUTES                 PIC 9(05).

       01  WS-SPEC-WORK.
           05  FILLER                     PIC X(29).
           05  WS-SPEC-SAW-ID             PIC X(04).

       01  WS-HEADING-LINE.
           05  FILLER                     PIC X(30) VALUE
               "CUT SCHEDULE BY SAW -- FROM   ".
           05  WS-H-START-DATE            PIC 9(08).
           05  FILLER                     PIC X(12) VALUE
               "  THROUGH   ".
           05  WS-H-END-DATE              PIC 9(08).

       01  WS-DAY-LINE.
           05  FILLER                     PIC X(05) VALUE "DAY  ".
           05  WS-DY-DATE                 PIC 9(08).
           05  FILLER                     PIC X(07) VALUE "   SAW ".
           05  WS-DY-SAW-ID               PIC X(04).
           05  FILLER                     PIC X(13) VALUE
               "   CAPACITY  ".
           05  WS-DY-CAPACITY             PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE " MINUTES".

       01  WS-COLUMN-LINE.
           05  FILLER                     PIC X(32) VALUE
               "   SEQ  JOB       WORK ORD PRI  ".
           05  FILLER                     PIC X(31) VALUE
               "DUE DATE  MATL  MINUTES  TO END".

       01  WS-JOB-LINE.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-SEQ                   PIC ZZZZ.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-JOB-NO                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-WORK-ORDER            PIC X(08).
           05  FILLER                     PIC X(03) VALUE SPACE.
           05  WS-D-PRIORITY              PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-DUE-DATE              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-MATERIAL              PIC X(04).
           05  FILLER                     PIC X(06) VALUE SPACE.
           05  WS-D-MINUTES               PIC ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACE.
           05  WS-D-CUM-MINUTES           PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-NOTE                  PIC X(24).

       01  WS-UNPLACED-HEADING            PIC X(40) VALUE
           "JOBS NOT SCHEDULED".

       01  WS-TOTALS-LINE.
           05  FILLER                     PIC X(16) VALUE
               "JOBS SCHEDULED  ".
           05  WS-TL-SCHEDULED            PIC ZZZ9.
           05  FILLER                     PIC X(14) VALUE
               "  CUT TODAY   ".
           05  WS-TL-TODAY                PIC ZZZ9.
           05  FILLER                     PIC X(18) VALUE
               "  NOT SCHEDULED   ".
           05  WS-TL-UNPLACED             PIC ZZZ9.

       01  WS-RISK-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "WORK ORDERS AT RISK OF MISSING DUE DATE ".
           05  WS-RH-START-DATE           PIC 9(08).

       01  WS-RISK-COLUMN-LINE.
           05  FILLER                     PIC X(24) VALUE
               "WORK ORD  CUSTOMER PRI  ".
           05  FILLER                     PIC X(33) VALUE
               "DUE DATE   JOBS  FINISHES  REASON".

       01  WS-RISK-LINE.
           05  WS-R-WORK-ORDER            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-CUSTOMER-ID           PIC X(06).
           05  FILLER                     PIC X(05) VALUE SPACE.
           05  WS-R-PRIORITY              PIC 9(01).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-DUE-DATE              PIC 9(08).
           05  FILLER                     PIC X(03) VALUE SPACE.
           05  WS-R-JOBS                  PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-FINISH-DATE           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-R-REASON                PIC X(40).

       01  WS-RISK-CLEAN-LINE             PIC X(50) VALUE
           "EVERY WORK ORDER MAKES ITS DUE DATE".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PENDING-JOBS
           PERFORM 3000-RANK-ONE-PASS
               VARYING WS-RANK-I FROM 1 BY 1
               UNTIL WS-RANK-I > WS-JOB-COUNT
           PERFORM 4000-PLACE-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
           PERFORM 5000-ORDER-ONE-PASS
               VARYING WS-RANK-I FROM 1 BY 1
               UNTIL WS-RANK-I > WS-JOB-COUNT
           PERFORM 6000-WRITE-SCHEDULE
           PERFORM 7000-WRITE-LATE-RISK
           PERFORM 7500-WRITE-OPEN-ORDERS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE CONTROL CARD, THEN THE CALENDAR AND
      *    THE SAW CAPACITIES (BOTH MANDATORY -- WITHOUT EITHER NO
      *    JOB CAN BE PLACED), THEN THE OPTIONAL REFERENCE FILES.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-START-DATE
           OPEN INPUT SCHEDULE-CONTROL-FILE
           IF WS-SL-FILE-STATUS = "00"
               READ SCHEDULE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SL-START-DATE NUMERIC
                           AND SL-START-DATE NOT = ZERO
                           MOVE SL-START-DATE TO WS-START-DATE
                       END-IF
                       IF SL-STD-MINUTES NUMERIC
                           AND SL-STD-MINUTES NOT = ZERO
                           MOVE SL-STD-MINUTES TO WS-STD-MINUTES
                       END-IF
               END-READ
               CLOSE SCHEDULE-CONTROL-FILE
           END-IF
           OPEN INPUT DAILY-CALENDAR-FILE
           IF WS-CD-FILE-STATUS = "00"
               PERFORM 1100-READ-CALENDAR-DAY
               PERFORM 1150-STORE-WORKING-DAY
                   UNTIL WS-CD-FILE-STATUS NOT = "00"
               CLOSE DAILY-CALENDAR-FILE
           END-IF
           IF WS-WD-COUNT = ZERO
               DISPLAY "CUTSCHED REFUSED -- NO WORKING DAYS ON THE "
                   "CALENDAR FROM " WS-START-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SAW-CAPACITY-FILE
           IF WS-SC-FILE-STATUS = "00"
               PERFORM 1200-READ-SAW-CAPACITY
               PERFORM 1250-STORE-SAW-CAPACITY
                   UNTIL WS-SC-FILE-STATUS NOT = "00"
               CLOSE SAW-CAPACITY-FILE
           END-IF
           IF WS-CAP-COUNT = ZERO
               DISPLAY "CUTSCHED REFUSED -- NO SAW CAPACITIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SAW-ASSIGNMENT-FILE
           IF WS-SG-FILE-STATUS = "00"
               PERFORM 1300-READ-SAW-ASSIGNMENT
               PERFORM 1350-STORE-SAW-ASSIGNMENT
                   UNTIL WS-SG-FILE-STATUS NOT = "00"
               CLOSE SAW-ASSIGNMENT-FILE
           END-IF
           OPEN INPUT CUT-STANDARD-FILE
           IF WS-ST-FILE-STATUS = "00"
               PERFORM 1400-READ-CUT-STANDARD
               PERFORM 1450-STORE-CUT-STANDARD
                   UNTIL WS-ST-FILE-STATUS NOT = "00"
               CLOSE CUT-STANDARD-FILE
           END-IF
           OPEN INPUT OPEN-WORK-ORDER-FILE
           IF WS-WO-FILE-STATUS = "00"
               PERFORM 1500-READ-WORK-ORDER
               PERFORM 1550-STORE-WORK-ORDER
                   UNTIL WS-WO-FILE-STATUS NOT = "00"
               CLOSE OPEN-WORK-ORDER-FILE
           END-IF.

       1100-READ-CALENDAR-DAY.
           READ DAILY-CALENDAR-FILE
               AT END
                   MOVE "10" TO WS-CD-FILE-STATUS
           END-READ.

       1150-STORE-WORKING-DAY.
           IF CD-WORKING-DAY AND CD-DATE NOT < WS-START-DATE
               AND WS-WD-COUNT < WS-WD-MAX
               ADD 1 TO WS-WD-COUNT
               MOVE CD-DATE TO WS-WORK-DATE(WS-WD-COUNT)
           END-IF
           PERFORM 1100-READ-CALENDAR-DAY.

       1200-READ-SAW-CAPACITY.
           READ SAW-CAPACITY-FILE
               AT END
                   MOVE "10" TO WS-SC-FILE-STATUS
           END-READ.

       1250-STORE-SAW-CAPACITY.
           IF WS-CAP-COUNT < WS-CAP-MAX
               AND SC-DAY-MINUTES NUMERIC
               AND SC-DAY-MINUTES > ZERO
               ADD 1 TO WS-CAP-COUNT
               MOVE SC-SAW-ID TO WS-K-SAW-ID(WS-CAP-COUNT)
               MOVE SC-DAY-MINUTES TO WS-K-DAY-MINUTES(WS-CAP-COUNT)
               MOVE 1 TO WS-K-DAY-SUB(WS-CAP-COUNT)
               MOVE ZERO TO WS-K-USED-MINUTES(WS-CAP-COUNT)
               MOVE ZERO TO WS-K-DAY-SEQ(WS-CAP-COUNT)
           END-IF
           PERFORM 1200-READ-SAW-CAPACITY.

       1300-READ-SAW-ASSIGNMENT.
           READ SAW-ASSIGNMENT-FILE
               AT END
                   MOVE "10" TO WS-SG-FILE-STATUS
           END-READ.

       1350-STORE-SAW-ASSIGNMENT.
           IF WS-SAW-COUNT < WS-SAW-MAX
               ADD 1 TO WS-SAW-COUNT
               MOVE SG-MATERIAL-CODE
                   TO WS-G-MATERIAL-CODE(WS-SAW-COUNT)
               MOVE SG-SAW-ID TO WS-G-SAW-ID(WS-SAW-COUNT)
           END-IF
           PERFORM 1300-READ-SAW-ASSIGNMENT.

       1400-READ-CUT-STANDARD.
           READ CUT-STANDARD-FILE
               AT END
                   MOVE "10" TO WS-ST-FILE-STATUS
           END-READ.

       1450-STORE-CUT-STANDARD.
           IF WS-STD-COUNT < WS-STD-MAX
               AND ST-MINUTES NUMERIC
               AND ST-MINUTES > ZERO
               ADD 1 TO WS-STD-COUNT
               MOVE ST-MATERIAL-CODE
                   TO WS-T-MATERIAL-CODE(WS-STD-COUNT)
               MOVE ST-MINUTES TO WS-T-MINUTES(WS-STD-COUNT)
           END-IF
           PERFORM 1400-READ-CUT-STANDARD.

       1500-READ-WORK-ORDER.
           READ OPEN-WORK-ORDER-FILE
               AT END
                   MOVE "10" TO WS-WO-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1550-STORE-WORK-ORDER - A WORK ORDER KEYED TWICE KEEPS ITS
      *    LATER ENTRY, SO THE DESK CAN RE-PRIORITISE BY ADDING A
      *    FRESH RECORD.
      ******************************************************************
       1550-STORE-WORK-ORDER.
           MOVE ZERO TO WS-WO-HIT-SUB
           PERFORM 1560-FIND-BOOKED-ORDER
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
                   OR WS-WO-HIT-SUB > ZERO
           IF WS-WO-HIT-SUB = ZERO
               IF WS-WO-COUNT NOT < WS-WO-MAX
                   DISPLAY "CUTSCHED REFUSED -- MORE THAN " WS-WO-MAX
                       " WORK ORDERS ON WOOPEN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WO-COUNT
               MOVE WS-WO-COUNT TO WS-WO-HIT-SUB
           END-IF
           MOVE WO-WORK-ORDER TO WS-W-WORK-ORDER(WS-WO-HIT-SUB)
           MOVE WO-CUSTOMER-ID TO WS-W-CUSTOMER-ID(WS-WO-HIT-SUB)
           MOVE ZERO TO WS-W-DUE-DATE(WS-WO-HIT-SUB)
           IF WO-DUE-DATE NUMERIC
               MOVE WO-DUE-DATE TO WS-W-DUE-DATE(WS-WO-HIT-SUB)
           END-IF
           MOVE 5 TO WS-W-PRIORITY(WS-WO-HIT-SUB)
           IF WO-PRIORITY NUMERIC AND WO-PRIORITY > ZERO
               MOVE WO-PRIORITY TO WS-W-PRIORITY(WS-WO-HIT-SUB)
           END-IF
           MOVE ZERO TO WS-W-OPENED-DATE(WS-WO-HIT-SUB)
           IF WO-OPENED-DATE NUMERIC
               MOVE WO-OPENED-DATE TO WS-W-OPENED-DATE(WS-WO-HIT-SUB)
           END-IF
           MOVE ZERO TO WS-W-JOB-COUNT(WS-WO-HIT-SUB)
           MOVE ZERO TO WS-W-UNSCHED-COUNT(WS-WO-HIT-SUB)
           MOVE ZERO TO WS-W-FINISH-DATE(WS-WO-HIT-SUB)
           PERFORM 1500-READ-WORK-ORDER.

       1560-FIND-BOOKED-ORDER.
           IF WS-W-WORK-ORDER(WS-WO-SUB) = WO-WORK-ORDER
               MOVE WS-WO-SUB TO WS-WO-HIT-SUB
           END-IF.

      ******************************************************************
      *    2000-LOAD-PENDING-JOBS - EVERY PENDING SPEC, WITH ITS RANK,
      *    ITS MINUTES AND ITS SAW.  A POOL TOO BIG FOR THE TABLE
      *    WOULD LOSE JOBS FROM THE HOLD FILE, SO THE RUN IS REFUSED.
      ******************************************************************
       2000-LOAD-PENDING-JOBS.
           OPEN INPUT CUT-SPECS-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
               DISPLAY "CUTSCHED REFUSED -- NO PENDING CUT SPECS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-SPEC
           PERFORM 2200-STORE-ONE-JOB
               UNTIL WS-CS-FILE-STATUS NOT = "00"
           CLOSE CUT-SPECS-FILE.

       2100-READ-SPEC.
           READ CUT-SPECS-FILE
               AT END
                   MOVE "10" TO WS-CS-FILE-STATUS
           END-READ.

       2200-STORE-ONE-JOB.
           IF WS-JOB-COUNT NOT < WS-JOB-MAX
               DISPLAY "CUTSCHED REFUSED -- MORE THAN " WS-JOB-MAX
                   " PENDING JOBS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-JOB-SUB
           MOVE CUT-SPECS-RECORD TO WS-J-SPEC(WS-JOB-SUB)
           MOVE WS-JOB-COUNT TO WS-J-ARRIVAL(WS-JOB-SUB)
           MOVE CS-WORK-ORDER TO WS-J-WORK-ORDER(WS-JOB-SUB)
           MOVE ZERO TO WS-WO-HIT-SUB
           PERFORM 2210-FIND-JOB-ORDER
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
                   OR WS-WO-HIT-SUB > ZERO
           MOVE WS-WO-HIT-SUB TO WS-J-WO-SUB(WS-JOB-SUB)
           IF WS-WO-HIT-SUB > ZERO
               MOVE WS-W-PRIORITY(WS-WO-HIT-SUB)
                   TO WS-J-PRIORITY(WS-JOB-SUB)
               MOVE WS-W-DUE-DATE(WS-WO-HIT-SUB)
                   TO WS-J-DUE-DATE(WS-JOB-SUB)
               ADD 1 TO WS-W-JOB-COUNT(WS-WO-HIT-SUB)
           ELSE
               MOVE 9 TO WS-J-PRIORITY(WS-JOB-SUB)
               MOVE ZERO TO WS-J-DUE-DATE(WS-JOB-SUB)
           END-IF
           IF WS-J-DUE-DATE(WS-JOB-SUB) = ZERO
               MOVE 99999999 TO WS-J-DUE-DATE(WS-JOB-SUB)
           END-IF
           MOVE WS-STD-MINUTES TO WS-J-MINUTES(WS-JOB-SUB)
           PERFORM 2220-FIND-CUT-STANDARD
               VARYING WS-STD-SUB FROM 1 BY 1
               UNTIL WS-STD-SUB > WS-STD-COUNT
           MOVE CS-SAW-ID TO WS-SAW-ID
           IF WS-SAW-ID = SPACES
               PERFORM 2230-FIND-MATERIAL-SAW
                   VARYING WS-SAW-SUB FROM 1 BY 1
                   UNTIL WS-SAW-SUB > WS-SAW-COUNT
                       OR WS-SAW-ID NOT = SPACES
           END-IF
           MOVE WS-SAW-ID TO WS-J-SAW-ID(WS-JOB-SUB)
           MOVE 999 TO WS-J-DAY-SUB(WS-JOB-SUB)
           MOVE ZERO TO WS-J-DAY-SEQ(WS-JOB-SUB)
           MOVE "N" TO WS-J-STATE(WS-JOB-SUB)
           PERFORM 2100-READ-SPEC.

       2210-FIND-JOB-ORDER.
           IF WS-W-WORK-ORDER(WS-WO-SUB) = CS-WORK-ORDER
               MOVE WS-WO-SUB TO WS-WO-HIT-SUB
           END-IF.

       2220-FIND-CUT-STANDARD.
           IF WS-T-MATERIAL-CODE(WS-STD-SUB) = CS-MATERIAL-CODE
               MOVE WS-T-MINUTES(WS-STD-SUB) TO WS-J-MINUTES(WS-JOB-SUB)
           END-IF.

       2230-FIND-MATERIAL-SAW.
           IF WS-G-MATERIAL-CODE(WS-SAW-SUB) = CS-MATERIAL-CODE
               MOVE WS-G-SAW-ID(WS-SAW-SUB) TO WS-SAW-ID
           END-IF.

      ******************************************************************
      *    3000-RANK-ONE-PASS - ASCENDING SELECTION SORT ON PRIORITY,
      *    DUE DATE, WORK ORDER AND ARRIVAL (THE SAME SMALL-TABLE SORT
      *    RATEBAT USES), SO JOBS OF ONE RANK KEEP THEIR FILE ORDER.
      ******************************************************************
       3000-RANK-ONE-PASS.
           PERFORM 3100-COMPARE-AND-SWAP
               VARYING WS-RANK-J FROM WS-RANK-I BY 1
               UNTIL WS-RANK-J > WS-JOB-COUNT.

       3100-COMPARE-AND-SWAP.
           IF WS-J-SORT-KEY(WS-RANK-J) < WS-J-SORT-KEY(WS-RANK-I)
               PERFORM 8000-SWAP-JOBS
           END-IF.

      ******************************************************************
      *    4000-PLACE-ONE-JOB - IN RANK ORDER, EACH JOB GOES ON ITS
      *    SAW'S CURRENT DAY IF THE MINUTES ARE LEFT, ELSE ON THE NEXT
      *    WORKING DAY.  A JOB LONGER THAN A WHOLE DAY TAKES A DAY TO
      *    ITSELF.  A JOB WITH NO SAW, OR ON A SAW WITH NO CAPACITY
      *    CARD, OR PAST THE LAST DAY ON THE CALENDAR, IS NOT PLACED.
      ******************************************************************
       4000-PLACE-ONE-JOB.
           MOVE ZERO TO WS-CAP-HIT-SUB
           PERFORM 4100-FIND-SAW-CAPACITY
               VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB > WS-CAP-COUNT
                   OR WS-CAP-HIT-SUB > ZERO
           IF WS-CAP-HIT-SUB > ZERO
               PERFORM 4200-TAKE-SAW-MINUTES
           END-IF
           IF WS-J-SCHEDULED(WS-JOB-SUB)
               ADD 1 TO WS-SCHEDULED-COUNT
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF
           MOVE WS-J-WO-SUB(WS-JOB-SUB) TO WS-WO-SUB
           IF WS-WO-SUB > ZERO
               IF WS-J-SCHEDULED(WS-JOB-SUB)
                   IF WS-WORK-DATE(WS-J-DAY-SUB(WS-JOB-SUB))
                       > WS-W-FINISH-DATE(WS-WO-SUB)
                       MOVE WS-WORK-DATE(WS-J-DAY-SUB(WS-JOB-SUB))
                           TO WS-W-FINISH-DATE(WS-WO-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WS-W-UNSCHED-COUNT(WS-WO-SUB)
               END-IF
           END-IF.

       4100-FIND-SAW-CAPACITY.
           IF WS-K-SAW-ID(WS-CAP-SUB) = WS-J-SAW-ID(WS-JOB-SUB)
               AND WS-J-SAW-ID(WS-JOB-SUB) NOT = SPACES
               MOVE WS-CAP-SUB TO WS-CAP-HIT-SUB
           END-IF.

      ******************************************************************
      *    5000-ORDER-ONE-PASS - RE-SORT THE PLACED JOBS BY DAY, SAW
      *    AND SEQUENCE ON THE DAY FOR PRINTING AND CUTTING; THE JOBS
      *    NOT PLACED (DAY 999) FALL TO THE END.
      ******************************************************************
       4200-TAKE-SAW-MINUTES.
           IF WS-K-USED-MINUTES(WS-CAP-HIT-SUB) > ZERO
               AND WS-K-USED-MINUTES(WS-CAP-HIT-SUB)
                   + WS-J-MINUTES(WS-JOB-SUB)
                   > WS-K-DAY-MINUTES(WS-CAP-HIT-SUB)
               ADD 1 TO WS-K-DAY-SUB(WS-CAP-HIT-SUB)
               MOVE ZERO TO WS-K-USED-MINUTES(WS-CAP-HIT-SUB)
               MOVE ZERO TO WS-K-DAY-SEQ(WS-CAP-HIT-SUB)
           END-IF
           IF WS-K-DAY-SUB(WS-CAP-HIT-SUB) > WS-WD-COUNT
               MOVE "C" TO WS-J-STATE(WS-JOB-SUB)
           ELSE
               ADD WS-J-MINUTES(WS-JOB-SUB)
                   TO WS-K-USED-MINUTES(WS-CAP-HIT-SUB)
               ADD 1 TO WS-K-DAY-SEQ(WS-CAP-HIT-SUB)
               MOVE WS-K-DAY-SUB(WS-CAP-HIT-SUB)
                   TO WS-J-DAY-SUB(WS-JOB-SUB)
               MOVE WS-K-DAY-SEQ(WS-CAP-HIT-SUB)
                   TO WS-J-DAY-SEQ(WS-JOB-SUB)
               MOVE "S" TO WS-J-STATE(WS-JOB-SUB)
           END-IF.

       5000-ORDER-ONE-PASS.
           PERFORM 5100-COMPARE-AND-SWAP
               VARYING WS-RANK-J FROM WS-RANK-I BY 1
               UNTIL WS-RANK-J > WS-JOB-COUNT.

       5100-COMPARE-AND-SWAP.
           IF WS-J-PRINT-KEY(WS-RANK-J) < WS-J-PRINT-KEY(WS-RANK-I)
               PERFORM 8000-SWAP-JOBS
           END-IF.

      ******************************************************************
      *    6000-WRITE-SCHEDULE - THE FIRST WORKING DAY'S JOBS ARE
      *    TODAY'S CUT SPECS, IN SEQUENCE, WITH THEIR SAW FILLED IN
      *    SO THE CUT RUN WEARS THE RIGHT BLADE.  EVERYTHING ELSE,
      *    PLACED OR NOT, IS HELD FOR THE NEXT SCHEDULING RUN.
      ******************************************************************
       6000-WRITE-SCHEDULE.
           OPEN OUTPUT CUT-SPECS-OUT
           OPEN OUTPUT CUT-SPECS-HOLD
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE WS-START-DATE TO WS-H-START-DATE
           MOVE WS-WORK-DATE(WS-WD-COUNT) TO WS-H-END-DATE
           MOVE WS-HEADING-LINE TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO WS-LAST-PRINT-KEY
           PERFORM 6100-WRITE-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE WS-SCHEDULED-COUNT TO WS-TL-SCHEDULED
           MOVE WS-TODAY-COUNT TO WS-TL-TODAY
           MOVE WS-UNPLACED-COUNT TO WS-TL-UNPLACED
           MOVE WS-TOTALS-LINE TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           CLOSE CUT-SPECS-OUT
           CLOSE CUT-SPECS-HOLD
           CLOSE SCHEDULE-REPORT-FILE.

       6100-WRITE-ONE-JOB.
           MOVE WS-J-SPEC(WS-JOB-SUB) TO WS-SPEC-WORK
           IF WS-J-SCHEDULED(WS-JOB-SUB)
               MOVE WS-J-SAW-ID(WS-JOB-SUB) TO WS-SPEC-SAW-ID
           END-IF
           IF WS-J-SCHEDULED(WS-JOB-SUB)
               AND WS-J-DAY-SUB(WS-JOB-SUB) = 1
               ADD 1 TO WS-TODAY-COUNT
               MOVE WS-SPEC-WORK TO CUT-SPECS-OUT-RECORD
               WRITE CUT-SPECS-OUT-RECORD
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-J-SPEC(WS-JOB-SUB) TO CUT-SPECS-HOLD-RECORD
               WRITE CUT-SPECS-HOLD-RECORD
           END-IF
           IF WS-J-SCHEDULED(WS-JOB-SUB)
               PERFORM 6200-PRINT-SCHEDULED-JOB
           ELSE
               PERFORM 6300-PRINT-UNPLACED-JOB
           END-IF.

       6200-PRINT-SCHEDULED-JOB.
           IF WS-J-PRINT-KEY(WS-JOB-SUB)(1:7) NOT = WS-LAST-PRINT-KEY
               MOVE WS-J-PRINT-KEY(WS-JOB-SUB)(1:7)
                   TO WS-LAST-PRINT-KEY
               MOVE ZERO TO WS-CAP-HIT-SUB
               PERFORM 4100-FIND-SAW-CAPACITY
                   VARYING WS-CAP-SUB FROM 1 BY 1
                   UNTIL WS-CAP-SUB > WS-CAP-COUNT
                       OR WS-CAP-HIT-SUB > ZERO
               MOVE SPACES TO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
               MOVE WS-WORK-DATE(WS-J-DAY-SUB(WS-JOB-SUB))
                   TO WS-DY-DATE
               MOVE WS-J-SAW-ID(WS-JOB-SUB) TO WS-DY-SAW-ID
               MOVE WS-K-DAY-MINUTES(WS-CAP-HIT-SUB) TO WS-DY-CAPACITY
               MOVE WS-DAY-LINE TO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
               MOVE ZERO TO WS-CUM-MINUTES
           END-IF
           ADD WS-J-MINUTES(WS-JOB-SUB) TO WS-CUM-MINUTES
           MOVE WS-J-DAY-SEQ(WS-JOB-SUB) TO WS-D-SEQ
           MOVE SPACES TO WS-D-NOTE
           IF WS-J-DUE-DATE(WS-JOB-SUB) NOT = 99999999
               AND WS-WORK-DATE(WS-J-DAY-SUB(WS-JOB-SUB))
                   > WS-J-DUE-DATE(WS-JOB-SUB)
               MOVE "LATE" TO WS-D-NOTE
           END-IF
           PERFORM 6400-FORMAT-JOB-LINE.

       6300-PRINT-UNPLACED-JOB.
           IF WS-LAST-PRINT-KEY NOT = "999"
               MOVE "999" TO WS-LAST-PRINT-KEY
               MOVE SPACES TO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
               MOVE WS-UNPLACED-HEADING TO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
               MOVE ZERO TO WS-CUM-MINUTES
           END-IF
           ADD WS-J-MINUTES(WS-JOB-SUB) TO WS-CUM-MINUTES
           MOVE ZERO TO WS-D-SEQ
           IF WS-J-NO-CAPACITY(WS-JOB-SUB)
               MOVE "NO ROOM IN THE CALENDAR" TO WS-D-NOTE
           ELSE
               IF WS-J-SAW-ID(WS-JOB-SUB) = SPACES
                   MOVE "NO SAW FOR THE MATERIAL" TO WS-D-NOTE
               ELSE
                   MOVE "SAW HAS NO CAPACITY CARD" TO WS-D-NOTE
               END-IF
           END-IF
           PERFORM 6400-FORMAT-JOB-LINE.

       6400-FORMAT-JOB-LINE.
           MOVE WS-J-SPEC(WS-JOB-SUB) TO CUT-SPECS-RECORD
           MOVE CS-JOB-NO TO WS-D-JOB-NO
           MOVE CS-WORK-ORDER TO WS-D-WORK-ORDER
           MOVE CS-MATERIAL-CODE TO WS-D-MATERIAL
           MOVE WS-J-PRIORITY(WS-JOB-SUB) TO WS-D-PRIORITY
           IF WS-J-DUE-DATE(WS-JOB-SUB) = 99999999
               MOVE "NONE" TO WS-D-DUE-DATE
           ELSE
               MOVE WS-J-DUE-DATE(WS-JOB-SUB) TO WS-D-DUE-DATE
           END-IF
           MOVE WS-J-MINUTES(WS-JOB-SUB) TO WS-D-MINUTES
           MOVE WS-CUM-MINUTES TO WS-D-CUM-MINUTES
           MOVE WS-JOB-LINE TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

      ******************************************************************
      *    7000-WRITE-LATE-RISK - A WORK ORDER IS AT RISK WHEN ANY OF
      *    ITS JOBS COULD NOT BE PLACED, OR WHEN ITS LAST JOB IS CUT
      *    AFTER ITS DUE DATE.  A WORK ORDER WITH NO DUE DATE IS AT
      *    RISK ONLY OF THE FIRST.
      ******************************************************************
       7000-WRITE-LATE-RISK.
           OPEN OUTPUT LATE-RISK-FILE
           MOVE WS-START-DATE TO WS-RH-START-DATE
           MOVE WS-RISK-HEADING TO LATE-RISK-LINE
           WRITE LATE-RISK-LINE
           MOVE WS-RISK-COLUMN-LINE TO LATE-RISK-LINE
           WRITE LATE-RISK-LINE
           PERFORM 7100-JUDGE-ONE-ORDER
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
           IF WS-LATE-COUNT = ZERO
               MOVE WS-RISK-CLEAN-LINE TO LATE-RISK-LINE
               WRITE LATE-RISK-LINE
           END-IF
           CLOSE LATE-RISK-FILE.

       7100-JUDGE-ONE-ORDER.
           MOVE SPACES TO WS-R-REASON
           IF WS-W-JOB-COUNT(WS-WO-SUB) > ZERO
               IF WS-W-UNSCHED-COUNT(WS-WO-SUB) > ZERO
                   MOVE "JOBS CANNOT BE SCHEDULED AT CAPACITY"
                       TO WS-R-REASON
                   MOVE "NEVER" TO WS-R-FINISH-DATE
               ELSE
                   IF WS-W-DUE-DATE(WS-WO-SUB) > ZERO
                       AND WS-W-FINISH-DATE(WS-WO-SUB)
                           > WS-W-DUE-DATE(WS-WO-SUB)
                       MOVE "LAST JOB CUT AFTER THE DUE DATE"
                           TO WS-R-REASON
                       MOVE WS-W-FINISH-DATE(WS-WO-SUB)
                           TO WS-R-FINISH-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-R-REASON NOT = SPACES
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-W-WORK-ORDER(WS-WO-SUB) TO WS-R-WORK-ORDER
               MOVE WS-W-CUSTOMER-ID(WS-WO-SUB) TO WS-R-CUSTOMER-ID
               MOVE WS-W-PRIORITY(WS-WO-SUB) TO WS-R-PRIORITY
               MOVE WS-W-DUE-DATE(WS-WO-SUB) TO WS-R-DUE-DATE
               MOVE WS-W-JOB-COUNT(WS-WO-SUB) TO WS-R-JOBS
               MOVE WS-RISK-LINE TO LATE-RISK-LINE
               WRITE LATE-RISK-LINE
           END-IF.

      ******************************************************************
      *    7500-WRITE-OPEN-ORDERS - THE BOOK GOES FORWARD ON WOOPENO
      *    WITH ONE RECORD PER WORK ORDER.  AN ORDER WITH NO SPEC
      *    PENDING IN THIS RUN HAS BEEN CUT AND IS CLOSED OFF, UNLESS
      *    IT WAS OPENED WITHIN THE LAST 14 DAYS AND ITS SPECS MAY
      *    NOT HAVE REACHED THE POOL YET.
      ******************************************************************
       7500-WRITE-OPEN-ORDERS.
           COMPUTE WS-GRACE-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
                   - WS-WO-GRACE-DAYS
           OPEN OUTPUT OPEN-WORK-ORDER-OUT
           PERFORM 7510-WRITE-ONE-OPEN-ORDER
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
           CLOSE OPEN-WORK-ORDER-OUT.

       7510-WRITE-ONE-OPEN-ORDER.
           MOVE ZERO TO WS-OPENED-INT
           IF WS-W-OPENED-DATE(WS-WO-SUB) > ZERO
               COMPUTE WS-OPENED-INT = FUNCTION
                   INTEGER-OF-DATE(WS-W-OPENED-DATE(WS-WO-SUB))
           END-IF
           IF WS-W-JOB-COUNT(WS-WO-SUB) = ZERO
               AND WS-OPENED-INT < WS-GRACE-INT
               ADD 1 TO WS-CLOSED-ORDER-COUNT
           ELSE
               MOVE WS-W-WORK-ORDER(WS-WO-SUB) TO WO-WORK-ORDER
               MOVE WS-W-CUSTOMER-ID(WS-WO-SUB) TO WO-CUSTOMER-ID
               MOVE WS-W-DUE-DATE(WS-WO-SUB) TO WO-DUE-DATE
               MOVE WS-W-PRIORITY(WS-WO-SUB) TO WO-PRIORITY
               MOVE WS-W-OPENED-DATE(WS-WO-SUB) TO WO-OPENED-DATE
               MOVE OPEN-WORK-ORDER-RECORD
                   TO OPEN-WORK-ORDER-OUT-RECORD
               WRITE OPEN-WORK-ORDER-OUT-RECORD
           END-IF.

       8000-SWAP-JOBS.
           MOVE WS-JOB-ENTRY(WS-RANK-I) TO WS-SWAP-ENTRY
           MOVE WS-JOB-ENTRY(WS-RANK-J) TO WS-JOB-ENTRY(WS-RANK-I)
           MOVE WS-SWAP-ENTRY TO WS-JOB-ENTRY(WS-RANK-J).

       9999-TERMINATE.
           DISPLAY "CUTSCHED: " WS-TODAY-COUNT " JOBS TO CUT TODAY, "
               WS-HELD-COUNT " HELD, " WS-LATE-COUNT
               " WORK ORDERS AT RISK, " WS-CLOSED-ORDER-COUNT
               " CLOSED OFF WOOPEN"
           IF WS-LATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
