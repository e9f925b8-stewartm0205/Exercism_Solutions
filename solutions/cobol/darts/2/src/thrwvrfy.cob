       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRWVRFY.
       AUTHOR. LEAGUE-NIGHT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    THRWVRFY IS THE DUAL-MARKER THROW VERIFICATION STEP THAT
      *    RUNS AHEAD OF DARTSBAT.  ON A LEAGUE NIGHT TWO MARKERS KEY
      *    EVERY THROW; THIS RUN MATCHES THE TWO MARKERS' FILES ON
      *    PLAYER AND ROUND AND COMPARES THE BOARD COORDINATES
      *    AGAINST THE TOLERANCE ON THE CENTRAL PARAMETER FILE (JOB
      *    THRWVRFY, PARAMETER TOLERANCE, IN BOARD UNITS; 0.5 WHEN
      *    NONE IS FILED).  A THROW BOTH MARKERS AGREE ON GOES TO THE
      *    AGREED THROWS FILE DARTSBAT SCORES.  A THROW THEY DISAGREE
      *    ON, OR THAT ONLY ONE MARKER KEYED, GOES ON THE DISCREPANCY
      *    LISTING FOR THE CAPTAINS TO SETTLE.  THE CAPTAINS' RULINGS
      *    COME BACK ON THE SETTLEMENT FILE (ACCEPT WITH THE SETTLED
      *    COORDINATES, OR VOID THE THROW) AND A RERUN APPLIES THEM.
      *    WHILE ANY DISCREPANCY IS STILL UNSETTLED THE RUN ENDS IN
      *    ERROR ON THE SHARED RUN-CONTROL FILE, AND DARTSBAT REFUSES
      *    TO SCORE THE NIGHT UNTIL A RERUN HERE ENDS CLEAN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-A-FILE ASSIGN TO "THRWMKA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MA-FILE-STATUS.

           SELECT MARKER-B-FILE ASSIGN TO "THRWMKB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MB-FILE-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO "THRWSTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.

           SELECT AGREED-THROWS-FILE ASSIGN TO "THROWS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.

           SELECT DISCREPANCY-FILE ASSIGN TO "THRWDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKER-A-FILE.
       01  MARKER-A-RECORD.
           05  MA-PLAYER-ID           PIC X(06).
           05  MA-ROUND-NO            PIC 9(03).
           05  MA-BOARD-X             PIC 99V9.
           05  MA-BOARD-Y             PIC 99V9.

       FD  MARKER-B-FILE.
       01  MARKER-B-RECORD.
           05  MB-PLAYER-ID           PIC X(06).
           05  MB-ROUND-NO            PIC 9(03).
           05  MB-BOARD-X             PIC 99V9.
           05  MB-BOARD-Y             PIC 99V9.

      *    ONE CAPTAINS' RULING PER DISPUTED THROW.  ST-ACTION "A"
      *    ACCEPTS THE THROW AT ST-BOARD-X/ST-BOARD-Y; "V" VOIDS IT
      *    SO IT IS NOT SCORED AT ALL.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05  ST-PLAYER-ID           PIC X(06).
           05  ST-ROUND-NO            PIC 9(03).
           05  ST-ACTION              PIC X(01).
               88  ST-ACCEPT          VALUE "A".
               88  ST-VOID            VALUE "V".
           05  ST-BOARD-X             PIC 99V9.
           05  ST-BOARD-Y             PIC 99V9.

       FD  AGREED-THROWS-FILE.
       01  THROW-RECORD.
           05  TR-PLAYER-ID           PIC X(06).
           05  TR-ROUND-NO            PIC 9(03).
           05  TR-BOARD-X             PIC 99V9.
           05  TR-BOARD-Y             PIC 99V9.

       FD  DISCREPANCY-FILE.
       01  DISCREPANCY-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-JC-JOB-NAME PIC X(08) EXTERNAL.
       01  WS-JC-OUTCOME PIC X(05) EXTERNAL.
       01  WS-PL-JOB-NAME PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW PIC X EXTERNAL.
           88  WS-PL-FOUND VALUE "Y".
       01  WS-SAVED-RETURN-CODE PIC S9(04) COMP VALUE ZERO.

       01  WS-MA-FILE-STATUS          PIC XX.
       01  WS-MB-FILE-STATUS          PIC XX.
       01  WS-ST-FILE-STATUS          PIC XX.
       01  WS-TH-FILE-STATUS          PIC XX.
       01  WS-DS-FILE-STATUS          PIC XX.
       01  WS-EOF-SW                  PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".

       01  WS-TOLERANCE               PIC 9V9 VALUE 0.5.
       01  WS-PARM-NUMBER             PIC 9(03)V99.
       01  WS-DIFF-X                  PIC S99V9.
       01  WS-DIFF-Y                  PIC S99V9.

      *    MARKER B'S WHOLE NIGHT, LOADED ONCE SO EACH MARKER-A THROW
      *    CAN BE MATCHED WITHOUT BOTH FILES HAVING TO BE KEYED IN
      *    THE SAME ORDER.  WS-MBT-USED MARKS AN ENTRY MATCHED, SO
      *    WHAT IS LEFT UNMARKED AT THE END WAS KEYED BY MARKER B
      *    ALONE.
       01  WS-MB-MAX                  PIC 9(04) VALUE 2000.
       01  WS-MB-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MBX.
               10  WS-MBT-PLAYER-ID   PIC X(06).
               10  WS-MBT-ROUND-NO    PIC 9(03).
               10  WS-MBT-BOARD-X     PIC 99V9.
               10  WS-MBT-BOARD-Y     PIC 99V9.
               10  WS-MBT-USED-SW     PIC X.
                   88  WS-MBT-USED    VALUE "Y".
       01  WS-MB-FOUND-SUB            PIC 9(04).
       01  WS-MB-FOUND-SW             PIC X.
           88  WS-MB-FOUND            VALUE "Y".

      *    THE CAPTAINS' RULINGS, LOADED ONCE.
       01  WS-ST-MAX                  PIC 9(03) VALUE 200.
       01  WS-ST-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 200 TIMES INDEXED BY WS-STX.
               10  WS-STT-PLAYER-ID   PIC X(06).
               10  WS-STT-ROUND-NO    PIC 9(03).
               10  WS-STT-ACTION      PIC X(01).
               10  WS-STT-BOARD-X     PIC 99V9.
               10  WS-STT-BOARD-Y     PIC 99V9.
       01  WS-ST-FOUND-SUB            PIC 9(03).
       01  WS-ST-FOUND-SW             PIC X.
           88  WS-ST-FOUND            VALUE "Y".

      *    THE THROW UNDER REVIEW, WHICHEVER MARKER(S) KEYED IT.
       01  WS-CUR-PLAYER-ID           PIC X(06).
       01  WS-CUR-ROUND-NO            PIC 9(03).
       01  WS-CUR-REASON              PIC X(13).

       01  WS-MARKER-A-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-AGREED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-SETTLED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-VOIDED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-UNRESOLVED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-WRITTEN-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE-1          PIC X(60) VALUE
           "DUAL-MARKER THROW VERIFICATION -- DISCREPANCY LISTING".
       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(22) VALUE
               "TOLERANCE (BOARD UNITS".
           05  FILLER                 PIC X(03) VALUE ")  ".
           05  WS-HD-TOLERANCE        PIC 9.9.
       01  WS-HEADING-LINE-3.
           05  FILLER                 PIC X(41) VALUE
               "PLAYER  RND  MARKER-A X/Y  MARKER-B X/Y  ".
           05  FILLER                 PIC X(21) VALUE
               "REASON         RULING".

       01  WS-DETAIL-LINE.
           05  WS-DL-PLAYER-ID        PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACE.
           05  WS-DL-ROUND-NO         PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACE.
           05  WS-DL-A-COORDS.
               10  WS-DL-A-X          PIC Z9.9.
               10  FILLER             PIC X(01) VALUE "/".
               10  WS-DL-A-Y          PIC Z9.9.
           05  FILLER                 PIC X(05) VALUE SPACE.
           05  WS-DL-B-COORDS.
               10  WS-DL-B-X          PIC Z9.9.
               10  FILLER             PIC X(01) VALUE "/".
               10  WS-DL-B-Y          PIC Z9.9.
           05  FILLER                 PIC X(05) VALUE SPACE.
           05  WS-DL-REASON           PIC X(13).
           05  FILLER                 PIC X(02) VALUE SPACE.
           05  WS-DL-RULING           PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL            PIC X(30).
           05  WS-TL-COUNT            PIC ZZZZ9.

       01  WS-HELD-LINE.
           05  FILLER                 PIC X(44) VALUE
               "NIGHT HELD -- DARTSBAT WILL NOT SCORE UNTIL ".
           05  FILLER                 PIC X(28) VALUE
               "EVERY DISCREPANCY IS SETTLED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-MARKER-A
               UNTIL WS-EOF
           PERFORM 3000-LIST-MARKER-B-ONLY
               VARYING WS-MBX FROM 1 BY 1
               UNTIL WS-MBX > WS-MB-COUNT
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "THRWVRFY" TO WS-JC-JOB-NAME
           CALL "JOBCTL"
           PERFORM 1050-LOAD-TOLERANCE
           OPEN INPUT MARKER-A-FILE
           MOVE "THRWVRFY" TO WS-FS-CALLER
           MOVE "THRWMKA" TO WS-FS-DDNAME
           MOVE WS-MA-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-MA-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT AGREED-THROWS-FILE
           MOVE "THROWS" TO WS-FS-DDNAME
           MOVE WS-TH-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           OPEN OUTPUT DISCREPANCY-FILE
           MOVE "THRWDISC" TO WS-FS-DDNAME
           MOVE WS-DS-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           MOVE WS-HEADING-LINE-1 TO DISCREPANCY-LINE
           WRITE DISCREPANCY-LINE
           MOVE WS-TOLERANCE TO WS-HD-TOLERANCE
           MOVE WS-HEADING-LINE-2 TO DISCREPANCY-LINE
           WRITE DISCREPANCY-LINE
           MOVE WS-HEADING-LINE-3 TO DISCREPANCY-LINE
           WRITE DISCREPANCY-LINE
           PERFORM 1100-LOAD-MARKER-B
           PERFORM 1200-LOAD-SETTLEMENTS
           PERFORM 1900-READ-MARKER-A.

      ******************************************************************
      *    1050-LOAD-TOLERANCE - THE COORDINATE TOLERANCE IN FORCE
      *    TODAY FROM THE CENTRAL PARAMETER FILE.  NO VALUE ON FILE
      *    LEAVES THE COMPILED-IN HALF BOARD UNIT.
      ******************************************************************
       1050-LOAD-TOLERANCE.
           MOVE "THRWVRFY" TO WS-PL-JOB-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PL-AS-OF-DATE
           MOVE "TOLERANCE" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 10
                   MOVE WS-PARM-NUMBER TO WS-TOLERANCE
               END-IF
           END-IF.

      ******************************************************************
      *    1100-LOAD-MARKER-B - LOAD THE SECOND MARKER'S THROWS.  A
      *    MISSING FILE IS A JCL PROBLEM THE STATUS HANDLER REPORTS;
      *    THE RUN CARRIES ON AND EVERY MARKER-A THROW SIMPLY LISTS
      *    AS UNMATCHED, WHICH HOLDS THE NIGHT.
      ******************************************************************
       1100-LOAD-MARKER-B.
           OPEN INPUT MARKER-B-FILE
           MOVE "THRWMKB" TO WS-FS-DDNAME
           MOVE WS-MB-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-MB-FILE-STATUS = "00"
               PERFORM 1110-READ-MARKER-B
               PERFORM 1120-STORE-MARKER-B
                   UNTIL WS-MB-FILE-STATUS NOT = "00"
               CLOSE MARKER-B-FILE
           END-IF.

       1110-READ-MARKER-B.
           READ MARKER-B-FILE
               AT END
                   MOVE "10" TO WS-MB-FILE-STATUS
           END-READ.

       1120-STORE-MARKER-B.
           IF WS-MB-COUNT < WS-MB-MAX
               ADD 1 TO WS-MB-COUNT
               SET WS-MBX TO WS-MB-COUNT
               MOVE MB-PLAYER-ID TO WS-MBT-PLAYER-ID(WS-MBX)
               MOVE MB-ROUND-NO TO WS-MBT-ROUND-NO(WS-MBX)
               MOVE MB-BOARD-X TO WS-MBT-BOARD-X(WS-MBX)
               MOVE MB-BOARD-Y TO WS-MBT-BOARD-Y(WS-MBX)
               MOVE "N" TO WS-MBT-USED-SW(WS-MBX)
           ELSE
               DISPLAY "THRWVRFY: MARKER-B TABLE FULL AT "
                   WS-MB-MAX " THROWS -- REST NOT LOADED"
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 1110-READ-MARKER-B.

      ******************************************************************
      *    1200-LOAD-SETTLEMENTS - THE CAPTAINS' RULINGS FROM AN
      *    EARLIER RUN'S LISTING.  NO FILE ON THE FIRST RUN OF THE
      *    NIGHT IS NORMAL.
      ******************************************************************
       1200-LOAD-SETTLEMENTS.
           OPEN INPUT SETTLEMENT-FILE
           IF WS-ST-FILE-STATUS = "00"
               PERFORM 1210-READ-SETTLEMENT
               PERFORM 1220-STORE-SETTLEMENT
                   UNTIL WS-ST-FILE-STATUS NOT = "00"
               CLOSE SETTLEMENT-FILE
           END-IF.

       1210-READ-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "10" TO WS-ST-FILE-STATUS
           END-READ.

       1220-STORE-SETTLEMENT.
           IF (ST-ACCEPT OR ST-VOID) AND WS-ST-COUNT < WS-ST-MAX
               ADD 1 TO WS-ST-COUNT
               SET WS-STX TO WS-ST-COUNT
               MOVE ST-PLAYER-ID TO WS-STT-PLAYER-ID(WS-STX)
               MOVE ST-ROUND-NO TO WS-STT-ROUND-NO(WS-STX)
               MOVE ST-ACTION TO WS-STT-ACTION(WS-STX)
               MOVE ST-BOARD-X TO WS-STT-BOARD-X(WS-STX)
               MOVE ST-BOARD-Y TO WS-STT-BOARD-Y(WS-STX)
           END-IF
           PERFORM 1210-READ-SETTLEMENT.

       1900-READ-MARKER-A.
           READ MARKER-A-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-VERIFY-MARKER-A - MATCH ONE MARKER-A THROW TO MARKER B
      *    ON PLAYER AND ROUND.  WITHIN TOLERANCE ON BOTH AXES IT IS
      *    AGREED AND WRITTEN AT MARKER A'S READING (A IS THE LEAD
      *    MARKER); OTHERWISE IT IS A DISCREPANCY.
      ******************************************************************
       2000-VERIFY-MARKER-A.
           ADD 1 TO WS-MARKER-A-COUNT
           MOVE MA-PLAYER-ID TO WS-CUR-PLAYER-ID
           MOVE MA-ROUND-NO TO WS-CUR-ROUND-NO
           PERFORM 2100-FIND-MARKER-B
           IF WS-MB-FOUND
               SET WS-MBX TO WS-MB-FOUND-SUB
               SET WS-MBT-USED(WS-MBX) TO TRUE
               COMPUTE WS-DIFF-X = MA-BOARD-X - WS-MBT-BOARD-X(WS-MBX)
               COMPUTE WS-DIFF-Y = MA-BOARD-Y - WS-MBT-BOARD-Y(WS-MBX)
               IF WS-DIFF-X < 0
                   COMPUTE WS-DIFF-X = WS-DIFF-X * -1
               END-IF
               IF WS-DIFF-Y < 0
                   COMPUTE WS-DIFF-Y = WS-DIFF-Y * -1
               END-IF
               IF WS-DIFF-X <= WS-TOLERANCE
                   AND WS-DIFF-Y <= WS-TOLERANCE
                   ADD 1 TO WS-AGREED-COUNT
                   MOVE MA-PLAYER-ID TO TR-PLAYER-ID
                   MOVE MA-ROUND-NO TO TR-ROUND-NO
                   MOVE MA-BOARD-X TO TR-BOARD-X
                   MOVE MA-BOARD-Y TO TR-BOARD-Y
                   PERFORM 2900-WRITE-AGREED-THROW
               ELSE
                   MOVE "OUT OF TOL" TO WS-CUR-REASON
                   MOVE MA-BOARD-X TO WS-DL-A-X
                   MOVE MA-BOARD-Y TO WS-DL-A-Y
                   MOVE WS-MBT-BOARD-X(WS-MBX) TO WS-DL-B-X
                   MOVE WS-MBT-BOARD-Y(WS-MBX) TO WS-DL-B-Y
                   PERFORM 2500-REPORT-DISCREPANCY
               END-IF
           ELSE
               MOVE "MARKER A ONLY" TO WS-CUR-REASON
               MOVE MA-BOARD-X TO WS-DL-A-X
               MOVE MA-BOARD-Y TO WS-DL-A-Y
               MOVE SPACES TO WS-DL-B-COORDS
               PERFORM 2500-REPORT-DISCREPANCY
           END-IF
           PERFORM 1900-READ-MARKER-A.

       2100-FIND-MARKER-B.
           MOVE "N" TO WS-MB-FOUND-SW
           MOVE ZERO TO WS-MB-FOUND-SUB
           PERFORM 2110-CHECK-ONE-MARKER-B
               VARYING WS-MBX FROM 1 BY 1
               UNTIL WS-MBX > WS-MB-COUNT OR WS-MB-FOUND.

       2110-CHECK-ONE-MARKER-B.
           IF WS-MBT-PLAYER-ID(WS-MBX) = WS-CUR-PLAYER-ID
               AND WS-MBT-ROUND-NO(WS-MBX) = WS-CUR-ROUND-NO
               AND NOT WS-MBT-USED(WS-MBX)
               SET WS-MB-FOUND TO TRUE
               SET WS-MB-FOUND-SUB TO WS-MBX
           END-IF.

      ******************************************************************
      *    2500-REPORT-DISCREPANCY - LIST ONE DISPUTED THROW WITH THE
      *    CAPTAINS' RULING IF ONE IS ON FILE.  AN ACCEPTED RULING
      *    WRITES THE THROW AT THE SETTLED COORDINATES; A VOID DROPS
      *    IT; NO RULING LEAVES THE NIGHT UNRESOLVED.  THE A/B
      *    COORDINATE COLUMNS ARE SET BY THE CALLER.
      ******************************************************************
       2500-REPORT-DISCREPANCY.
           PERFORM 2600-FIND-SETTLEMENT
           MOVE WS-CUR-PLAYER-ID TO WS-DL-PLAYER-ID
           MOVE WS-CUR-ROUND-NO TO WS-DL-ROUND-NO
           MOVE WS-CUR-REASON TO WS-DL-REASON
           IF WS-ST-FOUND
               SET WS-STX TO WS-ST-FOUND-SUB
               IF WS-STT-ACTION(WS-STX) = "V"
                   ADD 1 TO WS-VOIDED-COUNT
                   MOVE "SETTLED -- VOID" TO WS-DL-RULING
               ELSE
                   ADD 1 TO WS-SETTLED-COUNT
                   MOVE "SETTLED -- ACCEPTED" TO WS-DL-RULING
                   MOVE WS-CUR-PLAYER-ID TO TR-PLAYER-ID
                   MOVE WS-CUR-ROUND-NO TO TR-ROUND-NO
                   MOVE WS-STT-BOARD-X(WS-STX) TO TR-BOARD-X
                   MOVE WS-STT-BOARD-Y(WS-STX) TO TR-BOARD-Y
                   PERFORM 2900-WRITE-AGREED-THROW
               END-IF
           ELSE
               ADD 1 TO WS-UNRESOLVED-COUNT
               MOVE "** UNRESOLVED **" TO WS-DL-RULING
           END-IF
           MOVE WS-DETAIL-LINE TO DISCREPANCY-LINE
           WRITE DISCREPANCY-LINE.

       2600-FIND-SETTLEMENT.
           MOVE "N" TO WS-ST-FOUND-SW
           MOVE ZERO TO WS-ST-FOUND-SUB
           PERFORM 2610-CHECK-ONE-SETTLEMENT
               VARYING WS-STX FROM 1 BY 1
               UNTIL WS-STX > WS-ST-COUNT OR WS-ST-FOUND.

       2610-CHECK-ONE-SETTLEMENT.
           IF WS-STT-PLAYER-ID(WS-STX) = WS-CUR-PLAYER-ID
               AND WS-STT-ROUND-NO(WS-STX) = WS-CUR-ROUND-NO
               SET WS-ST-FOUND TO TRUE
               SET WS-ST-FOUND-SUB TO WS-STX
           END-IF.

       2900-WRITE-AGREED-THROW.
           WRITE THROW-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

      ******************************************************************
      *    3000-LIST-MARKER-B-ONLY - ANY MARKER-B THROW LEFT UNMATCHED
      *    AFTER THE MARKER-A PASS WAS KEYED BY MARKER B ALONE.
      ******************************************************************
       3000-LIST-MARKER-B-ONLY.
           IF NOT WS-MBT-USED(WS-MBX)
               MOVE WS-MBT-PLAYER-ID(WS-MBX) TO WS-CUR-PLAYER-ID
               MOVE WS-MBT-ROUND-NO(WS-MBX) TO WS-CUR-ROUND-NO
               MOVE "MARKER B ONLY" TO WS-CUR-REASON
               MOVE SPACES TO WS-DL-A-COORDS
               MOVE WS-MBT-BOARD-X(WS-MBX) TO WS-DL-B-X
               MOVE WS-MBT-BOARD-Y(WS-MBX) TO WS-DL-B-Y
               PERFORM 2500-REPORT-DISCREPANCY
           END-IF.

       4000-WRITE-TOTALS.
           MOVE SPACES TO DISCREPANCY-LINE
           WRITE DISCREPANCY-LINE
           MOVE "MARKER-A THROWS READ" TO WS-TL-LABEL
           MOVE WS-MARKER-A-COUNT TO WS-TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "MARKER-B THROWS READ" TO WS-TL-LABEL
           MOVE WS-MB-COUNT TO WS-TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "AGREED WITHIN TOLERANCE" TO WS-TL-LABEL
           MOVE WS-AGREED-COUNT TO WS-TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "SETTLED -- ACCEPTED" TO WS-TL-LABEL
           MOVE WS-SETTLED-COUNT TO WS-TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "SETTLED -- VOID" TO WS-TL-LABEL
           MOVE WS-VOIDED-COUNT TO WS-TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "UNRESOLVED" TO WS-TL-LABEL
           MOVE WS-UNRESOLVED-COUNT TO WS-TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "THROWS WRITTEN FOR DARTSBAT" TO WS-TL-LABEL
           MOVE WS-WRITTEN-COUNT TO WS-TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           IF WS-UNRESOLVED-COUNT > ZERO
               MOVE WS-HELD-LINE TO DISCREPANCY-LINE
               WRITE DISCREPANCY-LINE
           END-IF.

       4100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO DISCREPANCY-LINE
           WRITE DISCREPANCY-LINE.

      ******************************************************************
      *    9999-TERMINATE - AN UNSETTLED DISCREPANCY ENDS THE RUN IN
      *    ERROR ON RUN CONTROL WITH RETURN CODE 8, WHICH IS WHAT
      *    HOLDS THE NIGHT BACK FROM DARTSBAT.
      ******************************************************************
       9999-TERMINATE.
           CLOSE MARKER-A-FILE
           CLOSE AGREED-THROWS-FILE
           CLOSE DISCREPANCY-FILE
           IF WS-UNRESOLVED-COUNT > ZERO
               DISPLAY "THRWVRFY: " WS-UNRESOLVED-COUNT
                   " UNRESOLVED DISCREPANCIES -- NIGHT HELD FROM "
                   "DARTSBAT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "THRWVRFY" TO WS-JC-JOB-NAME
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           IF WS-SAVED-RETURN-CODE > ZERO
               MOVE "ERROR" TO WS-JC-OUTCOME
           ELSE
               MOVE "OK" TO WS-JC-OUTCOME
           END-IF
           CALL "JOB-END"
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
