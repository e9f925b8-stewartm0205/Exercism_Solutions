       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTYACK.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CNTYACK APPLIES THE COUNTY'S ACKNOWLEDGMENT FILE TO THE
      *    COUNTY SUBMISSION LOG.  A SUBMISSION THE COUNTY ACCEPTED
      *    AS A WHOLE WITH NO MATCH REJECTED IS MARKED ACCEPTED; ONE
      *    REJECTED OUTRIGHT, OR WITH ANY MATCH REJECTED, IS MARKED
      *    REJECTED AND MAY BE RESUBMITTED THROUGH CNTYXTR.  THE
      *    REPORT LISTS EVERY VERDICT, EVERY REJECTED MATCH WITH ITS
      *    PLAYERS AND THE COUNTY'S REASON (FROM THE SUBMITTED-MATCH
      *    HISTORY) FOR THE CAPTAIN TO CORRECT, AND EVERY NIGHT STILL
      *    AT RISK OF LOSING POINTS: A REJECTED NIGHT NOT YET
      *    RESUBMITTED OR ONE SENT LATE.  TWO MORE SECTIONS CATCH THE
      *    NIGHTS THE COUNTY WILL PENALIZE OUTRIGHT: SUBMISSIONS STILL
      *    UNACKNOWLEDGED AFTER THE ACKNOWLEDGMENT WAIT (PARAMETER
      *    FILE, JOB CNTYACK, PARAMETER ACKDAYS; DEFAULT 7), AND
      *    NIGHTS ON FIXTURES ALREADY PLAYED WITH NO SUBMISSION ON THE
      *    LOG AT ALL, EACH WITH THE DATE IT WAS DUE (THE GAME DATE
      *    PLUS CNTYXTR'S DEADLINEDAYS; DEFAULT 3).  THE UPDATED LOG
      *    IS WRITTEN TO CNTYLOGO TO REPLACE THE LIVE ONE; A LOG TOO
      *    BIG FOR THE TABLE REFUSES THE RUN (RC 16) RATHER THAN
      *    WRITE A SHORT ONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTY-ACK-FILE ASSIGN TO "CNTYACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.

           SELECT COUNTY-LOG-FILE ASSIGN TO "CNTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT COUNTY-LOG-OUT ASSIGN TO "CNTYLOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LO-FILE-STATUS.

           SELECT COUNTY-HISTORY-FILE ASSIGN TO "CNTYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "CNTYARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTY-ACK-FILE.
       COPY CNTYACK.

       FD  COUNTY-LOG-FILE.
       COPY CNTYLOG.

       FD  COUNTY-LOG-OUT.
       01  COUNTY-LOG-OUT-RECORD        PIC X(38).

       FD  COUNTY-HISTORY-FILE.
       COPY CNTYSUB.

       FD  FIXTURES-FILE.
       COPY FIXTURES.

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER                 PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME                 PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE            PIC XX EXTERNAL.
       01  WS-PL-JOB-NAME               PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME              PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE             PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE             PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW               PIC X EXTERNAL.
           88  WS-PL-FOUND              VALUE "Y".
       01  WS-PARM-NUMBER               PIC 9(05).

       01  WS-CA-FILE-STATUS            PIC XX.
       01  WS-CL-FILE-STATUS            PIC XX.
       01  WS-LO-FILE-STATUS            PIC XX.
       01  WS-CH-FILE-STATUS            PIC XX.
       01  WS-AR-FILE-STATUS            PIC XX.
       01  WS-FX-FILE-STATUS            PIC XX.

       01  WS-TODAY                     PIC 9(08).
       01  WS-TODAY-INT                 PIC 9(07).
       01  WS-ACK-DAYS                  PIC 9(03) VALUE 7.
       01  WS-AGE-WORK                  PIC S9(05).
       01  WS-DEADLINE-DAYS             PIC 9(03) VALUE 3.
       01  WS-DUE-DATE                  PIC 9(08).

      *    THE SUBMISSION LOG IN MEMORY.  WS-G-TOUCHED-SW MARKS AN
      *    ENTRY THIS ACKNOWLEDGMENT FILE SPOKE FOR; WS-G-WHOLE-SW
      *    HOLDS THE COUNTY'S VERDICT ON THE SUBMISSION AS A WHOLE.
       01  WS-LOG-MAX                   PIC 9(04) VALUE 1000.
       01  WS-LOG-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 1000 TIMES INDEXED BY WS-GX.
               10  WS-G-SUBMISSION-SEQ  PIC 9(06).
               10  WS-G-GAME-DATE       PIC 9(08).
               10  WS-G-SUBMITTED-DATE  PIC 9(08).
               10  WS-G-MATCH-COUNT     PIC 9(03).
               10  WS-G-STATUS          PIC X(01).
                   88  WS-G-PENDING     VALUE "P".
                   88  WS-G-ACCEPTED    VALUE "A".
                   88  WS-G-REJECTED    VALUE "R".
               10  WS-G-ACK-DATE        PIC 9(08).
               10  WS-G-REJECTED-COUNT  PIC 9(03).
               10  WS-G-LATE-SW         PIC X(01).
                   88  WS-G-LATE        VALUE "Y".
               10  WS-G-TOUCHED-SW      PIC X(01).
                   88  WS-G-TOUCHED     VALUE "Y".
               10  WS-G-WHOLE-SW        PIC X(01).
                   88  WS-G-WHOLE-REJECTED VALUE "R".
       01  WS-LOG-SUB                   PIC 9(04).
       01  WS-OTHER-SUB                 PIC 9(04).
       01  WS-FOUND-SW                  PIC X.
           88  WS-FOUND                 VALUE "Y".
       01  WS-SUPERSEDED-SW             PIC X.
           88  WS-SUPERSEDED            VALUE "Y".

      *    MATCHES THE COUNTY REJECTED, WITH ITS REASON, AND WHETHER
      *    THE SUBMITTED DETAIL HAS BEEN FOUND ON THE HISTORY YET.
       01  WS-REJ-MAX                   PIC 9(03) VALUE 200.
       01  WS-REJ-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY OCCURS 200 TIMES INDEXED BY WS-JX.
               10  WS-J-SUBMISSION-SEQ  PIC 9(06).
               10  WS-J-MATCH-SEQ       PIC 9(03).
               10  WS-J-REASON-CODE     PIC X(04).
               10  WS-J-REASON-TEXT     PIC X(40).
               10  WS-J-PRINTED-SW      PIC X(01).
                   88  WS-J-PRINTED     VALUE "Y".
       01  WS-REJ-SUB                   PIC 9(03).

       01  WS-ACK-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-ACCEPTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-AT-RISK-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNACKED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-NOT-SENT-COUNT            PIC 9(05) VALUE ZERO.

      *    PLAYED NIGHTS ALREADY LISTED AS NOT SUBMITTED, SO A NIGHT
      *    OF SEVERAL BOARDS PRINTS ONCE.
       01  WS-NIGHT-MAX                 PIC 9(03) VALUE 200.
       01  WS-NIGHT-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-DATE            PIC 9(08) OCCURS 200 TIMES
                                        INDEXED BY WS-NX.
       01  WS-RISK-TEXT                 PIC X(30).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(34) VALUE
               "COUNTY ACKNOWLEDGMENT REPORT  AS  ".
           05  WS-H-TODAY               PIC 9(08).

       01  WS-SECTION-LINE              PIC X(60).

       01  WS-VERDICT-LINE.
           05  FILLER                   PIC X(11) VALUE "SUBMISSION ".
           05  WS-V-SEQ                 PIC 9(06).
           05  FILLER                   PIC X(07) VALUE "  GAME ".
           05  WS-V-GAME-DATE           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-V-VERDICT             PIC X(08).
           05  FILLER                   PIC X(10) VALUE "  MATCHES ".
           05  WS-V-MATCHES             PIC ZZ9.
           05  FILLER                   PIC X(11) VALUE "  REJECTED ".
           05  WS-V-REJECTED            PIC ZZ9.

       01  WS-REJECT-LINE.
           05  WS-J-R-SEQ               PIC 9(06).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-J-R-MATCH-SEQ         PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-J-R-GAME-DATE         PIC X(08).
           05  FILLER                   PIC X(07) VALUE "  BOARD".
           05  WS-J-R-BOARD-NO          PIC ZZ.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-J-R-HOME-ID           PIC X(06).
           05  FILLER                   PIC X(03) VALUE " V ".
           05  WS-J-R-AWAY-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-J-R-REASON-CODE       PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-J-R-REASON-TEXT       PIC X(40).

       01  WS-UNKNOWN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "ACKNOWLEDGMENT FOR UNKNOWN SUBMISSION   ".
           05  WS-U-SEQ                 PIC 9(06).

       01  WS-RISK-LINE.
           05  FILLER                   PIC X(11) VALUE "SUBMISSION ".
           05  WS-K-SEQ                 PIC 9(06).
           05  FILLER                   PIC X(07) VALUE "  GAME ".
           05  WS-K-GAME-DATE           PIC 9(08).
           05  FILLER                   PIC X(07) VALUE "  SENT ".
           05  WS-K-SUBMITTED-DATE      PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-K-RISK-TEXT           PIC X(30).

       01  WS-NOT-SENT-LINE.
           05  FILLER                   PIC X(05) VALUE "GAME ".
           05  WS-NS-GAME-DATE          PIC 9(08).
           05  FILLER                   PIC X(06) VALUE "  DUE ".
           05  WS-NS-DUE-DATE           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-NS-TEXT               PIC X(40).

       01  WS-NONE-LINE                 PIC X(20) VALUE "  (NONE)".

       01  WS-TOTALS-LINE.
           05  FILLER                   PIC X(09) VALUE "ACCEPTED ".
           05  WS-TL-ACCEPTED           PIC ZZZZ9.
           05  FILLER                   PIC X(11) VALUE "  REJECTED ".
           05  WS-TL-REJECTED           PIC ZZZZ9.
           05  FILLER                   PIC X(10) VALUE "  AT RISK ".
           05  WS-TL-AT-RISK            PIC ZZZZ9.
           05  FILLER                   PIC X(16) VALUE
               "  UNACKNOWLEDGED".
           05  WS-TL-UNACKED            PIC ZZZZ9.
           05  FILLER                   PIC X(16) VALUE
               "  NOT SUBMITTED ".
           05  WS-TL-NOT-SENT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACKNOWLEDGMENTS
           PERFORM 3000-REPORT-VERDICTS
           PERFORM 4000-REPORT-REJECTED-MATCHES
           PERFORM 5000-REPORT-AT-RISK
           PERFORM 5500-REPORT-UNACKNOWLEDGED
           PERFORM 5700-REPORT-NOT-SUBMITTED
           PERFORM 5900-WRITE-TOTALS
           PERFORM 6000-REWRITE-LOG
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE "CNTYACK" TO WS-PL-JOB-NAME
           MOVE WS-TODAY TO WS-PL-AS-OF-DATE
           MOVE "ACKDAYS" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 1000
                   MOVE WS-PARM-NUMBER TO WS-ACK-DAYS
               END-IF
           END-IF
           MOVE "CNTYXTR" TO WS-PL-JOB-NAME
           MOVE "DEADLINEDAYS" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 1000
                   MOVE WS-PARM-NUMBER TO WS-DEADLINE-DAYS
               END-IF
           END-IF
           OPEN INPUT COUNTY-LOG-FILE
           IF WS-CL-FILE-STATUS = "00"
               PERFORM 1100-READ-LOG
               PERFORM 1200-STORE-LOG-ENTRY
                   UNTIL WS-CL-FILE-STATUS NOT = "00"
               CLOSE COUNTY-LOG-FILE
           END-IF
           OPEN INPUT FIXTURES-FILE
           MOVE "CNTYACK" TO WS-FS-CALLER
           MOVE "FIXTURES" TO WS-FS-DDNAME
           MOVE WS-FX-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-FX-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           MOVE WS-TODAY TO WS-H-TODAY
           MOVE WS-HEADING-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

       1100-READ-LOG.
           READ COUNTY-LOG-FILE
               AT END
                   MOVE "10" TO WS-CL-FILE-STATUS
           END-READ.

      *    A LOG BIGGER THAN THE TABLE CANNOT BE REWRITTEN WHOLE, SO
      *    THE RUN STOPS BEFORE CNTYLOGO IS OPENED.
       1200-STORE-LOG-ENTRY.
           IF WS-LOG-COUNT >= WS-LOG-MAX
               DISPLAY "CNTYACK REFUSED -- SUBMISSION LOG OVER "
                   WS-LOG-MAX " ENTRIES"
               CLOSE COUNTY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-LOG-COUNT
               SET WS-GX TO WS-LOG-COUNT
               MOVE CL-SUBMISSION-SEQ TO WS-G-SUBMISSION-SEQ(WS-GX)
               MOVE CL-GAME-DATE TO WS-G-GAME-DATE(WS-GX)
               MOVE CL-SUBMITTED-DATE TO WS-G-SUBMITTED-DATE(WS-GX)
               MOVE CL-MATCH-COUNT TO WS-G-MATCH-COUNT(WS-GX)
               MOVE CL-STATUS TO WS-G-STATUS(WS-GX)
               MOVE CL-ACK-DATE TO WS-G-ACK-DATE(WS-GX)
               MOVE CL-REJECTED-COUNT TO WS-G-REJECTED-COUNT(WS-GX)
               MOVE CL-LATE-SW TO WS-G-LATE-SW(WS-GX)
               MOVE "N" TO WS-G-TOUCHED-SW(WS-GX)
               MOVE SPACE TO WS-G-WHOLE-SW(WS-GX)
           END-IF
           PERFORM 1100-READ-LOG.

      ******************************************************************
      *    2000-APPLY-ACKNOWLEDGMENTS - READ EVERY ACKNOWLEDGMENT
      *    RECORD AGAINST THE LOG, THEN SETTLE THE VERDICT OF EACH
      *    SUBMISSION THE FILE SPOKE FOR.
      ******************************************************************
       2000-APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT COUNTY-ACK-FILE
           IF WS-CA-FILE-STATUS = "00"
               PERFORM 2100-READ-ACK
               PERFORM 2200-APPLY-ONE-ACK
                   UNTIL WS-CA-FILE-STATUS NOT = "00"
               CLOSE COUNTY-ACK-FILE
           END-IF
           PERFORM 2500-SETTLE-ONE-SUBMISSION
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT.

       2100-READ-ACK.
           READ COUNTY-ACK-FILE
               AT END
                   MOVE "10" TO WS-CA-FILE-STATUS
           END-READ.

       2200-APPLY-ONE-ACK.
           ADD 1 TO WS-ACK-COUNT
           PERFORM 2300-FIND-LOG-ENTRY
           IF NOT WS-FOUND
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE CA-SUBMISSION-SEQ TO WS-U-SEQ
               MOVE WS-UNKNOWN-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-G-TOUCHED-SW(WS-GX)
               EVALUATE TRUE
                   WHEN CA-SUBMISSION-ACK AND CA-REJECTED
                       MOVE "R" TO WS-G-WHOLE-SW(WS-GX)
                   WHEN CA-MATCH-ACK AND CA-REJECTED
                       ADD 1 TO WS-G-REJECTED-COUNT(WS-GX)
                       PERFORM 2400-STORE-REJECTED-MATCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-ACK.

       2300-FIND-LOG-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           SET WS-GX TO 1
           SEARCH WS-LOG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GX > WS-LOG-COUNT
                   CONTINUE
               WHEN WS-G-SUBMISSION-SEQ(WS-GX) = CA-SUBMISSION-SEQ
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       2400-STORE-REJECTED-MATCH.
           IF WS-REJ-COUNT < WS-REJ-MAX
               ADD 1 TO WS-REJ-COUNT
               SET WS-JX TO WS-REJ-COUNT
               MOVE CA-SUBMISSION-SEQ TO WS-J-SUBMISSION-SEQ(WS-JX)
               MOVE CA-MATCH-SEQ TO WS-J-MATCH-SEQ(WS-JX)
               MOVE CA-REASON-CODE TO WS-J-REASON-CODE(WS-JX)
               MOVE CA-REASON-TEXT TO WS-J-REASON-TEXT(WS-JX)
               MOVE "N" TO WS-J-PRINTED-SW(WS-JX)
           END-IF.

      ******************************************************************
      *    2500-SETTLE-ONE-SUBMISSION - A SUBMISSION THE FILE SPOKE
      *    FOR IS REJECTED IF THE COUNTY REJECTED IT WHOLE OR ANY OF
      *    ITS MATCHES, ACCEPTED OTHERWISE.
      ******************************************************************
       2500-SETTLE-ONE-SUBMISSION.
           IF WS-G-TOUCHED(WS-LOG-SUB)
               MOVE WS-TODAY TO WS-G-ACK-DATE(WS-LOG-SUB)
               IF WS-G-WHOLE-REJECTED(WS-LOG-SUB)
                   OR WS-G-REJECTED-COUNT(WS-LOG-SUB) > ZERO
                   MOVE "R" TO WS-G-STATUS(WS-LOG-SUB)
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE "A" TO WS-G-STATUS(WS-LOG-SUB)
                   ADD 1 TO WS-ACCEPTED-COUNT
               END-IF
           END-IF.

       3000-REPORT-VERDICTS.
           MOVE "VERDICTS RECEIVED" TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           IF WS-ACCEPTED-COUNT + WS-REJECTED-COUNT = ZERO
               MOVE WS-NONE-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF
           PERFORM 3100-REPORT-ONE-VERDICT
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT.

       3100-REPORT-ONE-VERDICT.
           IF WS-G-TOUCHED(WS-LOG-SUB)
               MOVE WS-G-SUBMISSION-SEQ(WS-LOG-SUB) TO WS-V-SEQ
               MOVE WS-G-GAME-DATE(WS-LOG-SUB) TO WS-V-GAME-DATE
               IF WS-G-ACCEPTED(WS-LOG-SUB)
                   MOVE "ACCEPTED" TO WS-V-VERDICT
               ELSE
                   MOVE "REJECTED" TO WS-V-VERDICT
               END-IF
               MOVE WS-G-MATCH-COUNT(WS-LOG-SUB) TO WS-V-MATCHES
               MOVE WS-G-REJECTED-COUNT(WS-LOG-SUB) TO WS-V-REJECTED
               MOVE WS-VERDICT-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

      ******************************************************************
      *    4000-REPORT-REJECTED-MATCHES - WALK THE SUBMITTED-MATCH
      *    HISTORY AND PRINT EACH REJECTED MATCH WITH ITS PLAYERS.  A
      *    REJECTION WHOSE DETAIL IS NOT ON THE HISTORY STILL PRINTS,
      *    WITH THE REASON ONLY.
      ******************************************************************
       4000-REPORT-REJECTED-MATCHES.
           MOVE "MATCHES REJECTED -- CORRECT AND RESUBMIT"
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           IF WS-REJ-COUNT = ZERO
               MOVE WS-NONE-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           ELSE
               OPEN INPUT COUNTY-HISTORY-FILE
               IF WS-CH-FILE-STATUS = "00"
                   PERFORM 4100-READ-HISTORY
                   PERFORM 4200-CHECK-ONE-HISTORY-DETAIL
                       UNTIL WS-CH-FILE-STATUS NOT = "00"
                   CLOSE COUNTY-HISTORY-FILE
               END-IF
               PERFORM 4400-PRINT-UNMATCHED-REJECT
                   VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
           END-IF.

       4100-READ-HISTORY.
           READ COUNTY-HISTORY-FILE
               AT END
                   MOVE "10" TO WS-CH-FILE-STATUS
           END-READ.

       4200-CHECK-ONE-HISTORY-DETAIL.
           IF CS-DETAIL
               PERFORM 4300-PRINT-IF-REJECTED
                   VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
           END-IF
           PERFORM 4100-READ-HISTORY.

       4300-PRINT-IF-REJECTED.
           IF NOT WS-J-PRINTED(WS-REJ-SUB)
               AND WS-J-SUBMISSION-SEQ(WS-REJ-SUB) = CS-SUBMISSION-SEQ
               AND WS-J-MATCH-SEQ(WS-REJ-SUB) = CS-D-MATCH-SEQ
               MOVE CS-D-GAME-DATE TO WS-J-R-GAME-DATE
               MOVE CS-D-BOARD-NO TO WS-J-R-BOARD-NO
               MOVE CS-D-HOME-ID TO WS-J-R-HOME-ID
               MOVE CS-D-AWAY-ID TO WS-J-R-AWAY-ID
               PERFORM 4500-WRITE-REJECT-LINE
           END-IF.

       4400-PRINT-UNMATCHED-REJECT.
           IF NOT WS-J-PRINTED(WS-REJ-SUB)
               MOVE SPACES TO WS-J-R-GAME-DATE
               MOVE ZERO TO WS-J-R-BOARD-NO
               MOVE "?" TO WS-J-R-HOME-ID
               MOVE "?" TO WS-J-R-AWAY-ID
               PERFORM 4500-WRITE-REJECT-LINE
           END-IF.

       4500-WRITE-REJECT-LINE.
           MOVE WS-J-SUBMISSION-SEQ(WS-REJ-SUB) TO WS-J-R-SEQ
           MOVE WS-J-MATCH-SEQ(WS-REJ-SUB) TO WS-J-R-MATCH-SEQ
           MOVE WS-J-REASON-CODE(WS-REJ-SUB) TO WS-J-R-REASON-CODE
           MOVE WS-J-REASON-TEXT(WS-REJ-SUB) TO WS-J-R-REASON-TEXT
           MOVE WS-REJECT-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE "Y" TO WS-J-PRINTED-SW(WS-REJ-SUB).

      ******************************************************************
      *    5000-REPORT-AT-RISK - EVERY NIGHT THAT CAN STILL COST THE
      *    CLUB POINTS: REJECTED WITH NO LATER SUBMISSION FOR THE
      *    SAME NIGHT, OR SENT LATE AND STILL WITHIN THE WAIT.  ONE
      *    UNANSWERED PAST THE WAIT IS IN 5500 INSTEAD.
      ******************************************************************
       5000-REPORT-AT-RISK.
           MOVE "SUBMISSIONS AT RISK OF A POINTS PENALTY"
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 5100-CHECK-ONE-RISK
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
           IF WS-AT-RISK-COUNT = ZERO
               MOVE WS-NONE-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

       5100-CHECK-ONE-RISK.
           MOVE SPACES TO WS-RISK-TEXT
           EVALUATE TRUE
               WHEN WS-G-PENDING(WS-LOG-SUB)
                   PERFORM 5150-COMPUTE-ACK-AGE
                   IF WS-AGE-WORK NOT > WS-ACK-DAYS
                       AND WS-G-LATE(WS-LOG-SUB)
                       MOVE "SENT LATE -- AWAITING VERDICT"
                           TO WS-RISK-TEXT
                   END-IF
               WHEN WS-G-REJECTED(WS-LOG-SUB)
                   PERFORM 5200-CHECK-SUPERSEDED
                   IF NOT WS-SUPERSEDED
                       MOVE "REJECTED -- RESUBMIT NIGHT"
                           TO WS-RISK-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RISK-TEXT NOT = SPACES
               ADD 1 TO WS-AT-RISK-COUNT
               PERFORM 5160-WRITE-RISK-LINE
           END-IF.

       5150-COMPUTE-ACK-AGE.
           COMPUTE WS-AGE-WORK = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(
                   WS-G-SUBMITTED-DATE(WS-LOG-SUB)).

       5160-WRITE-RISK-LINE.
           MOVE WS-G-SUBMISSION-SEQ(WS-LOG-SUB) TO WS-K-SEQ
           MOVE WS-G-GAME-DATE(WS-LOG-SUB) TO WS-K-GAME-DATE
           MOVE WS-G-SUBMITTED-DATE(WS-LOG-SUB) TO WS-K-SUBMITTED-DATE
           MOVE WS-RISK-TEXT TO WS-K-RISK-TEXT
           MOVE WS-RISK-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

       5200-CHECK-SUPERSEDED.
           MOVE "N" TO WS-SUPERSEDED-SW
           PERFORM 5210-CHECK-ONE-LATER
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > WS-LOG-COUNT
                   OR WS-SUPERSEDED.

       5210-CHECK-ONE-LATER.
           IF WS-G-GAME-DATE(WS-OTHER-SUB) = WS-G-GAME-DATE(WS-LOG-SUB)
               AND WS-G-SUBMISSION-SEQ(WS-OTHER-SUB)
                   > WS-G-SUBMISSION-SEQ(WS-LOG-SUB)
               SET WS-SUPERSEDED TO TRUE
           END-IF.

      ******************************************************************
      *    5500-REPORT-UNACKNOWLEDGED - A SUBMISSION STILL PENDING
      *    MORE THAN ACKDAYS AFTER IT WAS SENT HAS NO VERDICT THE
      *    COUNTY WILL STAND BY; CHASE IT BEFORE THE POINTS GO.
      ******************************************************************
       5500-REPORT-UNACKNOWLEDGED.
           MOVE "UNACKNOWLEDGED PAST THE COUNTY DEADLINE"
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 5600-CHECK-ONE-UNACKNOWLEDGED
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
           IF WS-UNACKED-COUNT = ZERO
               MOVE WS-NONE-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

       5600-CHECK-ONE-UNACKNOWLEDGED.
           IF WS-G-PENDING(WS-LOG-SUB)
               PERFORM 5150-COMPUTE-ACK-AGE
               IF WS-AGE-WORK > WS-ACK-DAYS
                   ADD 1 TO WS-UNACKED-COUNT
                   MOVE "NO ACKNOWLEDGMENT -- CHASE" TO WS-RISK-TEXT
                   PERFORM 5160-WRITE-RISK-LINE
               END-IF
           END-IF.

      ******************************************************************
      *    5700-REPORT-NOT-SUBMITTED - EVERY NIGHT ON FIXTURES PLAYED
      *    BEFORE TODAY (BYES ASIDE) WITH NO SUBMISSION SEQUENCE
      *    NUMBER ON THE LOG FOR ITS GAME DATE, WITH THE DATE IT WAS
      *    DUE AT THE COUNTY.
      ******************************************************************
       5700-REPORT-NOT-SUBMITTED.
           MOVE "NOT SUBMITTED -- FIXTURES PLAYED, NOTHING SENT"
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM 5710-READ-FIXTURE
           PERFORM 5720-CHECK-ONE-FIXTURE
               UNTIL WS-FX-FILE-STATUS NOT = "00"
           CLOSE FIXTURES-FILE
           IF WS-NOT-SENT-COUNT = ZERO
               MOVE WS-NONE-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

       5710-READ-FIXTURE.
           READ FIXTURES-FILE
               AT END
                   MOVE "10" TO WS-FX-FILE-STATUS
           END-READ.

       5720-CHECK-ONE-FIXTURE.
           IF FX-GAME-DATE < WS-TODAY
               AND FX-AWAY-ID NOT = "BYE"
               AND FX-AWAY-ID NOT = SPACES
               PERFORM 5730-FIND-NIGHT-ON-LOG
               IF NOT WS-FOUND
                   PERFORM 5740-FIND-NIGHT-LISTED
                   IF NOT WS-FOUND
                       PERFORM 5750-LIST-NOT-SUBMITTED
                   END-IF
               END-IF
           END-IF
           PERFORM 5710-READ-FIXTURE.

       5730-FIND-NIGHT-ON-LOG.
           MOVE "N" TO WS-FOUND-SW
           SET WS-GX TO 1
           SEARCH WS-LOG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GX > WS-LOG-COUNT
                   CONTINUE
               WHEN WS-G-GAME-DATE(WS-GX) = FX-GAME-DATE
                   SET WS-FOUND TO TRUE
           END-SEARCH.

       5740-FIND-NIGHT-LISTED.
           MOVE "N" TO WS-FOUND-SW
           SET WS-NX TO 1
           SEARCH WS-NIGHT-DATE
               AT END
                   CONTINUE
               WHEN WS-NX > WS-NIGHT-COUNT
                   CONTINUE
               WHEN WS-NIGHT-DATE(WS-NX) = FX-GAME-DATE
                   SET WS-FOUND TO TRUE
           END-SEARCH.

      *    ONCE THE LISTED-NIGHT TABLE IS FULL A NIGHT MAY PRINT MORE
      *    THAN ONCE, BUT NONE IS EVER LEFT OFF.
       5750-LIST-NOT-SUBMITTED.
           ADD 1 TO WS-NOT-SENT-COUNT
           IF WS-NIGHT-COUNT < WS-NIGHT-MAX
               ADD 1 TO WS-NIGHT-COUNT
               MOVE FX-GAME-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FX-GAME-DATE)
               + WS-DEADLINE-DAYS)
           MOVE FX-GAME-DATE TO WS-NS-GAME-DATE
           MOVE WS-DUE-DATE TO WS-NS-DUE-DATE
           IF WS-DUE-DATE < WS-TODAY
               MOVE "PAST DEADLINE -- POINTS LOST UNLESS SENT"
                   TO WS-NS-TEXT
           ELSE
               MOVE "STILL DUE -- RUN CNTYXTR" TO WS-NS-TEXT
           END-IF
           MOVE WS-NOT-SENT-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

       5900-WRITE-TOTALS.
           MOVE WS-ACCEPTED-COUNT TO WS-TL-ACCEPTED
           MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
           MOVE WS-AT-RISK-COUNT TO WS-TL-AT-RISK
           MOVE WS-UNACKED-COUNT TO WS-TL-UNACKED
           MOVE WS-NOT-SENT-COUNT TO WS-TL-NOT-SENT
           MOVE WS-TOTALS-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

       6000-REWRITE-LOG.
           OPEN OUTPUT COUNTY-LOG-OUT
           PERFORM 6100-WRITE-ONE-LOG-ENTRY
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
           CLOSE COUNTY-LOG-OUT.

       6100-WRITE-ONE-LOG-ENTRY.
           MOVE WS-G-SUBMISSION-SEQ(WS-LOG-SUB) TO CL-SUBMISSION-SEQ
           MOVE WS-G-GAME-DATE(WS-LOG-SUB) TO CL-GAME-DATE
           MOVE WS-G-SUBMITTED-DATE(WS-LOG-SUB) TO CL-SUBMITTED-DATE
           MOVE WS-G-MATCH-COUNT(WS-LOG-SUB) TO CL-MATCH-COUNT
           MOVE WS-G-STATUS(WS-LOG-SUB) TO CL-STATUS
           MOVE WS-G-ACK-DATE(WS-LOG-SUB) TO CL-ACK-DATE
           MOVE WS-G-REJECTED-COUNT(WS-LOG-SUB) TO CL-REJECTED-COUNT
           MOVE WS-G-LATE-SW(WS-LOG-SUB) TO CL-LATE-SW
           MOVE COUNTY-LOG-RECORD TO COUNTY-LOG-OUT-RECORD
           WRITE COUNTY-LOG-OUT-RECORD.

      ******************************************************************
      *    9999-TERMINATE - A REJECTION, A NIGHT AT RISK, AN
      *    UNACKNOWLEDGED SUBMISSION OR A NIGHT NOT SUBMITTED RAISES
      *    RETURN CODE 4 SO THE CAPTAIN'S RUN SHEET SHOWS IT.
      ******************************************************************
       9999-TERMINATE.
           CLOSE ACK-REPORT-FILE
           DISPLAY "CNTYACK: " WS-ACCEPTED-COUNT " ACCEPTED, "
               WS-REJECTED-COUNT " REJECTED, " WS-AT-RISK-COUNT
               " AT RISK, " WS-UNKNOWN-COUNT " UNKNOWN"
           DISPLAY "CNTYACK: " WS-UNACKED-COUNT " UNACKNOWLEDGED, "
               WS-NOT-SENT-COUNT " NIGHTS NOT SUBMITTED"
           IF WS-REJECTED-COUNT > ZERO OR WS-AT-RISK-COUNT > ZERO
               OR WS-UNKNOWN-COUNT > ZERO
               OR WS-UNACKED-COUNT > ZERO OR WS-NOT-SENT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
