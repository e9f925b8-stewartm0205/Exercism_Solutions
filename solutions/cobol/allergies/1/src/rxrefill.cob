       IDENTIFICATION DIVISION.
       PROGRAM-ID. RXREFILL.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    RXREFILL IS THE WEEKLY REFILL AND ADHERENCE REPORT.  IT
      *    READS THE CUMULATIVE DISPENSING HISTORY, SORTED BY THE
      *    JOB INTO PATIENT, MEDICATION AND DISPENSE DATE ORDER, AND
      *    PRINTS ONE LINE PER PATIENT AND MEDICATION:
      *      - THE LAST DISPENSE AND THE DATE THE SUPPLY RUNS OUT.
      *        AN EARLY REFILL CARRIES FORWARD: ITS DAYS START THE
      *        DAY AFTER THE PREVIOUS SUPPLY ENDS, NOT THE DAY IT
      *        WAS HANDED OVER.
      *      - FOR A PRESCRIPTION STILL CURRENT ON PRESCRIP, "DUE"
      *        WHEN THE SUPPLY RUNS OUT WITHIN THE LOOK-AHEAD WINDOW
      *        (SEVEN DAYS UNLESS THE CONTROL CARD SAYS OTHERWISE)
      *        AND "OVERDUE" WHEN IT RAN OUT MORE THAN THE GRACE
      *        DAYS AGO (ZERO UNLESS THE CARD SAYS OTHERWISE).  A
      *        STOPPED OR REMOVED PRESCRIPTION IS NOT DUE.
      *      - THE ADHERENCE PERCENTAGE AS PROPORTION OF DAYS
      *        COVERED: DAYS WITH SUPPLY ON HAND OVER DAYS FROM THE
      *        FIRST DISPENSE TO TODAY, OR TO THE STOP DATE WHEN
      *        THE PRESCRIPTION HAS ENDED.  BELOW 80 PERCENT IS
      *        FLAGGED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PRESCRIP IS KEYED ON PATIENT AND
      *                     MEDICATION, ONE LINE PER PAIR: EACH GROUP
      *                     READS ITS LINE DIRECTLY INSTEAD OF FROM A
      *                     1000-ENTRY TABLE OF THE WHOLE FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFILL-CONTROL-FILE ASSIGN TO "RFLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT DISPENSE-HISTORY-FILE ASSIGN TO "DISPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.

           SELECT REFILL-REPORT-FILE ASSIGN TO "RFLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFILL-CONTROL-FILE.
       01  REFILL-CONTROL-RECORD.
           05  RC-LOOKAHEAD-DAYS          PIC 9(03).
           05  FILLER                     PIC X(01).
           05  RC-GRACE-DAYS              PIC 9(03).

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  DISPENSE-HISTORY-FILE.
       COPY DISPHIST.

       FD  REFILL-REPORT-FILE.
       01  REFILL-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-RC-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-DH-FILE-STATUS              PIC XX.
       01  WS-RR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-LOOKAHEAD-DAYS              PIC 9(03) VALUE 7.
       01  WS-GRACE-DAYS                  PIC 9(03) VALUE ZERO.
       01  WS-LOW-ADHERENCE-PCT           PIC 9(03) VALUE 80.
       01  WS-TODAY                       PIC 9(08).
       01  WS-TODAY-DAY-NO                PIC 9(07).

      *    THE GROUP'S PRESCRIP STOP DATE -- ZERO WHEN THE LINE IS
      *    OPEN-ENDED.
       01  WS-PX-OPEN-SW                  PIC X VALUE "N".
           88  WS-PX-OPEN                 VALUE "Y".
       01  WS-PX-STOP-DATE                PIC 9(08).
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".

      *    THE PATIENT AND MEDICATION BEING ACCUMULATED.
       01  WS-CUR-PATIENT-ID              PIC X(08).
       01  WS-CUR-MEDICATION              PIC X(20).
       01  WS-GROUP-OPEN-SW               PIC X VALUE "N".
           88  WS-GROUP-OPEN              VALUE "Y".
       01  WS-RX-STATUS-SW                PIC X.
           88  WS-RX-CURRENT              VALUE "C".
           88  WS-RX-STOPPED              VALUE "S".
           88  WS-RX-NOT-ON-FILE          VALUE "N".
       01  WS-RX-STOP-DAY-NO              PIC 9(07).
       01  WS-FIRST-DAY-NO                PIC 9(07).
       01  WS-PERIOD-END-DAY-NO           PIC 9(07).
       01  WS-COVERED-THRU-DAY-NO         PIC 9(07).
       01  WS-DISPENSE-DAY-NO             PIC 9(07).
       01  WS-FILL-START-DAY-NO           PIC 9(07).
       01  WS-FILL-END-DAY-NO             PIC 9(07).
       01  WS-COVERED-DAYS                PIC 9(05).
       01  WS-PERIOD-DAYS                 PIC S9(05).
       01  WS-ADDED-DAYS                  PIC S9(05).
       01  WS-DAYS-TO-RUN-OUT             PIC S9(05).
       01  WS-ADHERENCE-PCT               PIC 9(03).
       01  WS-LAST-DISPENSE-DATE          PIC 9(08).

       01  WS-GROUP-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-DUE-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-LOW-ADHERENCE-COUNT         PIC 9(05) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(32) VALUE
               "REFILL AND ADHERENCE AS OF      ".
           05  WS-TL-TODAY                 PIC 9(08).

       01  WS-HEADING-LINE                PIC X(80) VALUE
           "PATIENT   MEDICATION            LAST FILL RUNS OUT PDC%  STA
      -    "TUS".

       01  WS-DETAIL-LINE.
           05  WS-D-PATIENT-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-MEDICATION             PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-LAST-FILL              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-RUNS-OUT               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-D-ADHERENCE-PCT          PIC ZZ9.
           05  WS-D-LOW-FLAG               PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-STATUS                 PIC X(21).
           05  WS-D-STATUS-PARTS REDEFINES WS-D-STATUS.
               10  WS-D-STATUS-WORD        PIC X(08).
               10  WS-D-STATUS-DAYS        PIC ZZZZ9.
               10  WS-D-STATUS-TAIL        PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(18) VALUE
               "PATIENT/MEDICATION".
           05  WS-TT-GROUPS                PIC ZZZZ9.
           05  FILLER                      PIC X(06) VALUE "  DUE ".
           05  WS-TT-DUE                   PIC ZZZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  OVERDUE ".
           05  WS-TT-OVERDUE               PIC ZZZZ9.
           05  FILLER                      PIC X(15) VALUE
               "  UNDER 80 PCT ".
           05  WS-TT-LOW-ADHERENCE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-ONE-DISPENSE
               UNTIL WS-EOF
           IF WS-GROUP-OPEN
               PERFORM 2500-REPORT-ONE-GROUP
           END-IF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE CONTROL CARD (COLS 1-3 LOOK-AHEAD
      *    DAYS, 5-7 GRACE DAYS) IS OPTIONAL; A BLANK FIELD KEEPS
      *    THE DEFAULT.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT REFILL-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
               READ REFILL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-LOOKAHEAD-DAYS NUMERIC
                           MOVE RC-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
                       END-IF
                       IF RC-GRACE-DAYS NUMERIC
                           MOVE RC-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE REFILL-CONTROL-FILE
           END-IF
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN INPUT PRESCRIPTION-FILE
           IF WS-PX-FILE-STATUS = "00"
               SET WS-PX-OPEN TO TRUE
           END-IF
           OPEN INPUT DISPENSE-HISTORY-FILE
           MOVE "RXREFILL" TO WS-FS-CALLER
           MOVE "DISPHIST" TO WS-FS-DDNAME
           MOVE WS-DH-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-DH-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REFILL-REPORT-FILE
           MOVE WS-TODAY TO WS-TL-TODAY
           MOVE WS-TITLE-LINE TO REFILL-REPORT-LINE
           WRITE REFILL-REPORT-LINE
           MOVE WS-HEADING-LINE TO REFILL-REPORT-LINE
           WRITE REFILL-REPORT-LINE
           PERFORM 1300-READ-NEXT-DISPENSE.

       1300-READ-NEXT-DISPENSE.
           READ DISPENSE-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-ACCUMULATE-ONE-DISPENSE - A CHANGE OF PATIENT OR
      *    MEDICATION CLOSES THE PREVIOUS GROUP AND OPENS A NEW ONE.
      ******************************************************************
       2000-ACCUMULATE-ONE-DISPENSE.
           IF DH-DISPENSE-DATE NUMERIC AND DH-DISPENSE-DATE > 0
               AND DH-DAYS-SUPPLY NUMERIC
               IF WS-GROUP-OPEN
                   IF DH-PATIENT-ID NOT = WS-CUR-PATIENT-ID
                       OR DH-MEDICATION-NAME NOT = WS-CUR-MEDICATION
                       PERFORM 2500-REPORT-ONE-GROUP
                       PERFORM 2100-OPEN-GROUP
                   END-IF
               ELSE
                   PERFORM 2100-OPEN-GROUP
               END-IF
               PERFORM 2200-COVER-ONE-DISPENSE
           END-IF
           PERFORM 1300-READ-NEXT-DISPENSE.

      ******************************************************************
      *    2100-OPEN-GROUP - LOOK THE PRESCRIPTION UP FIRST SO THE
      *    ADHERENCE PERIOD'S END IS KNOWN BEFORE ANY DAYS ARE
      *    COUNTED.
      ******************************************************************
       2100-OPEN-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           MOVE DH-PATIENT-ID TO WS-CUR-PATIENT-ID
           MOVE DH-MEDICATION-NAME TO WS-CUR-MEDICATION
           MOVE ZERO TO WS-COVERED-DAYS
           COMPUTE WS-FIRST-DAY-NO =
               FUNCTION INTEGER-OF-DATE(DH-DISPENSE-DATE)
           COMPUTE WS-COVERED-THRU-DAY-NO = WS-FIRST-DAY-NO - 1
           MOVE WS-TODAY-DAY-NO TO WS-PERIOD-END-DAY-NO
           PERFORM 2150-READ-PRESCRIPTION
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   SET WS-RX-NOT-ON-FILE TO TRUE
               WHEN WS-PX-STOP-DATE = ZERO
                   OR WS-PX-STOP-DATE NOT < WS-TODAY
                   SET WS-RX-CURRENT TO TRUE
               WHEN OTHER
                   SET WS-RX-STOPPED TO TRUE
                   COMPUTE WS-RX-STOP-DAY-NO = FUNCTION
                       INTEGER-OF-DATE(WS-PX-STOP-DATE)
                   MOVE WS-RX-STOP-DAY-NO TO WS-PERIOD-END-DAY-NO
           END-EVALUATE.

      ******************************************************************
      *    2150-READ-PRESCRIPTION - THE GROUP'S PRESCRIP LINE.  A
      *    STOP DATE OF SPACES IS OPEN-ENDED.
      ******************************************************************
       2150-READ-PRESCRIPTION.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-PX-STOP-DATE
           IF WS-PX-OPEN
               MOVE DH-PATIENT-ID TO PX-PATIENT-ID
               MOVE DH-MEDICATION-NAME TO PX-MEDICATION-NAME
               READ PRESCRIPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
                       IF PX-STOP-DATE NUMERIC
                           MOVE PX-STOP-DATE TO WS-PX-STOP-DATE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *    2200-COVER-ONE-DISPENSE - THE FILL COVERS DAYS-SUPPLY
      *    DAYS FROM THE LATER OF THE DISPENSE DATE AND THE DAY
      *    AFTER THE SUPPLY ON HAND RUNS OUT.  ONLY DAYS INSIDE THE
      *    ADHERENCE PERIOD COUNT AS COVERED.
      ******************************************************************
       2200-COVER-ONE-DISPENSE.
           MOVE DH-DISPENSE-DATE TO WS-LAST-DISPENSE-DATE
           COMPUTE WS-DISPENSE-DAY-NO =
               FUNCTION INTEGER-OF-DATE(DH-DISPENSE-DATE)
           IF WS-DISPENSE-DAY-NO > WS-COVERED-THRU-DAY-NO
               MOVE WS-DISPENSE-DAY-NO TO WS-FILL-START-DAY-NO
           ELSE
               COMPUTE WS-FILL-START-DAY-NO =
                   WS-COVERED-THRU-DAY-NO + 1
           END-IF
           IF DH-DAYS-SUPPLY > ZERO
               COMPUTE WS-FILL-END-DAY-NO =
                   WS-FILL-START-DAY-NO + DH-DAYS-SUPPLY - 1
               MOVE WS-FILL-END-DAY-NO TO WS-COVERED-THRU-DAY-NO
               IF WS-FILL-END-DAY-NO > WS-PERIOD-END-DAY-NO
                   COMPUTE WS-ADDED-DAYS = WS-PERIOD-END-DAY-NO
                       - WS-FILL-START-DAY-NO + 1
               ELSE
                   COMPUTE WS-ADDED-DAYS = WS-FILL-END-DAY-NO
                       - WS-FILL-START-DAY-NO + 1
               END-IF
               IF WS-ADDED-DAYS > ZERO
                   ADD WS-ADDED-DAYS TO WS-COVERED-DAYS
               END-IF
           END-IF.

      ******************************************************************
      *    2500-REPORT-ONE-GROUP - ADHERENCE AND REFILL STATUS FOR
      *    THE PATIENT AND MEDICATION JUST CLOSED.
      ******************************************************************
       2500-REPORT-ONE-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-DAY-NO - WS-FIRST-DAY-NO + 1
           IF WS-PERIOD-DAYS > ZERO
               AND WS-COVERED-DAYS < WS-PERIOD-DAYS
               COMPUTE WS-ADHERENCE-PCT =
                   WS-COVERED-DAYS * 100 / WS-PERIOD-DAYS
           ELSE
               MOVE 100 TO WS-ADHERENCE-PCT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CUR-PATIENT-ID TO WS-D-PATIENT-ID
           MOVE WS-CUR-MEDICATION TO WS-D-MEDICATION
           MOVE WS-LAST-DISPENSE-DATE TO WS-D-LAST-FILL
           MOVE FUNCTION DATE-OF-INTEGER(WS-COVERED-THRU-DAY-NO)
               TO WS-D-RUNS-OUT
           MOVE WS-ADHERENCE-PCT TO WS-D-ADHERENCE-PCT
           IF WS-ADHERENCE-PCT < WS-LOW-ADHERENCE-PCT
               ADD 1 TO WS-LOW-ADHERENCE-COUNT
               MOVE "*" TO WS-D-LOW-FLAG
           END-IF
           COMPUTE WS-DAYS-TO-RUN-OUT =
               WS-COVERED-THRU-DAY-NO - WS-TODAY-DAY-NO
           EVALUATE TRUE
               WHEN WS-RX-STOPPED
                   MOVE "STOPPED" TO WS-D-STATUS
               WHEN WS-RX-NOT-ON-FILE
                   MOVE "NOT ON PRESCRIP" TO WS-D-STATUS
               WHEN WS-DAYS-TO-RUN-OUT < ZERO
                   AND (ZERO - WS-DAYS-TO-RUN-OUT) > WS-GRACE-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO WS-D-STATUS-WORD
                   COMPUTE WS-D-STATUS-DAYS = ZERO - WS-DAYS-TO-RUN-OUT
                   MOVE " DAYS" TO WS-D-STATUS-TAIL
               WHEN WS-DAYS-TO-RUN-OUT NOT > WS-LOOKAHEAD-DAYS
                   ADD 1 TO WS-DUE-COUNT
                   MOVE "DUE IN" TO WS-D-STATUS-WORD
                   IF WS-DAYS-TO-RUN-OUT > ZERO
                       MOVE WS-DAYS-TO-RUN-OUT TO WS-D-STATUS-DAYS
                   ELSE
                       MOVE ZERO TO WS-D-STATUS-DAYS
                   END-IF
                   MOVE " DAYS" TO WS-D-STATUS-TAIL
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REFILL-REPORT-LINE
           WRITE REFILL-REPORT-LINE.

       3000-WRITE-TOTALS.
           MOVE WS-GROUP-COUNT TO WS-TT-GROUPS
           MOVE WS-DUE-COUNT TO WS-TT-DUE
           MOVE WS-OVERDUE-COUNT TO WS-TT-OVERDUE
           MOVE WS-LOW-ADHERENCE-COUNT TO WS-TT-LOW-ADHERENCE
           MOVE SPACES TO REFILL-REPORT-LINE
           WRITE REFILL-REPORT-LINE
           MOVE WS-TOTAL-LINE TO REFILL-REPORT-LINE
           WRITE REFILL-REPORT-LINE.

       9999-TERMINATE.
           CLOSE DISPENSE-HISTORY-FILE
           IF WS-PX-OPEN
               CLOSE PRESCRIPTION-FILE
           END-IF
           CLOSE REFILL-REPORT-FILE
           DISPLAY "RXREFILL: " WS-GROUP-COUNT " MEDICATIONS, "
               WS-DUE-COUNT " DUE, " WS-OVERDUE-COUNT " OVERDUE, "
               WS-LOW-ADHERENCE-COUNT " UNDER 80 PCT".
