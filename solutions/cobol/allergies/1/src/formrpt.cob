       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMRPT.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    FORMRPT IS THE MONTHLY NON-FORMULARY USAGE REPORT.  IT
      *    READS THE DISPENSING HISTORY FOR THE REPORT MONTH (THE
      *    FMRCTL CARD, COLS 1-6 CCYYMM, DEFAULT LAST MONTH) AND
      *    PRICES EVERY DISPENSE OF A MEDICATION THE FORMULARY
      *    CALLS NON-FORMULARY, OR DOES NOT LIST AT ALL, AT ITS UNIT
      *    COST.  THE DISPENSE IS CHARGED TO THE PRESCRIBER ON THE
      *    PRESCRIP LINE IT WAS FILLED AGAINST (THE PATIENT'S LINE
      *    FOR THE MEDICATION, READ DIRECTLY, WHEN IT STARTED BY THE
      *    DISPENSE DATE); A DISPENSE WITH NO SUCH LINE, ONE FILLED
      *    AGAINST AN ORDER SINCE REPLACED, OR A PRE-VERSION-04 LINE,
      *    IS CHARGED TO "UNKNOWN".  THE SAVING IS WHAT THE SAME
      *    UNITS WOULD HAVE COST LESS AT THE PREFERRED ALTERNATIVE'S
      *    UNIT COST, WHEN THE FORMULARY NAMES A CHEAPER ONE.  ONE
      *    LINE PER PRESCRIBER AND MEDICATION, A TOTAL PER
      *    PRESCRIBER, AND A GRAND TOTAL.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  COLUMN HEADINGS LINED UP OVER THE DETAIL
      *                     FIELDS.
      *    2026-10-15  RSK  PRESCRIP IS KEYED ON PATIENT AND
      *                     MEDICATION: THE PRESCRIBER IS FOUND BY A
      *                     DIRECT READ INSTEAD OF FROM A 1000-LINE
      *                     TABLE OF THE WHOLE FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMULARY-CONTROL-FILE ASSIGN TO "FMRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.

           SELECT FORMULARY-FILE ASSIGN TO "FORMLRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT DISPENSE-HISTORY-FILE ASSIGN TO "DISPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.

           SELECT FORMULARY-REPORT-FILE ASSIGN TO "FORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORMULARY-CONTROL-FILE.
       01  FORMULARY-CONTROL-RECORD.
           05  FC-REPORT-MONTH            PIC 9(06).

       FD  FORMULARY-FILE.
       COPY FORMLRY.

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  DISPENSE-HISTORY-FILE.
       COPY DISPHIST.

       FD  FORMULARY-REPORT-FILE.
       01  FORMULARY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-FC-FILE-STATUS              PIC XX.
       01  WS-FM-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-DH-FILE-STATUS              PIC XX.
       01  WS-FR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-PX-OPEN-SW                  PIC X VALUE "N".
           88  WS-PX-OPEN                 VALUE "Y".

       01  WS-TODAY                       PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-CCYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-REPORT-MONTH                PIC 9(06).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-CCYY             PIC 9(04).
           05  WS-REPORT-MM               PIC 9(02).
       01  WS-DISPENSE-MONTH              PIC 9(06).

      *    THE FORMULARY, LOADED ONCE.
       01  WS-FRM-MAX                     PIC 9(03) VALUE 500.
       01  WS-FRM-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-FRM-TABLE.
           05  WS-FRM-ENTRY OCCURS 500 TIMES INDEXED BY WS-FMX.
               10  WS-FRM-MED-NAME         PIC X(20).
               10  WS-FRM-STATUS           PIC X.
               10  WS-FRM-UNIT-COST        PIC 9(05)V99.
               10  WS-FRM-ALTERNATIVE      PIC X(20).

      *    NON-FORMULARY USAGE BY PRESCRIBER AND MEDICATION, IN THE
      *    ORDER FIRST SEEN; WS-USE-PRINTED MARKS A LINE ALREADY
      *    PRINTED UNDER ITS PRESCRIBER.
       01  WS-USE-MAX                     PIC 9(03) VALUE 500.
       01  WS-USE-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 500 TIMES INDEXED BY WS-USX.
               10  WS-USE-PRESCRIBER-ID    PIC X(08).
               10  WS-USE-MEDICATION       PIC X(20).
               10  WS-USE-ALTERNATIVE      PIC X(20).
               10  WS-USE-FILLS            PIC 9(05).
               10  WS-USE-UNITS            PIC 9(07).
               10  WS-USE-COST             PIC 9(09)V99.
               10  WS-USE-SAVING           PIC 9(09)V99.
               10  WS-USE-PRINTED-SW       PIC X.
                   88  WS-USE-PRINTED      VALUE "Y".
       01  WS-USE-SUB                     PIC 9(03).
       01  WS-TABLE-FULL-COUNT            PIC 9(05) VALUE ZERO.

      *    THE DISPENSE BEING PRICED.
       01  WS-PRESCRIBER-ID               PIC X(08).
       01  WS-MED-STATUS                  PIC X.
           88  WS-MED-ON-FORMULARY        VALUE "P" "R".
       01  WS-MED-UNIT-COST               PIC 9(05)V99.
       01  WS-MED-ALTERNATIVE             PIC X(20).
       01  WS-ALT-UNIT-COST               PIC 9(05)V99.
       01  WS-ALT-FOUND-SW                PIC X.
           88  WS-ALT-FOUND               VALUE "Y".
       01  WS-DISPENSE-COST               PIC 9(09)V99.
       01  WS-DISPENSE-SAVING             PIC 9(09)V99.
       01  WS-FOUND-SW                    PIC X.
           88  WS-FOUND                   VALUE "Y".

       01  WS-CUR-PRESCRIBER-ID           PIC X(08).
       01  WS-SUB-FILLS                   PIC 9(05).
       01  WS-SUB-UNITS                   PIC 9(07).
       01  WS-SUB-COST                    PIC 9(09)V99.
       01  WS-SUB-SAVING                  PIC 9(09)V99.
       01  WS-GRAND-FILLS                 PIC 9(05) VALUE ZERO.
       01  WS-GRAND-UNITS                 PIC 9(07) VALUE ZERO.
       01  WS-GRAND-COST                  PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-SAVING                PIC 9(09)V99 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(37) VALUE
               "NON-FORMULARY USAGE FOR MONTH        ".
           05  WS-TL-MONTH                 PIC 9(06).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(39) VALUE
               "PRESCRIBER  MEDICATION            FILLS".
           05  FILLER                      PIC X(38) VALUE
               "    UNITS           COST        SAVING".
           05  FILLER                      PIC X(23) VALUE
               "  PREFERRED ALTERNATIVE".

       01  WS-DETAIL-LINE.
           05  WS-D-PRESCRIBER-ID          PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-D-MEDICATION             PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-FILLS                  PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-D-UNITS                  PIC Z(07)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-D-COST                   PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-D-SAVING                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-ALTERNATIVE            PIC X(20).

       01  WS-NONE-LINE                   PIC X(40) VALUE
           "NO NON-FORMULARY DISPENSING IN THE MONTH".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRICE-ONE-DISPENSE
               UNTIL WS-EOF
           PERFORM 3000-PRINT-ONE-PRESCRIBER
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT
           PERFORM 3500-WRITE-GRAND-TOTAL
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE REPORT MONTH OFF THE OPTIONAL CARD
      *    (DEFAULT THE MONTH BEFORE TODAY), THEN THE FORMULARY AND
      *    THE PRESCRIBERS, THEN THE DISPENSING HISTORY.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-TODAY-MM = 1
               COMPUTE WS-REPORT-CCYY = WS-TODAY-CCYY - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-TODAY-CCYY TO WS-REPORT-CCYY
               COMPUTE WS-REPORT-MM = WS-TODAY-MM - 1
           END-IF
           OPEN INPUT FORMULARY-CONTROL-FILE
           IF WS-FC-FILE-STATUS = "00"
               READ FORMULARY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-REPORT-MONTH NUMERIC
                           AND FC-REPORT-MONTH > ZERO
                           MOVE FC-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE FORMULARY-CONTROL-FILE
           END-IF
           OPEN INPUT FORMULARY-FILE
           MOVE "FORMRPT" TO WS-FS-CALLER
           MOVE "FORMLRY" TO WS-FS-DDNAME
           MOVE WS-FM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-FM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-FORMULARY
           PERFORM 1120-STORE-FORMULARY
               UNTIL WS-FM-FILE-STATUS NOT = "00"
           CLOSE FORMULARY-FILE
           PERFORM 1200-OPEN-PRESCRIPTIONS
           OPEN INPUT DISPENSE-HISTORY-FILE
           MOVE "FORMRPT" TO WS-FS-CALLER
           MOVE "DISPHIST" TO WS-FS-DDNAME
           MOVE WS-DH-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-DH-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FORMULARY-REPORT-FILE
           MOVE WS-REPORT-MONTH TO WS-TL-MONTH
           MOVE WS-TITLE-LINE TO FORMULARY-REPORT-LINE
           WRITE FORMULARY-REPORT-LINE
           MOVE WS-HEADING-LINE TO FORMULARY-REPORT-LINE
           WRITE FORMULARY-REPORT-LINE
           PERFORM 1300-READ-NEXT-DISPENSE.

       1110-READ-FORMULARY.
           READ FORMULARY-FILE
               AT END
                   MOVE "10" TO WS-FM-FILE-STATUS
           END-READ.

       1120-STORE-FORMULARY.
           IF WS-FRM-COUNT < WS-FRM-MAX
               ADD 1 TO WS-FRM-COUNT
               SET WS-FMX TO WS-FRM-COUNT
               MOVE FM-MEDICATION-NAME TO WS-FRM-MED-NAME(WS-FMX)
               MOVE FM-STATUS TO WS-FRM-STATUS(WS-FMX)
               IF FM-UNIT-COST NUMERIC
                   MOVE FM-UNIT-COST TO WS-FRM-UNIT-COST(WS-FMX)
               ELSE
                   MOVE ZERO TO WS-FRM-UNIT-COST(WS-FMX)
               END-IF
               MOVE FM-PREFERRED-ALT TO WS-FRM-ALTERNATIVE(WS-FMX)
           END-IF
           PERFORM 1110-READ-FORMULARY.

      ******************************************************************
      *    1200-OPEN-PRESCRIPTIONS - NO PRESCRIPTION CLUSTER LEAVES
      *    EVERY DISPENSE CHARGED TO "UNKNOWN".
      ******************************************************************
       1200-OPEN-PRESCRIPTIONS.
           OPEN INPUT PRESCRIPTION-FILE
           IF WS-PX-FILE-STATUS = "00"
               SET WS-PX-OPEN TO TRUE
           END-IF.

       1300-READ-NEXT-DISPENSE.
           READ DISPENSE-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-PRICE-ONE-DISPENSE - A DISPENSE IN THE REPORT MONTH
      *    OF A MEDICATION NOT PREFERRED OR RESTRICTED ON THE
      *    FORMULARY IS PRICED AND CHARGED TO ITS PRESCRIBER.
      ******************************************************************
       2000-PRICE-ONE-DISPENSE.
           MOVE DH-DISPENSE-DATE(1:6) TO WS-DISPENSE-MONTH
           IF WS-DISPENSE-MONTH = WS-REPORT-MONTH
               PERFORM 2100-FIND-FORMULARY-ENTRY
               IF NOT WS-MED-ON-FORMULARY
                   PERFORM 2200-FIND-PRESCRIBER
                   PERFORM 2300-COMPUTE-COST-AND-SAVING
                   PERFORM 2400-ACCUMULATE-USAGE
               END-IF
           END-IF
           PERFORM 1300-READ-NEXT-DISPENSE.

       2100-FIND-FORMULARY-ENTRY.
           MOVE "N" TO WS-MED-STATUS
           MOVE ZERO TO WS-MED-UNIT-COST
           MOVE SPACES TO WS-MED-ALTERNATIVE
           SET WS-FMX TO 1
           SEARCH WS-FRM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FMX > WS-FRM-COUNT
                   CONTINUE
               WHEN WS-FRM-MED-NAME(WS-FMX) = DH-MEDICATION-NAME
                   MOVE WS-FRM-STATUS(WS-FMX) TO WS-MED-STATUS
                   MOVE WS-FRM-UNIT-COST(WS-FMX) TO WS-MED-UNIT-COST
                   MOVE WS-FRM-ALTERNATIVE(WS-FMX)
                       TO WS-MED-ALTERNATIVE
           END-SEARCH.

      ******************************************************************
      *    2200-FIND-PRESCRIBER - THE PATIENT'S PRESCRIP LINE FOR THE
      *    MEDICATION, WHEN IT STARTED ON OR BEFORE THE DISPENSE.  A
      *    LINE STARTED LATER REPLACED THE ORDER THE DISPENSE FILLED.
      ******************************************************************
       2200-FIND-PRESCRIBER.
           MOVE "UNKNOWN" TO WS-PRESCRIBER-ID
           IF WS-PX-OPEN
               MOVE DH-PATIENT-ID TO PX-PATIENT-ID
               MOVE DH-MEDICATION-NAME TO PX-MEDICATION-NAME
               READ PRESCRIPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2210-CHECK-THE-LINE
               END-READ
           END-IF.

       2210-CHECK-THE-LINE.
           IF PX-START-DATE NOT NUMERIC
               MOVE ZERO TO PX-START-DATE
           END-IF
           IF PX-START-DATE NOT > DH-DISPENSE-DATE
               AND PX-PRESCRIBER-ID NOT = SPACES
               MOVE PX-PRESCRIBER-ID TO WS-PRESCRIBER-ID
           END-IF.

      ******************************************************************
      *    2300-COMPUTE-COST-AND-SAVING - UNITS AT THE MEDICATION'S
      *    UNIT COST, AND THE DIFFERENCE TO THE SAME UNITS AT THE
      *    ALTERNATIVE'S UNIT COST WHEN THE ALTERNATIVE IS FILED
      *    AND CHEAPER.
      ******************************************************************
       2300-COMPUTE-COST-AND-SAVING.
           COMPUTE WS-DISPENSE-COST = DH-QUANTITY * WS-MED-UNIT-COST
           MOVE ZERO TO WS-DISPENSE-SAVING
           IF WS-MED-ALTERNATIVE NOT = SPACES
               MOVE "N" TO WS-ALT-FOUND-SW
               SET WS-FMX TO 1
               SEARCH WS-FRM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FMX > WS-FRM-COUNT
                       CONTINUE
                   WHEN WS-FRM-MED-NAME(WS-FMX) = WS-MED-ALTERNATIVE
                       SET WS-ALT-FOUND TO TRUE
                       MOVE WS-FRM-UNIT-COST(WS-FMX)
                           TO WS-ALT-UNIT-COST
               END-SEARCH
               IF WS-ALT-FOUND
                   AND WS-ALT-UNIT-COST < WS-MED-UNIT-COST
                   COMPUTE WS-DISPENSE-SAVING = DH-QUANTITY *
                       (WS-MED-UNIT-COST - WS-ALT-UNIT-COST)
               END-IF
           END-IF.

       2400-ACCUMULATE-USAGE.
           MOVE "N" TO WS-FOUND-SW
           SET WS-USX TO 1
           SEARCH WS-USE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-USX > WS-USE-COUNT
                   CONTINUE
               WHEN WS-USE-PRESCRIBER-ID(WS-USX) = WS-PRESCRIBER-ID
                   AND WS-USE-MEDICATION(WS-USX) = DH-MEDICATION-NAME
                   SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND
               IF WS-USE-COUNT < WS-USE-MAX
                   ADD 1 TO WS-USE-COUNT
                   SET WS-USX TO WS-USE-COUNT
                   MOVE WS-PRESCRIBER-ID
                       TO WS-USE-PRESCRIBER-ID(WS-USX)
                   MOVE DH-MEDICATION-NAME TO WS-USE-MEDICATION(WS-USX)
                   MOVE WS-MED-ALTERNATIVE
                       TO WS-USE-ALTERNATIVE(WS-USX)
                   MOVE ZERO TO WS-USE-FILLS(WS-USX)
                   MOVE ZERO TO WS-USE-UNITS(WS-USX)
                   MOVE ZERO TO WS-USE-COST(WS-USX)
                   MOVE ZERO TO WS-USE-SAVING(WS-USX)
                   MOVE "N" TO WS-USE-PRINTED-SW(WS-USX)
                   SET WS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-USE-FILLS(WS-USX)
               ADD DH-QUANTITY TO WS-USE-UNITS(WS-USX)
               ADD WS-DISPENSE-COST TO WS-USE-COST(WS-USX)
               ADD WS-DISPENSE-SAVING TO WS-USE-SAVING(WS-USX)
           END-IF.

      ******************************************************************
      *    3000-PRINT-ONE-PRESCRIBER - AT THE FIRST UNPRINTED LINE
      *    OF A PRESCRIBER, PRINT EVERY LINE OF THAT PRESCRIBER AND
      *    ITS TOTAL.
      ******************************************************************
       3000-PRINT-ONE-PRESCRIBER.
           IF NOT WS-USE-PRINTED(WS-USE-SUB)
               MOVE WS-USE-PRESCRIBER-ID(WS-USE-SUB)
                   TO WS-CUR-PRESCRIBER-ID
               MOVE ZERO TO WS-SUB-FILLS
               MOVE ZERO TO WS-SUB-UNITS
               MOVE ZERO TO WS-SUB-COST
               MOVE ZERO TO WS-SUB-SAVING
               PERFORM 3100-PRINT-ONE-LINE
                   VARYING WS-USX FROM WS-USE-SUB BY 1
                   UNTIL WS-USX > WS-USE-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  PRESCRIBER TOTAL" TO WS-D-MEDICATION
               MOVE WS-SUB-FILLS TO WS-D-FILLS
               MOVE WS-SUB-UNITS TO WS-D-UNITS
               MOVE WS-SUB-COST TO WS-D-COST
               MOVE WS-SUB-SAVING TO WS-D-SAVING
               MOVE WS-DETAIL-LINE TO FORMULARY-REPORT-LINE
               WRITE FORMULARY-REPORT-LINE
               ADD WS-SUB-FILLS TO WS-GRAND-FILLS
               ADD WS-SUB-UNITS TO WS-GRAND-UNITS
               ADD WS-SUB-COST TO WS-GRAND-COST
               ADD WS-SUB-SAVING TO WS-GRAND-SAVING
           END-IF.

       3100-PRINT-ONE-LINE.
           IF NOT WS-USE-PRINTED(WS-USX)
               AND WS-USE-PRESCRIBER-ID(WS-USX) = WS-CUR-PRESCRIBER-ID
               MOVE "Y" TO WS-USE-PRINTED-SW(WS-USX)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-USE-PRESCRIBER-ID(WS-USX) TO WS-D-PRESCRIBER-ID
               MOVE WS-USE-MEDICATION(WS-USX) TO WS-D-MEDICATION
               MOVE WS-USE-FILLS(WS-USX) TO WS-D-FILLS
               MOVE WS-USE-UNITS(WS-USX) TO WS-D-UNITS
               MOVE WS-USE-COST(WS-USX) TO WS-D-COST
               MOVE WS-USE-SAVING(WS-USX) TO WS-D-SAVING
               MOVE WS-USE-ALTERNATIVE(WS-USX) TO WS-D-ALTERNATIVE
               MOVE WS-DETAIL-LINE TO FORMULARY-REPORT-LINE
               WRITE FORMULARY-REPORT-LINE
               ADD WS-USE-FILLS(WS-USX) TO WS-SUB-FILLS
               ADD WS-USE-UNITS(WS-USX) TO WS-SUB-UNITS
               ADD WS-USE-COST(WS-USX) TO WS-SUB-COST
               ADD WS-USE-SAVING(WS-USX) TO WS-SUB-SAVING
           END-IF.

       3500-WRITE-GRAND-TOTAL.
           IF WS-USE-COUNT = ZERO
               MOVE WS-NONE-LINE TO FORMULARY-REPORT-LINE
               WRITE FORMULARY-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "GRAND TOTAL" TO WS-D-MEDICATION
               MOVE WS-GRAND-FILLS TO WS-D-FILLS
               MOVE WS-GRAND-UNITS TO WS-D-UNITS
               MOVE WS-GRAND-COST TO WS-D-COST
               MOVE WS-GRAND-SAVING TO WS-D-SAVING
               MOVE WS-DETAIL-LINE TO FORMULARY-REPORT-LINE
               WRITE FORMULARY-REPORT-LINE
           END-IF.

       9999-TERMINATE.
           CLOSE DISPENSE-HISTORY-FILE
           IF WS-PX-OPEN
               CLOSE PRESCRIPTION-FILE
           END-IF
           CLOSE FORMULARY-REPORT-FILE
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "FORMRPT: " WS-TABLE-FULL-COUNT
                   " DISPENSES NOT REPORTED -- USAGE TABLE FULL"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FORMRPT: MONTH " WS-REPORT-MONTH " -- "
               WS-GRAND-FILLS " NON-FORMULARY FILLS".
