       IDENTIFICATION DIVISION.
       PROGRAM-ID. RXOVRPT.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    RXOVRPT IS THE WEEKLY PHARMACIST OVERRIDE REPORT.  PART
      *    ONE LISTS EVERY HELD ORDER RELEASED ON OVERRIDE IN THE
      *    REPORTING WINDOW (THE LAST SEVEN DAYS UNLESS THE CONTROL
      *    CARD SAYS OTHERWISE), BROKEN BY PHARMACIST AND BY
      *    OVERRIDE REASON, WITH A COUNT AT EACH BREAK.  THE JOB
      *    SORTS THE OVERRIDE LOG BY PHARMACIST, REASON AND RELEASE
      *    DATE FIRST.  PART TWO LISTS EVERY ORDER STILL ON THE
      *    HELD QUEUE THAT HAS BEEN WAITING LONGER THAN THE HELD-AGE
      *    LIMIT (THREE DAYS UNLESS THE CARD SAYS OTHERWISE) -- THE
      *    HOLDS NOBODY HAS RELEASED OR CANCELLED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CONTROL-FILE ASSIGN TO "OVRPTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OL-FILE-STATUS.

           SELECT HELD-QUEUE-FILE ASSIGN TO "HELDQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HQ-FILE-STATUS.

           SELECT OVERRIDE-REPORT-FILE ASSIGN TO "OVRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CONTROL-FILE.
       01  REPORT-CONTROL-RECORD.
           05  RC-REPORT-DAYS             PIC 9(03).
           05  FILLER                     PIC X(01).
           05  RC-HELD-AGE-DAYS           PIC 9(03).

       FD  OVERRIDE-LOG-FILE.
       COPY OVRDLOG.

       FD  HELD-QUEUE-FILE.
       COPY HELDORD.

       FD  OVERRIDE-REPORT-FILE.
       01  OVERRIDE-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-RC-FILE-STATUS              PIC XX.
       01  WS-OL-FILE-STATUS              PIC XX.
       01  WS-HQ-FILE-STATUS              PIC XX.
       01  WS-OR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       COPY OVRDRSN.

       01  WS-REPORT-DAYS                 PIC 9(03) VALUE 7.
       01  WS-HELD-AGE-DAYS               PIC 9(03) VALUE 3.
       01  WS-TODAY                       PIC 9(08).
       01  WS-TODAY-DAY-NO                PIC 9(07).
       01  WS-ENTRY-DAY-NO                PIC 9(07).
       01  WS-AGE-DAYS                    PIC S9(07).
       01  WS-FROM-DATE                   PIC 9(08).

       01  WS-PREV-PHARMACIST             PIC X(08).
       01  WS-PREV-REASON                 PIC X(04).
       01  WS-GROUP-OPEN-SW               PIC X VALUE "N".
           88  WS-GROUP-OPEN              VALUE "Y".
       01  WS-REASON-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-PHARMACIST-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-OVERRIDE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-AGED-HOLD-COUNT             PIC 9(05) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(32) VALUE
               "PHARMACIST OVERRIDES RELEASED   ".
           05  WS-TL-FROM-DATE             PIC 9(08).
           05  FILLER                      PIC X(06) VALUE " THRU ".
           05  WS-TL-TO-DATE               PIC 9(08).

       01  WS-HEADING-LINE                PIC X(80) VALUE
           "PHARMACIST  RSN   RELEASED  PATIENT   MEDICATION            
      -    "HELD FOR".

       01  WS-DETAIL-LINE.
           05  WS-D-PHARMACIST-ID          PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-D-REASON-CODE            PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-RELEASE-DATE           PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-PATIENT-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-MEDICATION             PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-D-HOLD-REASON            PIC X(20).

       01  WS-REASON-TOTAL-LINE.
           05  FILLER                      PIC X(12) VALUE
               "  REASON    ".
           05  WS-RT-REASON-CODE           PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-RT-REASON-DESC           PIC X(26).
           05  FILLER                      PIC X(10) VALUE
               "  COUNT   ".
           05  WS-RT-COUNT                 PIC ZZZZ9.

       01  WS-PHARMACIST-TOTAL-LINE.
           05  FILLER                      PIC X(12) VALUE
               "PHARMACIST  ".
           05  WS-PT-PHARMACIST-ID         PIC X(08).
           05  FILLER                      PIC X(34) VALUE
               "  OVERRIDES                       ".
           05  WS-PT-COUNT                 PIC ZZZZ9.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                      PIC X(54) VALUE
               "TOTAL OVERRIDES IN WINDOW".
           05  WS-GT-COUNT                 PIC ZZZZ9.

       01  WS-AGED-TITLE-LINE.
           05  FILLER                      PIC X(25) VALUE
               "ORDERS STILL HELD OVER   ".
           05  WS-AT-HELD-AGE-DAYS         PIC ZZ9.
           05  FILLER                      PIC X(05) VALUE " DAYS".

       01  WS-AGED-HEADING-LINE           PIC X(80) VALUE
           "PATIENT   MEDICATION            HELD      DAYS  HELD FOR".

       01  WS-AGED-DETAIL-LINE.
           05  WS-A-PATIENT-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-A-MEDICATION             PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-A-HELD-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-A-AGE-DAYS               PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-A-HOLD-REASON            PIC X(30).

       01  WS-AGED-TOTAL-LINE.
           05  FILLER                      PIC X(54) VALUE
               "TOTAL AGED HOLDS".
           05  WS-AG-COUNT                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-OVERRIDE
               UNTIL WS-EOF
           PERFORM 2900-CLOSE-OVERRIDE-SECTION
           PERFORM 3000-OPEN-HELD-QUEUE
           PERFORM 3100-AGE-ONE-HELD-ORDER
               UNTIL WS-EOF
           PERFORM 3900-CLOSE-AGED-SECTION
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE CONTROL CARD (COLS 1-3 REPORT DAYS,
      *    5-7 HELD-AGE DAYS) IS OPTIONAL; A BLANK OR ZERO FIELD
      *    KEEPS THE DEFAULT.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT REPORT-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
               READ REPORT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-REPORT-DAYS NUMERIC
                           AND RC-REPORT-DAYS > 0
                           MOVE RC-REPORT-DAYS TO WS-REPORT-DAYS
                       END-IF
                       IF RC-HELD-AGE-DAYS NUMERIC
                           AND RC-HELD-AGE-DAYS > 0
                           MOVE RC-HELD-AGE-DAYS TO WS-HELD-AGE-DAYS
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL-FILE
           END-IF
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-DAY-NO - WS-REPORT-DAYS + 1)
           OPEN INPUT OVERRIDE-LOG-FILE
           MOVE "RXOVRPT" TO WS-FS-CALLER
           MOVE "OVRDLOG" TO WS-FS-DDNAME
           MOVE WS-OL-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-OL-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OVERRIDE-REPORT-FILE
           MOVE WS-FROM-DATE TO WS-TL-FROM-DATE
           MOVE WS-TODAY TO WS-TL-TO-DATE
           MOVE WS-TITLE-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE WS-HEADING-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           PERFORM 1100-READ-NEXT-OVERRIDE.

       1100-READ-NEXT-OVERRIDE.
           READ OVERRIDE-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-REPORT-ONE-OVERRIDE - AN OVERRIDE RELEASED INSIDE
      *    THE WINDOW IS LISTED; A CHANGE OF PHARMACIST CLOSES BOTH
      *    THE REASON AND THE PHARMACIST GROUP, A CHANGE OF REASON
      *    ONLY THE REASON GROUP.
      ******************************************************************
       2000-REPORT-ONE-OVERRIDE.
           IF OL-RELEASE-DATE NUMERIC
               AND OL-RELEASE-DATE NOT < WS-FROM-DATE
               AND OL-RELEASE-DATE NOT > WS-TODAY
               IF WS-GROUP-OPEN
                   IF OL-PHARMACIST-ID NOT = WS-PREV-PHARMACIST
                       PERFORM 2200-CLOSE-REASON-GROUP
                       PERFORM 2300-CLOSE-PHARMACIST-GROUP
                   ELSE
                       IF OL-REASON-CODE NOT = WS-PREV-REASON
                           PERFORM 2200-CLOSE-REASON-GROUP
                       END-IF
                   END-IF
               END-IF
               SET WS-GROUP-OPEN TO TRUE
               MOVE OL-PHARMACIST-ID TO WS-PREV-PHARMACIST
               MOVE OL-REASON-CODE TO WS-PREV-REASON
               PERFORM 2100-WRITE-OVERRIDE-DETAIL
           END-IF
           PERFORM 1100-READ-NEXT-OVERRIDE.

       2100-WRITE-OVERRIDE-DETAIL.
           ADD 1 TO WS-REASON-COUNT
           ADD 1 TO WS-PHARMACIST-COUNT
           ADD 1 TO WS-OVERRIDE-COUNT
           MOVE OL-PHARMACIST-ID TO WS-D-PHARMACIST-ID
           MOVE OL-REASON-CODE TO WS-D-REASON-CODE
           MOVE OL-RELEASE-DATE TO WS-D-RELEASE-DATE
           MOVE OL-PATIENT-ID TO WS-D-PATIENT-ID
           MOVE OL-MEDICATION-NAME TO WS-D-MEDICATION
           MOVE OL-HOLD-REASON TO WS-D-HOLD-REASON
           MOVE WS-DETAIL-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE.

       2200-CLOSE-REASON-GROUP.
           MOVE WS-PREV-REASON TO WS-RT-REASON-CODE
           MOVE "UNKNOWN REASON CODE" TO WS-RT-REASON-DESC
           SET WS-ORX TO 1
           SEARCH WS-OVR-REASON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OVR-REASON-CODE(WS-ORX) = WS-PREV-REASON
                   MOVE WS-OVR-REASON-DESC(WS-ORX)
                       TO WS-RT-REASON-DESC
           END-SEARCH
           MOVE WS-REASON-COUNT TO WS-RT-COUNT
           MOVE WS-REASON-TOTAL-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE ZERO TO WS-REASON-COUNT.

       2300-CLOSE-PHARMACIST-GROUP.
           MOVE WS-PREV-PHARMACIST TO WS-PT-PHARMACIST-ID
           MOVE WS-PHARMACIST-COUNT TO WS-PT-COUNT
           MOVE WS-PHARMACIST-TOTAL-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE SPACES TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE ZERO TO WS-PHARMACIST-COUNT.

       2900-CLOSE-OVERRIDE-SECTION.
           IF WS-GROUP-OPEN
               PERFORM 2200-CLOSE-REASON-GROUP
               PERFORM 2300-CLOSE-PHARMACIST-GROUP
           END-IF
           MOVE WS-OVERRIDE-COUNT TO WS-GT-COUNT
           MOVE WS-GRAND-TOTAL-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           CLOSE OVERRIDE-LOG-FILE.

      ******************************************************************
      *    3000-OPEN-HELD-QUEUE - NO QUEUE (NOTHING EVER HELD) IS AN
      *    EMPTY SECTION, NOT A FAILED RUN.
      ******************************************************************
       3000-OPEN-HELD-QUEUE.
           MOVE SPACES TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE WS-HELD-AGE-DAYS TO WS-AT-HELD-AGE-DAYS
           MOVE WS-AGED-TITLE-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE WS-AGED-HEADING-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HELD-QUEUE-FILE
           IF WS-HQ-FILE-STATUS = "00"
               PERFORM 3050-READ-NEXT-HELD-ORDER
           ELSE
               SET WS-EOF TO TRUE
           END-IF.

       3050-READ-NEXT-HELD-ORDER.
           READ HELD-QUEUE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3100-AGE-ONE-HELD-ORDER.
           IF HO-HELD-DATE NUMERIC AND HO-HELD-DATE > 0
               COMPUTE WS-ENTRY-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(HO-HELD-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-DAY-NO - WS-ENTRY-DAY-NO
               IF WS-AGE-DAYS > WS-HELD-AGE-DAYS
                   ADD 1 TO WS-AGED-HOLD-COUNT
                   MOVE HO-PATIENT-ID TO WS-A-PATIENT-ID
                   MOVE HO-MEDICATION-NAME TO WS-A-MEDICATION
                   MOVE HO-HELD-DATE TO WS-A-HELD-DATE
                   MOVE WS-AGE-DAYS TO WS-A-AGE-DAYS
                   MOVE HO-REASON TO WS-A-HOLD-REASON
                   MOVE WS-AGED-DETAIL-LINE TO OVERRIDE-REPORT-LINE
                   WRITE OVERRIDE-REPORT-LINE
               END-IF
           END-IF
           PERFORM 3050-READ-NEXT-HELD-ORDER.

       3900-CLOSE-AGED-SECTION.
           MOVE WS-AGED-HOLD-COUNT TO WS-AG-COUNT
           MOVE WS-AGED-TOTAL-LINE TO OVERRIDE-REPORT-LINE
           WRITE OVERRIDE-REPORT-LINE
           IF WS-HQ-FILE-STATUS = "00" OR WS-HQ-FILE-STATUS = "10"
               CLOSE HELD-QUEUE-FILE
           END-IF.

       9999-TERMINATE.
           CLOSE OVERRIDE-REPORT-FILE
           DISPLAY "RXOVRPT: " WS-OVERRIDE-COUNT " OVERRIDES, "
               WS-AGED-HOLD-COUNT " AGED HOLDS".
