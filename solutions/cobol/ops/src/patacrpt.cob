       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATACRPT.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PATACRPT IS THE PATIENT DISCLOSURE-ACCOUNTING REPORT OVER
      *    THE ACCESS LOG THAT PATACCS KEEPS.  THE ACRCTL CARD
      *    NAMES A PATIENT (COLS 1-8) AND A LOOK-BACK IN MONTHS
      *    (COLS 10-12, DEFAULT 12).  TWO SECTIONS:
      *        WHO HAS SEEN THE PATIENT -- EVERY ACCESS TO THAT
      *            PATIENT INSIDE THE WINDOW: DATE, PROGRAM,
      *            OPERATOR, PURPOSE, LOOKUP OR BULK, AND WHETHER
      *            THE PURPOSE WAS APPROVED.  A BLANK PATIENT SKIPS
      *            THIS SECTION.
      *        UNAPPROVED BULK EXTRACTS -- ONE LINE PER DATE,
      *            PROGRAM, OPERATOR AND PURPOSE FOR EVERY BULK PASS
      *            INSIDE THE WINDOW WHOSE PURPOSE CODE WAS MISSING
      *            OR NOT ON THE APPROVED-PURPOSES FILE, WITH THE
      *            NUMBER OF PATIENTS IT TOUCHED.
      *    THE LOG IS READ TWICE, ONCE PER SECTION; IT IS WRITTEN
      *    IN RUN ORDER, SO ONE RUN'S RECORDS ARE CONTIGUOUS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-CONTROL-FILE ASSIGN TO "ACRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT PATIENT-ACCESS-FILE ASSIGN TO "PATACCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.

           SELECT ACCESS-REPORT-FILE ASSIGN TO "ACCESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-CONTROL-FILE.
       01  ACCESS-CONTROL-RECORD.
           05  AK-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(01).
           05  AK-MONTHS                  PIC 9(03).

       FD  PATIENT-ACCESS-FILE.
       COPY PATACCLG.

       FD  ACCESS-REPORT-FILE.
       01  ACCESS-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AC-FILE-STATUS              PIC XX.
       01  WS-PA-FILE-STATUS              PIC XX.
       01  WS-AR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".
       01  WS-LOG-OPEN-SW                 PIC X VALUE "N".
           88  WS-LOG-OPEN                VALUE "Y".

       01  WS-PATIENT-ID                  PIC X(08) VALUE SPACES.
       01  WS-MONTHS                      PIC 9(03) VALUE 12.
       01  WS-ACCESS-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-BULK-RUN-COUNT              PIC 9(06) VALUE ZERO.

      *    THE WINDOW STARTS THE SAME DAY OF THE MONTH N MONTHS
      *    BACK (DAY CAPPED AT 28 SO EVERY MONTH HAS IT).
       01  WS-TODAY                       PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR              PIC 9(04).
           05  WS-TODAY-MONTH             PIC 9(02).
           05  WS-TODAY-DAY               PIC 9(02).
       01  WS-CUTOFF-DATE                 PIC 9(08).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR             PIC 9(04).
           05  WS-CUTOFF-MONTH            PIC 9(02).
           05  WS-CUTOFF-DAY              PIC 9(02).
       01  WS-MONTH-NUMBER                PIC 9(06).
       01  WS-MONTH-REMAINDER             PIC 9(02).

      *    THE BULK RUN BEING COUNTED IN THE SECOND PASS.
       01  WS-RUN-KEY.
           05  WS-RUN-DATE                PIC 9(08).
           05  WS-RUN-PROGRAM             PIC X(08).
           05  WS-RUN-OPERATOR-ID         PIC X(08).
           05  WS-RUN-PURPOSE-CODE        PIC X(04).
       01  WS-THIS-KEY.
           05  WS-THIS-DATE               PIC 9(08).
           05  WS-THIS-PROGRAM            PIC X(08).
           05  WS-THIS-OPERATOR-ID        PIC X(08).
           05  WS-THIS-PURPOSE-CODE       PIC X(04).
       01  WS-RUN-PATIENTS                PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                     PIC X(26) VALUE
               "PATIENT ACCESS -- PATIENT ".
           05  WS-H-PATIENT-ID            PIC X(08).
           05  FILLER                     PIC X(08) VALUE
               "  SINCE ".
           05  WS-H-CUTOFF-DATE           PIC 9(08).

       01  WS-SEEN-TITLE                  PIC X(40) VALUE
           "WHO HAS SEEN THE PATIENT".
       01  WS-BULK-TITLE                  PIC X(40) VALUE
           "BULK EXTRACTS WITH NO APPROVED PURPOSE".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCESS-DATE           PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-PROGRAM               PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-OPERATOR-ID           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-PURPOSE-CODE          PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-ACCESS-TYPE           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-D-APPROVAL              PIC X(20).

       01  WS-BULK-LINE.
           05  WS-B-ACCESS-DATE           PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-B-PROGRAM               PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-B-OPERATOR-ID           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-B-PURPOSE-CODE          PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-B-PATIENTS              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(09) VALUE
               " PATIENTS".

       01  WS-NONE-LINE                   PIC X(30) VALUE
           "  NONE".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-PATIENT-ID NOT = SPACES
               PERFORM 2000-LIST-PATIENT-ACCESS
           END-IF
           PERFORM 3000-LIST-UNAPPROVED-BULK
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT ACCESS-CONTROL-FILE
           IF WS-AC-FILE-STATUS = "00"
               READ ACCESS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AK-PATIENT-ID TO WS-PATIENT-ID
                       IF AK-MONTHS NUMERIC AND AK-MONTHS > 0
                           MOVE AK-MONTHS TO WS-MONTHS
                       END-IF
               END-READ
               CLOSE ACCESS-CONTROL-FILE
           END-IF
           PERFORM 1100-COMPUTE-CUTOFF
           OPEN OUTPUT ACCESS-REPORT-FILE
           MOVE WS-PATIENT-ID TO WS-H-PATIENT-ID
           MOVE WS-CUTOFF-DATE TO WS-H-CUTOFF-DATE
           MOVE WS-HEADING-LINE TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE.

      ******************************************************************
      *    1100-COMPUTE-CUTOFF - STEP BACK WS-MONTHS CALENDAR MONTHS
      *    FROM TODAY.
      ******************************************************************
       1100-COMPUTE-CUTOFF.
           COMPUTE WS-MONTH-NUMBER =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1 - WS-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-TODAY-DAY TO WS-CUTOFF-DAY
           IF WS-CUTOFF-DAY > 28
               MOVE 28 TO WS-CUTOFF-DAY
           END-IF.

       1200-OPEN-ACCESS-LOG.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PATIENT-ACCESS-FILE
           IF WS-PA-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               MOVE "Y" TO WS-LOG-OPEN-SW
               PERFORM 1300-READ-ACCESS-RECORD
           END-IF.

       1300-READ-ACCESS-RECORD.
           READ PATIENT-ACCESS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-LIST-PATIENT-ACCESS - FIRST PASS: EVERY ACCESS TO
      *    THE CARD'S PATIENT INSIDE THE WINDOW.
      ******************************************************************
       2000-LIST-PATIENT-ACCESS.
           MOVE WS-SEEN-TITLE TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           PERFORM 1200-OPEN-ACCESS-LOG
           PERFORM 2100-JUDGE-ONE-ACCESS
               UNTIL WS-EOF
           IF WS-LOG-OPEN
               CLOSE PATIENT-ACCESS-FILE
               MOVE "N" TO WS-LOG-OPEN-SW
           END-IF
           IF WS-ACCESS-COUNT = ZERO
               MOVE WS-NONE-LINE TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF.

       2100-JUDGE-ONE-ACCESS.
           IF PA-PATIENT-ID = WS-PATIENT-ID
               AND PA-ACCESS-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-ACCESS-COUNT
               MOVE PA-ACCESS-DATE TO WS-D-ACCESS-DATE
               MOVE PA-PROGRAM TO WS-D-PROGRAM
               MOVE PA-OPERATOR-ID TO WS-D-OPERATOR-ID
               MOVE PA-PURPOSE-CODE TO WS-D-PURPOSE-CODE
               IF PA-BULK-EXTRACT
                   MOVE "BULK" TO WS-D-ACCESS-TYPE
               ELSE
                   MOVE "LOOKUP" TO WS-D-ACCESS-TYPE
               END-IF
               IF PA-PURPOSE-APPROVED
                   MOVE SPACES TO WS-D-APPROVAL
               ELSE
                   MOVE "PURPOSE NOT APPROVED" TO WS-D-APPROVAL
               END-IF
               MOVE WS-DETAIL-LINE TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF
           PERFORM 1300-READ-ACCESS-RECORD.

      ******************************************************************
      *    3000-LIST-UNAPPROVED-BULK - SECOND PASS: BULK ACCESSES
      *    INSIDE THE WINDOW WITHOUT AN APPROVED PURPOSE, COUNTED
      *    ON A BREAK OF DATE, PROGRAM, OPERATOR AND PURPOSE.
      ******************************************************************
       3000-LIST-UNAPPROVED-BULK.
           MOVE WS-BULK-TITLE TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE LOW-VALUES TO WS-RUN-KEY
           MOVE ZERO TO WS-RUN-PATIENTS
           PERFORM 1200-OPEN-ACCESS-LOG
           PERFORM 3100-JUDGE-ONE-BULK-ACCESS
               UNTIL WS-EOF
           IF WS-LOG-OPEN
               CLOSE PATIENT-ACCESS-FILE
               MOVE "N" TO WS-LOG-OPEN-SW
           END-IF
           PERFORM 3200-FLUSH-BULK-RUN
           IF WS-BULK-RUN-COUNT = ZERO
               MOVE WS-NONE-LINE TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF.

       3100-JUDGE-ONE-BULK-ACCESS.
           IF PA-BULK-EXTRACT
               AND NOT PA-PURPOSE-APPROVED
               AND PA-ACCESS-DATE NOT < WS-CUTOFF-DATE
               MOVE PA-ACCESS-DATE TO WS-THIS-DATE
               MOVE PA-PROGRAM TO WS-THIS-PROGRAM
               MOVE PA-OPERATOR-ID TO WS-THIS-OPERATOR-ID
               MOVE PA-PURPOSE-CODE TO WS-THIS-PURPOSE-CODE
               IF WS-THIS-KEY NOT = WS-RUN-KEY
                   PERFORM 3200-FLUSH-BULK-RUN
                   MOVE WS-THIS-KEY TO WS-RUN-KEY
               END-IF
               ADD 1 TO WS-RUN-PATIENTS
           END-IF
           PERFORM 1300-READ-ACCESS-RECORD.

       3200-FLUSH-BULK-RUN.
           IF WS-RUN-PATIENTS > ZERO
               ADD 1 TO WS-BULK-RUN-COUNT
               MOVE WS-RUN-DATE TO WS-B-ACCESS-DATE
               MOVE WS-RUN-PROGRAM TO WS-B-PROGRAM
               MOVE WS-RUN-OPERATOR-ID TO WS-B-OPERATOR-ID
               IF WS-RUN-PURPOSE-CODE = SPACES
                   MOVE "NONE" TO WS-B-PURPOSE-CODE
               ELSE
                   MOVE WS-RUN-PURPOSE-CODE TO WS-B-PURPOSE-CODE
               END-IF
               MOVE WS-RUN-PATIENTS TO WS-B-PATIENTS
               MOVE WS-BULK-LINE TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
               MOVE ZERO TO WS-RUN-PATIENTS
           END-IF.

       9999-TERMINATE.
           CLOSE ACCESS-REPORT-FILE
           DISPLAY "PATACRPT: " WS-ACCESS-COUNT " ACCESSES LISTED, "
               WS-BULK-RUN-COUNT " UNAPPROVED BULK EXTRACTS".
