      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PATMAST IS NOW A KEYED CLUSTER UPDATED IN
      *                     PLACE: EACH PATIENT IS REWRITTEN WHERE IT
      *                     SITS INSTEAD OF BEING COPIED FORWARD TO
      *                     PATMASTO.  THE SEQUENTIAL COPY THE
      *                     DASHBOARD COUNTS COMES FROM PATKUNLD.
      *    2026-10-15  RSK  THE NEW MASTER IS NOW WRITTEN AT THE FULL
      *                     325-BYTE PATMAST LAYOUT.  THE OUTPUT
      *                     RECORD WAS 80 BYTES, WHICH CUT EVERY
      *                     PATIENT OFF PART-WAY THROUGH THE ALLERGEN
      *                     LIST AND WOULD HAVE DROPPED THE NEW
      *                     DEMOGRAPHICS EVERY NIGHT.
      *    2026-09-03  RSK  EVERY PATIENT RECORD THIS RUN ACTUALLY
      *                     CHANGES IS NOW JOURNALED -- THE FULL
      *                     BEFORE AND AFTER IMAGES, DATED AND
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PATIENT-JOURNAL-FILE ASSIGN TO "PATJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "ALRGYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
       FD  PATIENT-JOURNAL-FILE.
       COPY PATJRNL.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE                PIC X(80).

       01 WS-RESULT-LIST PIC X(259) EXTERNAL.

       01  WS-PM-FILE-STATUS             PIC XX.
       01  WS-EX-FILE-STATUS             PIC XX.
       01  WS-AH-FILE-STATUS             PIC XX.
       01  WS-AH-OPEN-SW                 PIC X VALUE "N".
       01  WS-PJ-FILE-STATUS             PIC XX.
       01  WS-PJ-OPEN-SW                 PIC X VALUE "N".
           88  WS-PJ-OPEN                VALUE "Y".
       01  WS-BEFORE-IMAGE               PIC X(325).

       01  WS-PATIENTS-READ              PIC 9(07) VALUE ZERO.
       01  WS-PATIENTS-WRITTEN           PIC 9(07) VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O PATIENT-MASTER-FILE
           MOVE "ALRGYBAT" TO WS-FS-CALLER
           MOVE "PATMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           WRITE EXCEPTION-LINE.

       2300-REWRITE-PATIENT.
           IF PATIENT-MASTER-RECORD NOT = WS-BEFORE-IMAGE
               PERFORM 2400-JOURNAL-CHANGE
           END-IF
           REWRITE PATIENT-MASTER-RECORD
           IF WS-PM-FILE-STATUS = "00"
               ADD 1 TO WS-PATIENTS-WRITTEN
           END-IF.

      ******************************************************************
      *    2400-JOURNAL-CHANGE - BEFORE AND AFTER IMAGES FOR A
           MOVE ZERO TO WS-BL-REJECTED-COUNT
           CALL "BALWRITE"
           CLOSE PATIENT-MASTER-FILE
           IF WS-PJ-OPEN
               CLOSE PATIENT-JOURNAL-FILE
           END-IF
