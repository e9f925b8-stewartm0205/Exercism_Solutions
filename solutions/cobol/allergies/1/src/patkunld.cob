       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATKUNLD.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PATKUNLD UNLOADS THE KEYED PATIENT MASTER AND PATIENT-
      *    PRESCRIPTION CLUSTERS TO FLAT SEQUENTIAL COPIES IN THE
      *    SAME RECORD LAYOUTS, IN KEY ORDER (PATIENT ID; PATIENT
      *    THEN MEDICATION).  THE COPIES ARE WHAT THE JOBS THAT STILL
      *    WANT A FLAT FILE READ: CSVXTRCT, THE DASHBOARD PATIENT
      *    COUNT, AND THE BASELINE PATRBLD REPLAYS THE JOURNAL ONTO.
      *    A COPY IN THIS FORM RELOADS THROUGH PATKLOAD.  EITHER
      *    CLUSTER MISSING IS FATAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PATIENT-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT PATIENT-MASTER-SEQ ASSIGN TO "PATMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-FILE-STATUS.

           SELECT PRESCRIPTION-SEQ ASSIGN TO "PRESCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-FILE.
       COPY PATMAST.

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  PATIENT-MASTER-SEQ.
       01  PATIENT-MASTER-SEQ-RECORD      PIC X(325).

       FD  PRESCRIPTION-SEQ.
       01  PRESCRIPTION-SEQ-RECORD        PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-MS-FILE-STATUS              PIC XX.
       01  WS-RS-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-PATIENTS-WRITTEN            PIC 9(07) VALUE ZERO.
       01  WS-LINES-WRITTEN               PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-UNLOAD-PATIENTS
           PERFORM 3000-UNLOAD-PRESCRIPTIONS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PATIENT-MASTER-FILE
           MOVE "PATKUNLD" TO WS-FS-CALLER
           MOVE "PATMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRESCRIPTION-FILE
           MOVE "PATKUNLD" TO WS-FS-CALLER
           MOVE "PRESCRIP" TO WS-FS-DDNAME
           MOVE WS-PX-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PX-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PATIENT-MASTER-SEQ
           MOVE "PATKUNLD" TO WS-FS-CALLER
           MOVE "PATMSEQ" TO WS-FS-DDNAME
           MOVE WS-MS-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           OPEN OUTPUT PRESCRIPTION-SEQ
           MOVE "PATKUNLD" TO WS-FS-CALLER
           MOVE "PRESCSEQ" TO WS-FS-DDNAME
           MOVE WS-RS-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR".

       2000-UNLOAD-PATIENTS.
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-READ-NEXT-PATIENT
           PERFORM 2200-WRITE-ONE-PATIENT
               UNTIL WS-EOF.

       2100-READ-NEXT-PATIENT.
           READ PATIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-WRITE-ONE-PATIENT.
           MOVE PATIENT-MASTER-RECORD TO PATIENT-MASTER-SEQ-RECORD
           WRITE PATIENT-MASTER-SEQ-RECORD
           ADD 1 TO WS-PATIENTS-WRITTEN
           PERFORM 2100-READ-NEXT-PATIENT.

       3000-UNLOAD-PRESCRIPTIONS.
           MOVE "N" TO WS-EOF-SW
           PERFORM 3100-READ-NEXT-LINE
           PERFORM 3200-WRITE-ONE-LINE
               UNTIL WS-EOF.

       3100-READ-NEXT-LINE.
           READ PRESCRIPTION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-WRITE-ONE-LINE.
           MOVE PRESCRIPTION-RECORD TO PRESCRIPTION-SEQ-RECORD
           WRITE PRESCRIPTION-SEQ-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           PERFORM 3100-READ-NEXT-LINE.

       9999-TERMINATE.
           CLOSE PATIENT-MASTER-FILE
           CLOSE PRESCRIPTION-FILE
           CLOSE PATIENT-MASTER-SEQ
           CLOSE PRESCRIPTION-SEQ
           DISPLAY "PATKUNLD: " WS-PATIENTS-WRITTEN " PATIENTS, "
               WS-LINES-WRITTEN " PRESCRIPTION LINES UNLOADED".
