       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATKLOAD.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PATKLOAD LOADS THE KEYED PATIENT MASTER AND PATIENT-
      *    PRESCRIPTION CLUSTERS FROM FLAT SEQUENTIAL FILES IN THE
      *    PATMAST AND PRESCRIP LAYOUTS.  IT DID THE ONE-TIME
      *    CONVERSION OF THE OLD LINE-SEQUENTIAL FILES AND IS THE
      *    RELOAD AFTER A PATRBLD REBUILD OR FROM A PATKUNLD COPY.
      *    BOTH CLUSTERS ARE LOADED EMPTY, SO THE INPUT MUST COME IN
      *    KEY ORDER: PATIENTS BY PATIENT ID, PRESCRIPTION LINES BY
      *    PATIENT AND MEDICATION WITH THE LATEST START DATE FIRST
      *    (THE JOB SORTS BOTH).  THE CLUSTERS HOLD ONE RECORD PER
      *    KEY, SO A SECOND PATIENT RECORD FOR AN ID, OR A SECOND
      *    LINE FOR THE SAME PATIENT AND MEDICATION (AN OLDER ORDER
      *    THE SEQUENTIAL FILE HAD KEPT), IS LEFT OFF AND LISTED ON
      *    THE LOAD REGISTER, AS IS A RECORD OUT OF KEY ORDER.  ANY
      *    RECORD LEFT OFF MAKES THE RUN EXIT 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-SEQ ASSIGN TO "PATMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-FILE-STATUS.

           SELECT PRESCRIPTION-SEQ ASSIGN TO "PRESCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

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

           SELECT LOAD-REGISTER-FILE ASSIGN TO "KLOADREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER-SEQ.
       01  PATIENT-MASTER-SEQ-RECORD      PIC X(325).

       FD  PRESCRIPTION-SEQ.
       01  PRESCRIPTION-SEQ-RECORD        PIC X(72).

       FD  PATIENT-MASTER-FILE.
       COPY PATMAST.

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       FD  LOAD-REGISTER-FILE.
       01  LOAD-REGISTER-RECORD.
           05  LR-FILE                    PIC X(08).
           05  FILLER                     PIC X(02).
           05  LR-PATIENT-ID              PIC X(08).
           05  FILLER                     PIC X(02).
           05  LR-MEDICATION-NAME         PIC X(20).
           05  FILLER                     PIC X(02).
           05  LR-START-DATE              PIC X(08).
           05  FILLER                     PIC X(02).
           05  LR-REASON                  PIC X(28).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-MS-FILE-STATUS              PIC XX.
       01  WS-RS-FILE-STATUS              PIC XX.
       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-LR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-PATIENTS-LOADED             PIC 9(07) VALUE ZERO.
       01  WS-PATIENTS-LEFT-OFF           PIC 9(05) VALUE ZERO.
       01  WS-LINES-LOADED                PIC 9(07) VALUE ZERO.
       01  WS-LINES-LEFT-OFF              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PATIENTS
           PERFORM 3000-LOAD-PRESCRIPTIONS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - BOTH FLAT FILES AND BOTH CLUSTERS ARE
      *    MANDATORY.  A CLUSTER OPENED OUTPUT IS LOADED FROM EMPTY.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PATIENT-MASTER-SEQ
           MOVE "PATKLOAD" TO WS-FS-CALLER
           MOVE "PATMSEQ" TO WS-FS-DDNAME
           MOVE WS-MS-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-MS-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRESCRIPTION-SEQ
           MOVE "PATKLOAD" TO WS-FS-CALLER
           MOVE "PRESCSEQ" TO WS-FS-DDNAME
           MOVE WS-RS-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-RS-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PATIENT-MASTER-FILE
           MOVE "PATKLOAD" TO WS-FS-CALLER
           MOVE "PATMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRESCRIPTION-FILE
           MOVE "PATKLOAD" TO WS-FS-CALLER
           MOVE "PRESCRIP" TO WS-FS-DDNAME
           MOVE WS-PX-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PX-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOAD-REGISTER-FILE.

       2000-LOAD-PATIENTS.
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-READ-NEXT-PATIENT
           PERFORM 2200-LOAD-ONE-PATIENT
               UNTIL WS-EOF.

       2100-READ-NEXT-PATIENT.
           READ PATIENT-MASTER-SEQ
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2200-LOAD-ONE-PATIENT - STATUS 22 IS A PATIENT ID ALREADY
      *    LOADED, 21 ONE BELOW THE LAST ID LOADED (UNSORTED INPUT).
      ******************************************************************
       2200-LOAD-ONE-PATIENT.
           MOVE PATIENT-MASTER-SEQ-RECORD TO PATIENT-MASTER-RECORD
           WRITE PATIENT-MASTER-RECORD
               INVALID KEY
                   PERFORM 2300-REGISTER-PATIENT
               NOT INVALID KEY
                   ADD 1 TO WS-PATIENTS-LOADED
           END-WRITE
           PERFORM 2100-READ-NEXT-PATIENT.

       2300-REGISTER-PATIENT.
           ADD 1 TO WS-PATIENTS-LEFT-OFF
           MOVE SPACES TO LOAD-REGISTER-RECORD
           MOVE "PATMAST" TO LR-FILE
           MOVE PT-PATIENT-ID TO LR-PATIENT-ID
           IF WS-PM-FILE-STATUS = "22"
               MOVE "DUPLICATE PATIENT ID" TO LR-REASON
           ELSE
               MOVE "OUT OF PATIENT-ID ORDER" TO LR-REASON
           END-IF
           WRITE LOAD-REGISTER-RECORD.

       3000-LOAD-PRESCRIPTIONS.
           MOVE "N" TO WS-EOF-SW
           PERFORM 3100-READ-NEXT-LINE
           PERFORM 3200-LOAD-ONE-LINE
               UNTIL WS-EOF.

       3100-READ-NEXT-LINE.
           READ PRESCRIPTION-SEQ
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    3200-LOAD-ONE-LINE - WITH THE LATEST START DATE SORTED
      *    FIRST, A DUPLICATE KEY IS AN OLDER ORDER FOR A MEDICATION
      *    THE PATIENT IS ALREADY LOADED WITH.
      ******************************************************************
       3200-LOAD-ONE-LINE.
           MOVE PRESCRIPTION-SEQ-RECORD TO PRESCRIPTION-RECORD
           WRITE PRESCRIPTION-RECORD
               INVALID KEY
                   PERFORM 3300-REGISTER-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-LOADED
           END-WRITE
           PERFORM 3100-READ-NEXT-LINE.

       3300-REGISTER-LINE.
           ADD 1 TO WS-LINES-LEFT-OFF
           MOVE SPACES TO LOAD-REGISTER-RECORD
           MOVE "PRESCRIP" TO LR-FILE
           MOVE PX-PATIENT-ID TO LR-PATIENT-ID
           MOVE PX-MEDICATION-NAME TO LR-MEDICATION-NAME
           MOVE PX-START-DATE TO LR-START-DATE
           IF WS-PX-FILE-STATUS = "22"
               MOVE "OLDER LINE, SAME MEDICATION" TO LR-REASON
           ELSE
               MOVE "OUT OF PATIENT/MED ORDER" TO LR-REASON
           END-IF
           WRITE LOAD-REGISTER-RECORD.

       9999-TERMINATE.
           CLOSE PATIENT-MASTER-SEQ
           CLOSE PRESCRIPTION-SEQ
           CLOSE PATIENT-MASTER-FILE
           CLOSE PRESCRIPTION-FILE
           CLOSE LOAD-REGISTER-FILE
           IF WS-PATIENTS-LEFT-OFF > ZERO
               OR WS-LINES-LEFT-OFF > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "PATKLOAD: " WS-PATIENTS-LOADED
               " PATIENTS LOADED, " WS-PATIENTS-LEFT-OFF " LEFT OFF"
           DISPLAY "PATKLOAD: " WS-LINES-LOADED
               " PRESCRIPTION LINES LOADED, " WS-LINES-LEFT-OFF
               " LEFT OFF".
