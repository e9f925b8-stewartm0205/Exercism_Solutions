       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESAGE.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DUESAGE IS THE DUES AGING REPORT AND LAPSED-MEMBER RUN.
      *    IT READS THE DUES MASTER IN KEY ORDER AND AGES EVERY
      *    MEMBER STILL OWING FROM THE BILL DATE TO TODAY INTO THE
      *    0-30 / 31-60 / 61-90 / OVER-90 DAY BUCKETS, WITH BUCKET
      *    TOTALS AT THE FOOT.  A MEMBER OWING FOR MORE THAN THE
      *    LAPSE THRESHOLD (PARAMETER FILE, JOB DUESAGE, PARAMETER
      *    LAPSEDAYS; DEFAULT 90) WHO IS STILL ACTIVE ON THE PLAYER
      *    MASTER GETS A "D" DEACTIVATE TRANSACTION WRITTEN TO THE
      *    ROSTTRAN FILE FOR PLYRMNT TO APPLY, AND THE DUES RECORD IS
      *    MARKED SO THE SAME BILL NEVER RAISES A SECOND ONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUES-MASTER-FILE ASSIGN TO "DUESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-PLAYER-ID
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT ROSTER-TRANS-FILE ASSIGN TO "ROSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "DUESAGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUES-MASTER-FILE.
       COPY DUESMAST.

       FD  PLAYER-MASTER-FILE.
       COPY PLYRMAST.

       FD  ROSTER-TRANS-FILE.
       COPY ROSTTRAN.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-PL-JOB-NAME               PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME              PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE             PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE             PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW               PIC X EXTERNAL.
           88  WS-PL-FOUND              VALUE "Y".
       01  WS-PARM-NUMBER               PIC 9(05).

       01  WS-DM-FILE-STATUS            PIC XX.
       01  WS-PM-FILE-STATUS            PIC XX.
       01  WS-RT-FILE-STATUS            PIC XX.
       01  WS-AG-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-ON-ROSTER-SW              PIC X VALUE "N".
           88  WS-ON-ROSTER             VALUE "Y".

       01  WS-TODAY                     PIC 9(08).
       01  WS-LAPSE-DAYS                PIC 9(05) VALUE 90.
       01  WS-TODAY-INT                 PIC 9(07).
       01  WS-BILLED-INT                PIC 9(07).
       01  WS-AGE-WORK                  PIC S9(05).
       01  WS-BALANCE                   PIC S9(06)V99.
       01  WS-DISPOSITION               PIC X(30).

       01  WS-OWING-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-LAPSED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-AMOUNT OCCURS 4 TIMES
                                        PIC 9(07)V99.
       01  WS-BUCKET-SUB                PIC 9(01).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(25) VALUE
               "DUES AGING AS OF         ".
           05  WS-H-TODAY               PIC 9(08).
           05  FILLER                   PIC X(24) VALUE
               "    LAPSE AFTER DAYS    ".
           05  WS-H-LAPSE-DAYS          PIC ZZZZ9.

       01  WS-COLUMN-LINE               PIC X(80) VALUE
           "PLAYER  CLASS  BILLED      AGE  BUCKET     BALANCE".

       01  WS-DETAIL-LINE.
           05  WS-D-PLAYER-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-CLASS               PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-D-BILL-DATE           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-AGE                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-BUCKET              PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-BALANCE             PIC ZZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-DISPOSITION         PIC X(30).

       01  WS-BUCKET-LABELS.
           05  FILLER                   PIC X(07) VALUE "0-30   ".
           05  FILLER                   PIC X(07) VALUE "31-60  ".
           05  FILLER                   PIC X(07) VALUE "61-90  ".
           05  FILLER                   PIC X(07) VALUE "OVER 90".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(07).

       01  WS-BUCKET-LINE.
           05  FILLER                   PIC X(14) VALUE
               "TOTAL OWING   ".
           05  WS-BL-LABEL              PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-BL-AMOUNT             PIC ZZZZZZ9.99.

       01  WS-TOTALS-LINE.
           05  FILLER                   PIC X(14) VALUE
               "MEMBERS OWING ".
           05  WS-TL-OWING              PIC ZZZZ9.
           05  FILLER                   PIC X(23) VALUE
               "  DEACTIVATIONS RAISED ".
           05  WS-TL-LAPSED             PIC ZZZZ9.

       01  WS-CLEAN-LINE                PIC X(30) VALUE
           "NO MEMBER HAS DUES OUTSTANDING".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-ONE-MEMBER
               UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1050-LOAD-PARAMETERS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE ZERO TO WS-BUCKET-TOTALS
           OPEN I-O DUES-MASTER-FILE
           MOVE "DUESAGE" TO WS-FS-CALLER
           MOVE "DUESMAST" TO WS-FS-DDNAME
           MOVE WS-DM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-DM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE "DUESAGE" TO WS-FS-CALLER
           MOVE "PLYRMAST" TO WS-FS-DDNAME
           MOVE WS-PM-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PM-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ROSTER-TRANS-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-TODAY TO WS-H-TODAY
           MOVE WS-LAPSE-DAYS TO WS-H-LAPSE-DAYS
           MOVE WS-HEADING-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-COLUMN-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM 1100-READ-NEXT-MEMBER.

       1050-LOAD-PARAMETERS.
           MOVE "DUESAGE" TO WS-PL-JOB-NAME
           MOVE WS-TODAY TO WS-PL-AS-OF-DATE
           MOVE "LAPSEDAYS" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0
                   MOVE WS-PARM-NUMBER TO WS-LAPSE-DAYS
               END-IF
           END-IF.

       1100-READ-NEXT-MEMBER.
           READ DUES-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-AGE-ONE-MEMBER - ONLY A MEMBER WITH A BILL ON FILE
      *    AND A BALANCE STILL OWING IS AGED.
      ******************************************************************
       2000-AGE-ONE-MEMBER.
           COMPUTE WS-BALANCE = DM-ARREARS + DM-AMOUNT-BILLED
               - DM-AMOUNT-PAID
           IF WS-BALANCE > ZERO AND DM-BILL-DATE > ZERO
               COMPUTE WS-BILLED-INT =
                   FUNCTION INTEGER-OF-DATE(DM-BILL-DATE)
               COMPUTE WS-AGE-WORK = WS-TODAY-INT - WS-BILLED-INT
               IF WS-AGE-WORK < ZERO
                   MOVE ZERO TO WS-AGE-WORK
               END-IF
               PERFORM 2100-REPORT-ONE-MEMBER
           END-IF
           PERFORM 1100-READ-NEXT-MEMBER.

       2100-REPORT-ONE-MEMBER.
           ADD 1 TO WS-OWING-COUNT
           EVALUATE TRUE
               WHEN WS-AGE-WORK <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-WORK <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-WORK <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD WS-BALANCE TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
           MOVE SPACES TO WS-DISPOSITION
           IF WS-AGE-WORK > WS-LAPSE-DAYS
               PERFORM 2200-RAISE-LAPSE
           END-IF
           MOVE DM-PLAYER-ID TO WS-D-PLAYER-ID
           MOVE DM-CLASS TO WS-D-CLASS
           MOVE DM-BILL-DATE TO WS-D-BILL-DATE
           MOVE WS-AGE-WORK TO WS-D-AGE
           MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO WS-D-BUCKET
           MOVE WS-BALANCE TO WS-D-BALANCE
           MOVE WS-DISPOSITION TO WS-D-DISPOSITION
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

      ******************************************************************
      *    2200-RAISE-LAPSE - A MEMBER PAST THE LAPSE THRESHOLD WHO
      *    IS STILL ACTIVE GETS ONE DEACTIVATE TRANSACTION FOR
      *    PLYRMNT, AND THE DUES RECORD IS MARKED SO THE NEXT AGING
      *    RUN DOES NOT RAISE IT AGAIN.
      ******************************************************************
       2200-RAISE-LAPSE.
           IF DM-LAPSE-RAISED
               MOVE "LAPSED -- DEACTIVATION RAISED" TO WS-DISPOSITION
           ELSE
               PERFORM 2300-CHECK-ROSTER
               IF WS-ON-ROSTER AND PLM-ACTIVE
                   MOVE "D" TO RT-ACTION
                   MOVE DM-PLAYER-ID TO RT-PLAYER-ID
                   MOVE PLM-NAME TO RT-NAME
                   WRITE ROSTER-TRANSACTION-RECORD
                   ADD 1 TO WS-LAPSED-COUNT
                   MOVE "LAPSED -- DEACTIVATE WRITTEN"
                       TO WS-DISPOSITION
               ELSE
                   MOVE "LAPSED -- ALREADY INACTIVE"
                       TO WS-DISPOSITION
               END-IF
               MOVE "Y" TO DM-LAPSE-SW
               REWRITE DUES-MASTER-RECORD
               IF WS-DM-FILE-STATUS NOT = "00"
                   MOVE "DUESAGE" TO WS-FS-CALLER
                   MOVE "DUESMAST" TO WS-FS-DDNAME
                   MOVE WS-DM-FILE-STATUS TO WS-FS-STATUS-CODE
                   CALL "FSHANDLR"
               END-IF
           END-IF.

       2300-CHECK-ROSTER.
           MOVE "N" TO WS-ON-ROSTER-SW
           MOVE DM-PLAYER-ID TO PLM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-ROSTER TO TRUE
           END-READ.

       3000-WRITE-TOTALS.
           IF WS-OWING-COUNT = ZERO
               MOVE WS-CLEAN-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           ELSE
               PERFORM 3100-WRITE-ONE-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-OWING-COUNT TO WS-TL-OWING
               MOVE WS-LAPSED-COUNT TO WS-TL-LAPSED
               MOVE WS-TOTALS-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.

       3100-WRITE-ONE-BUCKET.
           MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO WS-BL-LABEL
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET-SUB) TO WS-BL-AMOUNT
           MOVE WS-BUCKET-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       9999-TERMINATE.
           CLOSE DUES-MASTER-FILE
           CLOSE PLAYER-MASTER-FILE
           CLOSE ROSTER-TRANS-FILE
           CLOSE AGING-REPORT-FILE
           DISPLAY "DUESAGE: " WS-OWING-COUNT " MEMBERS OWING, "
               WS-LAPSED-COUNT " DEACTIVATIONS WRITTEN TO ROSTTRAN".
