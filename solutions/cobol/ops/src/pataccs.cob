       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATACCS.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PATACCS IS THE SUITE'S SHARED PATIENT-DISCLOSURE
      *    ACCOUNTING SERVICE, BUILT LIKE OPRAUTH AND JOBCTL.  A
      *    PROGRAM THAT READS PATIENT DATA OUT SETS WS-PA-PROGRAM
      *    AND WS-PA-ACCESS-TYPE (I SINGLE LOOKUP / B BULK PASS)
      *    AND CALLS:
      *        PATACCS         READ THE OPERATOR CARD (COLS 1-8
      *                        OPERATOR, 10-13 PURPOSE CODE), CHECK
      *                        THE PURPOSE AGAINST THE APPROVED-
      *                        PURPOSES FILE, AND OPEN THE ACCESS LOG
      *        PAT-ACCESS      APPEND ONE ACCESS RECORD FOR THE
      *                        PATIENT IN WS-PA-PATIENT-ID
      *        PAT-ACCESS-END  CLOSE THE ACCESS LOG
      *    ACCESS IS RECORDED, NOT REFUSED: A MISSING CARD OR AN
      *    UNAPPROVED PURPOSE IS WARNED ON THE CONSOLE AND CARRIED
      *    ON EVERY RECORD SO THE DISCLOSURE REPORT CAN FLAG IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CARD-FILE ASSIGN TO "OPRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-FILE-STATUS.

           SELECT APPROVED-PURPOSE-FILE ASSIGN TO "PURPCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT PATIENT-ACCESS-FILE ASSIGN TO "PATACCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CARD-FILE.
       01  OPERATOR-CARD-RECORD.
           05  OC-OPERATOR-ID           PIC X(08).
           05  FILLER                   PIC X(01).
           05  OC-PURPOSE-CODE          PIC X(04).

       FD  APPROVED-PURPOSE-FILE.
       01  APPROVED-PURPOSE-RECORD.
           05  AP-PURPOSE-CODE          PIC X(04).
           05  FILLER                   PIC X(01).
           05  AP-DESCRIPTION           PIC X(30).

       FD  PATIENT-ACCESS-FILE.
       COPY PATACCLG.

       WORKING-STORAGE SECTION.
       01 WS-PA-PROGRAM            PIC X(08) EXTERNAL.
       01 WS-PA-OPERATOR-ID        PIC X(08) EXTERNAL.
       01 WS-PA-PURPOSE-CODE       PIC X(04) EXTERNAL.
       01 WS-PA-PURPOSE-OK-SW      PIC X EXTERNAL.
           88 WS-PA-PURPOSE-OK     VALUE "Y".
       01 WS-PA-ACCESS-TYPE        PIC X EXTERNAL.
       01 WS-PA-PATIENT-ID         PIC X(08) EXTERNAL.

       01  WS-OC-FILE-STATUS       PIC XX.
       01  WS-AP-FILE-STATUS       PIC XX.
       01  WS-PL-FILE-STATUS       PIC XX.
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE "Y".
       01  WS-LOG-OPEN-SW          PIC X VALUE "N".
           88  WS-LOG-OPEN         VALUE "Y".

       PROCEDURE DIVISION.
       PATACCS.
           MOVE "N" TO WS-PA-PURPOSE-OK-SW
           MOVE SPACES TO WS-PA-OPERATOR-ID
           MOVE SPACES TO WS-PA-PURPOSE-CODE
           OPEN INPUT OPERATOR-CARD-FILE
           IF WS-OC-FILE-STATUS = "00"
               MOVE SPACES TO OPERATOR-CARD-RECORD
               READ OPERATOR-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OC-OPERATOR-ID TO WS-PA-OPERATOR-ID
                       MOVE OC-PURPOSE-CODE TO WS-PA-PURPOSE-CODE
               END-READ
               CLOSE OPERATOR-CARD-FILE
           END-IF
           IF WS-PA-OPERATOR-ID = SPACES
               DISPLAY "PATACCS: " WS-PA-PROGRAM
                   " WARNING -- NO OPERATOR CARD"
           END-IF
           IF WS-PA-PURPOSE-CODE NOT = SPACES
               PERFORM 1000-VALIDATE-PURPOSE
           END-IF
           IF NOT WS-PA-PURPOSE-OK
               DISPLAY "PATACCS: " WS-PA-PROGRAM
                   " WARNING -- PURPOSE CODE '" WS-PA-PURPOSE-CODE
                   "' NOT APPROVED"
           END-IF
           PERFORM 2000-OPEN-ACCESS-LOG
           GOBACK.

      ******************************************************************
      *    ENTRY "PAT-ACCESS" - ONE ACCESS RECORD FOR THE PATIENT IN
      *    WS-PA-PATIENT-ID, STAMPED WITH TODAY'S DATE AND THE RUN'S
      *    OPERATOR, PURPOSE AND ACCESS TYPE.
      ******************************************************************
       ENTRY "PAT-ACCESS".
       PAT-ACCESS.
           IF NOT WS-LOG-OPEN
               PERFORM 2000-OPEN-ACCESS-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO PA-ACCESS-DATE
           MOVE WS-PA-PATIENT-ID TO PA-PATIENT-ID
           MOVE WS-PA-PROGRAM TO PA-PROGRAM
           MOVE WS-PA-OPERATOR-ID TO PA-OPERATOR-ID
           MOVE WS-PA-PURPOSE-CODE TO PA-PURPOSE-CODE
           MOVE WS-PA-ACCESS-TYPE TO PA-ACCESS-TYPE
           MOVE WS-PA-PURPOSE-OK-SW TO PA-PURPOSE-OK-SW
           WRITE PATIENT-ACCESS-RECORD
           GOBACK.

      ******************************************************************
      *    ENTRY "PAT-ACCESS-END" - CLOSE THE ACCESS LOG AT END OF
      *    RUN.
      ******************************************************************
       ENTRY "PAT-ACCESS-END".
       PAT-ACCESS-END.
           IF WS-LOG-OPEN
               CLOSE PATIENT-ACCESS-FILE
               MOVE "N" TO WS-LOG-OPEN-SW
           END-IF
           GOBACK.

      ******************************************************************
      *    1000-VALIDATE-PURPOSE - THE CARD'S PURPOSE CODE MUST BE
      *    ON THE APPROVED-PURPOSES FILE.
      ******************************************************************
       1000-VALIDATE-PURPOSE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT APPROVED-PURPOSE-FILE
           IF WS-AP-FILE-STATUS = "00"
               PERFORM 1100-READ-PURPOSE
               PERFORM 1200-MATCH-PURPOSE
                   UNTIL WS-EOF
               CLOSE APPROVED-PURPOSE-FILE
           END-IF.

       1100-READ-PURPOSE.
           READ APPROVED-PURPOSE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1200-MATCH-PURPOSE.
           IF AP-PURPOSE-CODE = WS-PA-PURPOSE-CODE
               MOVE "Y" TO WS-PA-PURPOSE-OK-SW
           END-IF
           PERFORM 1100-READ-PURPOSE.

      ******************************************************************
      *    2000-OPEN-ACCESS-LOG - THE LOG IS CUMULATIVE; START A NEW
      *    ONE ONLY WHEN THERE IS NOTHING TO EXTEND.
      ******************************************************************
       2000-OPEN-ACCESS-LOG.
           OPEN EXTEND PATIENT-ACCESS-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PATIENT-ACCESS-FILE
           END-IF
           MOVE "Y" TO WS-LOG-OPEN-SW.
