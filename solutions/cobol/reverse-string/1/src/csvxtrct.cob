      *    AND AN EMBEDDED QUOTE DOUBLED, SO A COMMA OR QUOTE IN A
      *    NAME CANNOT SHEAR THE SPREADSHEET ROW.  A HEADER ROW OF
      *    THE FIELD NAMES LEADS THE FILE.
      *    AN OPTIONAL XTRCTL CARD NAMES THE SOURCE FILE IN COLS
      *    1-8.  WHEN IT SAYS PATMAST EVERY ROW EXTRACTED IS A
      *    PATIENT DISCLOSURE AND IS RECORDED THROUGH PATACCS AS A
      *    BULK ACCESS, PATIENT ID FROM COLS 1-8 OF THE RECORD.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  XTRCTL SOURCE CARD ADDED; EXTRACTS OF THE
      *                     PATIENT MASTER ARE RECORDED ON THE PATIENT
      *                     DISCLOSURE ACCOUNTING FILE (PATACCS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "XTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XC-FILE-STATUS.

           SELECT FIELD-SPEC-FILE ASSIGN TO "FIELDSPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-RECORD.
           05  XC-SOURCE-NAME           PIC X(08).

       FD  FIELD-SPEC-FILE.
       01  FIELD-SPEC-RECORD.
           05  FS-FIELD-NAME            PIC X(20).
       01  CSV-OUTPUT-LINE              PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-PA-PROGRAM            PIC X(08) EXTERNAL.
       01 WS-PA-ACCESS-TYPE        PIC X EXTERNAL.
       01 WS-PA-PATIENT-ID         PIC X(08) EXTERNAL.

       01  WS-XC-FILE-STATUS            PIC XX.
       01  WS-FS-FILE-STATUS            PIC XX.
       01  WS-FI-FILE-STATUS            PIC XX.
       01  WS-CV-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-RECORD-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-SOURCE-NAME               PIC X(08) VALUE SPACES.
           88  WS-SOURCE-IS-PATMAST     VALUE "PATMAST".

      *    THE FIELD SPECIFICATIONS, IN CARD (= COLUMN) ORDER.  A
      *    SPEC RUNNING PAST THE 400-BYTE RECORD AREA IS DROPPED AT
      *    ROW, AND PRIME THE DATA READ.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-XC-FILE-STATUS = "00"
               READ EXTRACT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE XC-SOURCE-NAME TO WS-SOURCE-NAME
               END-READ
               CLOSE EXTRACT-CONTROL-FILE
           END-IF
           IF WS-SOURCE-IS-PATMAST
               MOVE "CSVXTRCT" TO WS-PA-PROGRAM
               MOVE "B" TO WS-PA-ACCESS-TYPE
               CALL "PATACCS"
           END-IF
           OPEN INPUT FIELD-SPEC-FILE
           IF WS-FS-FILE-STATUS = "00"
               PERFORM 1100-READ-FIELD-SPEC
               UNTIL WS-SPC-SUB > WS-SPC-COUNT
           PERFORM 4400-FLUSH-CSV-LINE
           ADD 1 TO WS-RECORD-COUNT
           IF WS-SOURCE-IS-PATMAST
               MOVE FIXED-INPUT-RECORD(1:8) TO WS-PA-PATIENT-ID
               CALL "PAT-ACCESS"
           END-IF
           PERFORM 1300-READ-FIXED-RECORD.

       2100-PACK-ONE-FIELD.

       9999-TERMINATE.
           CLOSE FIXED-INPUT-FILE
           CLOSE CSV-OUTPUT-FILE
           IF WS-SOURCE-IS-PATMAST
               CALL "PAT-ACCESS-END"
           END-IF.
