      *    CONVERSION REPORT, FLAGGING ANY LINE WHOSE WS-ERROR COMES
      *    BACK NON-BLANK.  THIS LETS NETWORK AND HARDWARE TEAMS BATCH
      *    A WHOLE CONFIG EXPORT THROUGH ONE CONVERSION UTILITY
      *    INSTEAD OF CALLING BASECONV ONE VALUE AT A TIME.  AN IPV6
      *    ADDRESS (BASE 16, COLON NOTATION, "::" AND "/NNN" PREFIX
      *    LENGTH ALLOWED) HAS NO DECIMAL FIGURE WORTH PRINTING: ITS
      *    LINE ECHOES THE VALUE IN FULL AND THE NEXT LINE GIVES ITS
      *    CANONICAL FORM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BASE                           PIC 9(02) EXTERNAL.
       01 WS-RESULT                         PIC S9(10) EXTERNAL.
       01 WS-ERROR                          PIC X(60) EXTERNAL.
       COPY ADDR128.

       01  WS-CR-FILE-STATUS                PIC XX.
       01  WS-AR-FILE-STATUS                PIC XX.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  WS-B-ERROR                   PIC X(40).

       01  WS-OUT-V6-VALUE.
           05  WS-6-BASE                    PIC Z9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  WS-6-VALUE                   PIC X(60).

       01  WS-OUT-V6-CANONICAL.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  FILLER                       PIC X(16) VALUE
                   "IPV6 CANONICAL".
           05  WS-6-CANONICAL               PIC X(43).

       01  WS-OUT-SUMMARY.
           05  FILLER                       PIC X(19) VALUE
                   "CONVERSIONS OK -- ".
           PERFORM 1100-READ-NEXT-LINE.

       2100-WRITE-GOOD-LINE.
           IF WS-AD-IPV6
               PERFORM 2150-WRITE-IPV6-LINES
           ELSE
               PERFORM 2110-WRITE-DECIMAL-LINE
           END-IF
           ADD 1 TO WS-GOOD-COUNT.

       2110-WRITE-DECIMAL-LINE.
           MOVE WS-BASE TO WS-O-BASE
           MOVE WS-VALUE TO WS-O-VALUE
           MOVE WS-RESULT TO WS-O-RESULT
           WRITE AUDIT-REPORT-RECORD FROM WS-OUT-GOOD.

       2150-WRITE-IPV6-LINES.
           MOVE WS-BASE TO WS-6-BASE
           MOVE WS-VALUE TO WS-6-VALUE
           WRITE AUDIT-REPORT-RECORD FROM WS-OUT-V6-VALUE
           MOVE WS-AD-CANONICAL TO WS-6-CANONICAL
           WRITE AUDIT-REPORT-RECORD FROM WS-OUT-V6-CANONICAL.

       2200-WRITE-BAD-LINE.
           MOVE WS-BASE TO WS-B-BASE
