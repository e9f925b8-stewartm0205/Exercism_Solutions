      *    TO THE WINNERS ROSTER IN THE SAME 16-BYTE TOKEN LAYOUT
      *    WINRVCHR USES, SO THE VOUCHER JOB PRINTS THE CUP PRIZE
      *    LIKE ANY GAME NIGHT'S.  THE FULL BRACKET IS REWRITTEN
      *    AND PRINTED AFTER EVERY RUN; EVERY MATCH, OLD AND NEW,
      *    KEEPS THE CUP'S SEEDING DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  NB-HOME-ID                 PIC X(06).
           05  NB-AWAY-ID                 PIC X(06).
           05  NB-WINNER-ID               PIC X(06).
           05  NB-CUP-DATE                PIC 9(08).

       FD  BRACKET-REPORT-FILE.
       01  BRACKET-REPORT-LINE            PIC X(80).
               10  WS-B-WINNER-ID          PIC X(06).
       01  WS-BRK-SUB                     PIC 9(03).
       01  WS-LAST-ROUND                  PIC 9(02) VALUE ZERO.
       01  WS-CUP-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-ROUND-MATCHES               PIC 9(03) VALUE ZERO.
       01  WS-ROUND-DECIDED               PIC 9(03) VALUE ZERO.
       01  WS-NEXT-MATCH-NO               PIC 9(03) VALUE ZERO.
               IF BK-ROUND-NO > WS-LAST-ROUND
                   MOVE BK-ROUND-NO TO WS-LAST-ROUND
               END-IF
               IF BK-CUP-DATE NUMERIC
                   MOVE BK-CUP-DATE TO WS-CUP-DATE
               END-IF
           END-IF
           PERFORM 1100-READ-BRACKET-ENTRY.

           MOVE WS-B-HOME-ID(WS-BRK-SUB) TO NB-HOME-ID
           MOVE WS-B-AWAY-ID(WS-BRK-SUB) TO NB-AWAY-ID
           MOVE WS-B-WINNER-ID(WS-BRK-SUB) TO NB-WINNER-ID
           MOVE WS-CUP-DATE TO NB-CUP-DATE
           WRITE NEW-BRACKET-RECORD.

      ******************************************************************
