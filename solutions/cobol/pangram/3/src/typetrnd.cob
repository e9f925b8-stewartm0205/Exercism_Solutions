      *    ACCURACY) -- N, THE WPM FLOOR, AND THE ACCURACY FLOOR
      *    ALL COME FROM THE CARD.  NAMES COME OFF THE TYPIST
      *    MASTER; AN ID WITH NO MASTER RECORD STILL REPORTS, JUST
      *    NAMELESS.  A CERTIFIED TYPIST LINKED TO AN EMPLOYEE ON
      *    THE TYPIST MASTER ALSO GETS A TYPING CERTIFICATION CARD
      *    ON CERTCARD FOR CERTMNT, EARNED ON THEIR LAST SESSION
      *    DATE AND VALID FOR THE CARD'S DAYS (DEFAULT 730) -- BUT
      *    ONLY WHEN THE EMPLOYEE HOLDS NO OPEN TYPING CERTIFICATION
      *    ON HR'S REGISTER (CERTREG) OR THE ONE THEY HOLD EXPIRES
      *    WITHIN WS-RENEW-DAYS OF THE RUN, SO A TYPIST WHO KEEPS
      *    TESTING DOES NOT RENEW ON THE REGISTER EVERY RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT CERT-CARD-FILE ASSIGN TO "CERTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT CERT-REGISTER-FILE ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CONTROL-FILE.
           05  CC-ACCURACY-FLOOR          PIC 9(03).
           05  FILLER                     PIC X(01).
           05  CC-SESSION-COUNT           PIC 9(02).
           05  FILLER                     PIC X(01).
           05  CC-VALID-DAYS              PIC 9(04).

       FD  TYPIST-MASTER-FILE.
       COPY TYPMAST.
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE              PIC X(80).

       FD  CERT-CARD-FILE.
       COPY CERTTRAN.

       FD  CERT-REGISTER-FILE.
       COPY CERTREG.

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS              PIC XX.
       01  WS-TY-FILE-STATUS              PIC XX.
       01  WS-TH-FILE-STATUS              PIC XX.
       01  WS-TD-FILE-STATUS              PIC XX.
       01  WS-CD-FILE-STATUS              PIC XX.
       01  WS-CE-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-WPM-FLOOR                   PIC 9(03) VALUE 40.
       01  WS-ACCURACY-FLOOR              PIC 9(03) VALUE 95.
       01  WS-CERT-SESSIONS               PIC 9(02) VALUE 3.
       01  WS-VALID-DAYS                  PIC 9(04) VALUE 730.
       01  WS-RENEW-DAYS                  PIC 9(03) VALUE 90.
       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-RENEW-BY-DATE               PIC 9(08).

      *    TYPIST NAMES OFF THE MASTER, WITH THE LINKED EMPLOYEE'S
      *    OPEN TYPING CERTIFICATION OFF HR'S REGISTER.
       01  WS-NAM-MAX                     PIC 9(03) VALUE 100.
       01  WS-NAM-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-NAM-TABLE.
           05  WS-NAM-ENTRY OCCURS 100 TIMES INDEXED BY WS-NMX.
               10  WS-N-TYPIST-ID          PIC X(06).
               10  WS-N-NAME               PIC X(30).
               10  WS-N-EMPLOYEE-ID        PIC X(08).
               10  WS-N-CERT-OPEN-SW       PIC X.
                   88  WS-N-CERT-OPEN      VALUE "Y".
               10  WS-N-CERT-EXPIRY        PIC 9(08).
       01  WS-TYPIST-NAME                 PIC X(30).
       01  WS-TYPIST-EMPLOYEE-ID          PIC X(08).
       01  WS-TYPIST-CERT-SW              PIC X.
           88  WS-TYPIST-CERT-OPEN        VALUE "Y".
       01  WS-TYPIST-CERT-EXPIRY          PIC 9(08).
       01  WS-NAM-SUB                     PIC 9(03).

      *    PER-TYPIST-PER-SESSION AGGREGATES, ACCUMULATED FROM THE
      *    HISTORY IN ONE PASS.  THE HISTORY ARRIVES IN APPEND
       01  WS-RECENT-SEEN                 PIC 9(02).
       01  WS-RECENT-CLEAN                PIC 9(02).
       01  WS-CERTIFIED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-LAST-SESSION-DATE           PIC 9(08).
       01  WS-EXPIRY-DATE                 PIC 9(08).
       01  WS-CARD-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-CURRENT-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-TREND-HEADING               PIC X(50) VALUE
           "TYPIST PROGRESS TREND BY SESSION".

      ******************************************************************
      *    1000-INITIALIZE - APPLY THE CERTIFICATION CARD, LOAD THE
      *    TYPIST NAMES, MARK THE OPEN TYPING CERTIFICATIONS ON HR'S
      *    REGISTER (NO REGISTER MARKS NONE), AND PRIME THE HISTORY
      *    READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT CERT-CONTROL-FILE
           IF WS-CC-FILE-STATUS = "00"
               READ CERT-CONTROL-FILE
                           MOVE CC-SESSION-COUNT
                               TO WS-CERT-SESSIONS
                       END-IF
                       IF CC-VALID-DAYS NUMERIC
                           AND CC-VALID-DAYS > 0
                           MOVE CC-VALID-DAYS TO WS-VALID-DAYS
                       END-IF
               END-READ
               CLOSE CERT-CONTROL-FILE
           END-IF
                   UNTIL WS-TY-FILE-STATUS NOT = "00"
               CLOSE TYPIST-MASTER-FILE
           END-IF
           COMPUTE WS-RENEW-BY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-RENEW-DAYS)
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-CE-FILE-STATUS = "00"
               PERFORM 1400-READ-CERTIFICATION
               PERFORM 1450-MARK-CERTIFICATION
                   UNTIL WS-CE-FILE-STATUS NOT = "00"
               CLOSE CERT-REGISTER-FILE
           END-IF
           OPEN INPUT TYPING-HISTORY-FILE
           IF WS-TH-FILE-STATUS NOT = "00"
               DISPLAY "TYPETRND REFUSED -- NO TYPING HISTORY"
               STOP RUN
           END-IF
           OPEN OUTPUT TREND-REPORT-FILE
           OPEN OUTPUT CERT-CARD-FILE
           MOVE WS-TREND-HEADING TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           PERFORM 1300-READ-HISTORY.
               SET WS-NMX TO WS-NAM-COUNT
               MOVE TY-TYPIST-ID TO WS-N-TYPIST-ID(WS-NMX)
               MOVE TY-NAME TO WS-N-NAME(WS-NMX)
               MOVE TY-EMPLOYEE-ID TO WS-N-EMPLOYEE-ID(WS-NMX)
               MOVE "N" TO WS-N-CERT-OPEN-SW(WS-NMX)
               MOVE ZERO TO WS-N-CERT-EXPIRY(WS-NMX)
           END-IF
           PERFORM 1100-READ-TYPIST.

                   SET WS-EOF TO TRUE
           END-READ.

       1400-READ-CERTIFICATION.
           READ CERT-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-CE-FILE-STATUS
           END-READ.

       1450-MARK-CERTIFICATION.
           IF CE-OPEN
               AND CE-CERT-TYPE = "TYPING"
               PERFORM 1460-MARK-ONE-TYPIST
                   VARYING WS-NAM-SUB FROM 1 BY 1
                   UNTIL WS-NAM-SUB > WS-NAM-COUNT
           END-IF
           PERFORM 1400-READ-CERTIFICATION.

       1460-MARK-ONE-TYPIST.
           IF WS-N-EMPLOYEE-ID(WS-NAM-SUB) = CE-EMPLOYEE-ID
               AND WS-N-EMPLOYEE-ID(WS-NAM-SUB) NOT = SPACES
               MOVE "Y" TO WS-N-CERT-OPEN-SW(WS-NAM-SUB)
               MOVE CE-EXPIRY-DATE TO WS-N-CERT-EXPIRY(WS-NAM-SUB)
           END-IF.

       2000-FOLD-ONE-TEST.
           MOVE ZERO TO WS-SES-FOUND-SUB
           PERFORM 2100-FIND-SESSION-SLOT

       3200-FIND-TYPIST-NAME.
           MOVE SPACES TO WS-TYPIST-NAME
           MOVE SPACES TO WS-TYPIST-EMPLOYEE-ID
           MOVE "N" TO WS-TYPIST-CERT-SW
           MOVE ZERO TO WS-TYPIST-CERT-EXPIRY
           SET WS-NMX TO 1
           IF WS-NAM-COUNT > ZERO
               SEARCH WS-NAM-ENTRY
                       CONTINUE
                   WHEN WS-N-TYPIST-ID(WS-NMX) = WS-GROUP-ID
                       MOVE WS-N-NAME(WS-NMX) TO WS-TYPIST-NAME
                       MOVE WS-N-EMPLOYEE-ID(WS-NMX)
                           TO WS-TYPIST-EMPLOYEE-ID
                       MOVE WS-N-CERT-OPEN-SW(WS-NMX)
                           TO WS-TYPIST-CERT-SW
                       MOVE WS-N-CERT-EXPIRY(WS-NMX)
                           TO WS-TYPIST-CERT-EXPIRY
               END-SEARCH
           END-IF.

                   MOVE WS-TYPIST-NAME TO WS-E-NAME
                   MOVE WS-CERT-LINE TO TREND-REPORT-LINE
                   WRITE TREND-REPORT-LINE
                   EVALUATE TRUE
                       WHEN WS-TYPIST-EMPLOYEE-ID = SPACES
                           CONTINUE
                       WHEN WS-TYPIST-CERT-OPEN
                           AND (WS-TYPIST-CERT-EXPIRY = ZERO
                           OR WS-TYPIST-CERT-EXPIRY > WS-RENEW-BY-DATE)
                           ADD 1 TO WS-CURRENT-COUNT
                       WHEN OTHER
                           PERFORM 4300-WRITE-CERT-CARD
                   END-EVALUATE
               END-IF
           END-IF.

               AND WS-S-TYPIST-ID(WS-SES-SUB) = WS-GROUP-ID
               MOVE "Y" TO WS-S-PRINTED-SW(WS-SES-SUB)
               ADD 1 TO WS-RECENT-SEEN
               MOVE WS-S-SESSION-DATE(WS-SES-SUB)
                   TO WS-LAST-SESSION-DATE
               PERFORM 3400-AVERAGE-THE-SESSION
               IF WS-AVG-WPM >= WS-WPM-FLOOR
                   AND WS-AVG-ACCURACY >= WS-ACCURACY-FLOOR
               END-IF
           END-IF.

      ******************************************************************
      *    4300-WRITE-CERT-CARD - THE CERTIFICATION IS EARNED ON THE
      *    TYPIST'S LAST SESSION AND RUNS FOR THE VALIDITY DAYS.  ONLY
      *    A TYPIST WITH NO OPEN TYPING CERTIFICATION, OR ONE DUE TO
      *    EXPIRE WITHIN THE RENEWAL WINDOW, GETS HERE; CERTMNT
      *    RENEWS THE OPEN ONE.
      ******************************************************************
       4300-WRITE-CERT-CARD.
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LAST-SESSION-DATE)
               + WS-VALID-DAYS)
           MOVE SPACES TO CERTIFICATION-CARD
           MOVE "A" TO CN-ACTION
           MOVE WS-TYPIST-EMPLOYEE-ID TO CN-EMPLOYEE-ID
           MOVE "TYPING" TO CN-CERT-TYPE
           MOVE WS-LAST-SESSION-DATE TO CN-EARNED-DATE
           MOVE WS-EXPIRY-DATE TO CN-EXPIRY-DATE
           MOVE "TYPETRND" TO CN-SOURCE
           WRITE CERTIFICATION-CARD
           ADD 1 TO WS-CARD-COUNT.

       9999-TERMINATE.
           CLOSE TYPING-HISTORY-FILE
           CLOSE TREND-REPORT-FILE
           CLOSE CERT-CARD-FILE
           DISPLAY "TYPETRND: " WS-CERTIFIED-COUNT
               " TYPISTS CERTIFIED, " WS-CARD-COUNT
               " CERTIFICATION CARDS, " WS-CURRENT-COUNT
               " ALREADY CURRENT".
