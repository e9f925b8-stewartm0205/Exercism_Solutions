      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  THE CUSTODY TABLE NOW HOLDS ONLY THE FILES
      *                     OUT OF THE RECORDS ROOM (A CHECK-IN DROPS
      *                     THE ENTRY), AND MORE FILES OUT THAN IT
      *                     HOLDS REFUSES THE LOOKUP RATHER THAN
      *                     REPORT A FILE AS IN THE RECORDS ROOM.
      *    2026-10-15  RSK  EVERY DOCUMENT RETURNED NOW CARRIES ITS
      *                     CURRENT CUSTODY OFF THE DOCCIRC
      *                     CIRCULATION FILE: IN THE RECORDS ROOM,
      *                     OR OUT TO THE BORROWER WITH THE CHECK-
      *                     OUT AND DUE DATES.
      *    2026-09-03  RSK  THE LOOKUP IS NOW DISPOSAL-AWARE: A
      *                     DOCUMENT ON THE DESTRUCTION REGISTER IS
      *                     NEVER RETURNED FROM THE INDEX, AND A
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT CIRCULATION-FILE ASSIGN TO "DOCCIRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP-CONTROL-FILE.
       FD  DESTRUCTION-REGISTER-FILE.
       COPY DESTREG.

       FD  CIRCULATION-FILE.
       COPY DOCCIRC.

       WORKING-STORAGE SECTION.
       01  WS-LC-FILE-STATUS            PIC XX.
       01  WS-DI-FILE-STATUS            PIC XX.
       01  WS-LR-FILE-STATUS            PIC XX.
       01  WS-DR-FILE-STATUS            PIC XX.
       01  WS-CR-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-WANTED-ACRONYM            PIC X(20) VALUE SPACES.
       01  WS-DISPOSED-SW               PIC X.
           88  WS-DISPOSED              VALUE "Y".

      *    CURRENT CUSTODY OFF THE CIRCULATION FILE: THE CHECK-OUT
      *    OF EACH FILE STILL OUT.  A CHECK-IN DROPS THE ENTRY.
       01  WS-CUS-MAX                   PIC 9(04) VALUE 3000.
       01  WS-CUS-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 3000 TIMES.
               10  WS-K-DOCUMENT-ID     PIC X(10).
               10  WS-K-OUT-SW          PIC X.
                   88  WS-K-OUT         VALUE "Y".
               10  WS-K-BORROWER        PIC X(20).
               10  WS-K-OUT-DATE        PIC 9(08).
               10  WS-K-DUE-DATE        PIC 9(08).
       01  WS-CUS-SUB                   PIC 9(04).
       01  WS-CUS-FOUND-SUB             PIC 9(04).
       01  WS-FIND-DOCUMENT-ID          PIC X(10).

       01  WS-ON-FILE-LINE.
           05  FILLER                   PIC X(22) VALUE SPACE.
           05  FILLER                   PIC X(30) VALUE
               "CUSTODY: IN THE RECORDS ROOM".

       01  WS-OUT-LINE.
           05  FILLER                   PIC X(22) VALUE SPACE.
           05  FILLER                   PIC X(16) VALUE
               "CUSTODY: OUT TO ".
           05  WS-O-BORROWER            PIC X(20).
           05  FILLER                   PIC X(07) VALUE " SINCE ".
           05  WS-O-OUT-DATE            PIC 9(08).
           05  FILLER                   PIC X(05) VALUE " DUE ".
           05  WS-O-DUE-DATE            PIC 9(08).

       01  WS-DISPOSED-LINE.
           05  WS-P-ACRONYM             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACE.
           MOVE WS-HEADING-LINE TO LOOKUP-REPORT-LINE
           WRITE LOOKUP-REPORT-LINE
           PERFORM 1200-LOAD-DESTRUCTION-REGISTER
           PERFORM 1300-LOAD-CIRCULATION
           OPEN INPUT DOCUMENT-INDEX-FILE
           IF WS-DI-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1210-READ-REGISTER-ENTRY.

      ******************************************************************
      *    1300-LOAD-CIRCULATION - A DOCUMENT'S LAST CIRCULATION
      *    RECORD IS ITS CUSTODY; NO ENTRY MEANS IT IS IN THE
      *    RECORDS ROOM.
      ******************************************************************
       1300-LOAD-CIRCULATION.
           OPEN INPUT CIRCULATION-FILE
           IF WS-CR-FILE-STATUS = "00"
               PERFORM 1310-READ-CIRCULATION
               PERFORM 1320-APPLY-CIRCULATION
                   UNTIL WS-CR-FILE-STATUS NOT = "00"
               CLOSE CIRCULATION-FILE
           END-IF.

       1310-READ-CIRCULATION.
           READ CIRCULATION-FILE
               AT END
                   MOVE "10" TO WS-CR-FILE-STATUS
           END-READ.

       1320-APPLY-CIRCULATION.
           MOVE CR-DOCUMENT-ID TO WS-FIND-DOCUMENT-ID
           PERFORM 2210-FIND-CUSTODY
           IF CR-CHECK-OUT
               IF WS-CUS-FOUND-SUB = ZERO
                   PERFORM 1330-ADD-CUSTODY
               END-IF
               MOVE CR-BORROWER TO WS-K-BORROWER(WS-CUS-FOUND-SUB)
               MOVE CR-TXN-DATE TO WS-K-OUT-DATE(WS-CUS-FOUND-SUB)
               MOVE CR-DUE-DATE TO WS-K-DUE-DATE(WS-CUS-FOUND-SUB)
               MOVE "Y" TO WS-K-OUT-SW(WS-CUS-FOUND-SUB)
           ELSE
               IF WS-CUS-FOUND-SUB > ZERO
                   PERFORM 1340-DROP-CUSTODY
               END-IF
           END-IF
           PERFORM 1310-READ-CIRCULATION.

       1330-ADD-CUSTODY.
           IF WS-CUS-COUNT NOT < WS-CUS-MAX
               DISPLAY "ACRNLOOK REFUSED -- MORE THAN " WS-CUS-MAX
                   " FILES OUT AT ONCE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE WS-CUS-COUNT TO WS-CUS-FOUND-SUB
           MOVE CR-DOCUMENT-ID TO WS-K-DOCUMENT-ID(WS-CUS-FOUND-SUB).

      *    THE LAST ENTRY MOVES INTO THE RETURNED FILE'S SLOT.
       1340-DROP-CUSTODY.
           MOVE WS-CUS-ENTRY(WS-CUS-COUNT)
               TO WS-CUS-ENTRY(WS-CUS-FOUND-SUB)
           SUBTRACT 1 FROM WS-CUS-COUNT.

       1100-READ-NEXT-ENTRY.
           READ DOCUMENT-INDEX-FILE
               AT END
                   MOVE DI-TITLE TO WS-D-TITLE
                   MOVE WS-DETAIL-LINE TO LOOKUP-REPORT-LINE
                   WRITE LOOKUP-REPORT-LINE
                   PERFORM 2200-SHOW-CUSTODY
               END-IF
           END-IF
           PERFORM 1100-READ-NEXT-ENTRY.
               END-SEARCH
           END-IF.

      ******************************************************************
      *    2200-SHOW-CUSTODY - WHERE THE PAPER FILE IS RIGHT NOW.
      ******************************************************************
       2200-SHOW-CUSTODY.
           MOVE DI-DOCUMENT-ID TO WS-FIND-DOCUMENT-ID
           PERFORM 2210-FIND-CUSTODY
           MOVE WS-ON-FILE-LINE TO LOOKUP-REPORT-LINE
           IF WS-CUS-FOUND-SUB > ZERO
               IF WS-K-OUT(WS-CUS-FOUND-SUB)
                   MOVE WS-K-BORROWER(WS-CUS-FOUND-SUB)
                       TO WS-O-BORROWER
                   MOVE WS-K-OUT-DATE(WS-CUS-FOUND-SUB)
                       TO WS-O-OUT-DATE
                   MOVE WS-K-DUE-DATE(WS-CUS-FOUND-SUB)
                       TO WS-O-DUE-DATE
                   MOVE WS-OUT-LINE TO LOOKUP-REPORT-LINE
               END-IF
           END-IF
           WRITE LOOKUP-REPORT-LINE.

       2210-FIND-CUSTODY.
           MOVE ZERO TO WS-CUS-FOUND-SUB
           PERFORM 2220-CHECK-ONE-CUSTODY
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
                   OR WS-CUS-FOUND-SUB > ZERO.

       2220-CHECK-ONE-CUSTODY.
           IF WS-K-DOCUMENT-ID(WS-CUS-SUB) = WS-FIND-DOCUMENT-ID
               MOVE WS-CUS-SUB TO WS-CUS-FOUND-SUB
           END-IF.

      ******************************************************************
      *    3000-FINISH-REPORT - A SEARCH MATCHING A DISPOSED
      *    ACRONYM STILL GETS AN ANSWER: THE REGISTER LINE WITH THE
