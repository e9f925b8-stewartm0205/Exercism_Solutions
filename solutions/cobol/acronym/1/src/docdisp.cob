      *    AGED; IT IS LISTED AS UNCLASSIFIED SO RECORDS MANAGEMENT
      *    CAN FILE THE MISSING FACTS.  AN UNKNOWN CLASS CODE IS
      *    TREATED THE SAME WAY.
      *    A PAST-RETENTION DOCUMENT WHOSE PAPER FILE IS STILL
      *    CHECKED OUT (ITS LAST DOCCIRC CIRCULATION RECORD IS A
      *    CHECK-OUT) IS NEVER DESTROYED, IN EITHER MODE: IT IS
      *    LISTED AS CHECKED OUT WITH THE BORROWER, STAYS ON THE
      *    INDEX FOR NEXT YEAR'S RUN, AND THE RUN EXITS 4 SO
      *    RECORDS MANAGEMENT CHASES THE FILE BACK.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.

           SELECT CIRCULATION-FILE ASSIGN TO "DOCCIRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSAL-CONTROL-FILE.
       FD  DISPOSAL-LISTING-FILE.
       01  DISPOSAL-LISTING-LINE          PIC X(120).

       FD  CIRCULATION-FILE.
       COPY DOCCIRC.

       WORKING-STORAGE SECTION.
       01  WS-DC-FILE-STATUS              PIC XX.
       01  WS-RT-FILE-STATUS              PIC XX.
       01  WS-DO-FILE-STATUS              PIC XX.
       01  WS-DR-FILE-STATUS              PIC XX.
       01  WS-DL-FILE-STATUS              PIC XX.
       01  WS-CR-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-DESTROYED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNCLASSIFIED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-KEPT-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(05) VALUE ZERO.

      *    CURRENT CUSTODY OFF THE CIRCULATION FILE, ONE ENTRY PER
      *    FILE OUT OF THE RECORDS ROOM (A CHECK-IN DROPS IT).  A
      *    SHORT TABLE COULD DESTROY A FILE SOMEBODY STILL HAS, SO AN
      *    OVERFLOW REFUSES THE RUN.
       01  WS-CUS-MAX                     PIC 9(04) VALUE 3000.
       01  WS-CUS-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 3000 TIMES.
               10  WS-K-DOCUMENT-ID       PIC X(10).
               10  WS-K-OUT-SW            PIC X.
                   88  WS-K-OUT           VALUE "Y".
               10  WS-K-BORROWER          PIC X(20).
               10  WS-K-DUE-DATE          PIC 9(08).
       01  WS-CUS-SUB                     PIC 9(04).
       01  WS-CUS-FOUND-SUB               PIC 9(04).
       01  WS-FIND-DOCUMENT-ID            PIC X(10).
       01  WS-CHECKED-OUT-SW              PIC X.
           88  WS-CHECKED-OUT             VALUE "Y".

       01  WS-LISTING-HEADING.
           05  FILLER                     PIC X(36) VALUE
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-U-VERDICT               PIC X(12).

       01  WS-CUSTODY-LINE.
           05  FILLER                     PIC X(12) VALUE SPACE.
           05  FILLER                     PIC X(22) VALUE
               "PAPER FILE OUT TO     ".
           05  WS-Y-BORROWER              PIC X(20).
           05  FILLER                     PIC X(06) VALUE "  DUE ".
           05  WS-Y-DUE-DATE              PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
                   UNTIL WS-RT-FILE-STATUS NOT = "00"
               CLOSE RETENTION-CLASS-FILE
           END-IF
           OPEN INPUT CIRCULATION-FILE
           IF WS-CR-FILE-STATUS = "00"
               PERFORM 1400-READ-CIRCULATION
               PERFORM 1500-APPLY-CIRCULATION
                   UNTIL WS-CR-FILE-STATUS NOT = "00"
               CLOSE CIRCULATION-FILE
           END-IF
           OPEN INPUT DOCUMENT-INDEX-FILE
           IF WS-DI-FILE-STATUS NOT = "00"
               DISPLAY "DOCDISP REFUSED -- NO DOCUMENT INDEX"
                   SET WS-EOF TO TRUE
           END-READ.

       1400-READ-CIRCULATION.
           READ CIRCULATION-FILE
               AT END
                   MOVE "10" TO WS-CR-FILE-STATUS
           END-READ.

      ******************************************************************
      *    1500-APPLY-CIRCULATION - A DOCUMENT'S LAST CIRCULATION
      *    RECORD IS ITS CUSTODY.  NO CIRCULATION FILE MEANS NO
      *    PAPER FILE HAS EVER LEFT THE RECORDS ROOM.
      ******************************************************************
       1500-APPLY-CIRCULATION.
           MOVE CR-DOCUMENT-ID TO WS-FIND-DOCUMENT-ID
           PERFORM 2160-FIND-CUSTODY
           IF CR-CHECK-OUT
               IF WS-CUS-FOUND-SUB = ZERO
                   PERFORM 1510-ADD-CUSTODY
               END-IF
               MOVE CR-BORROWER TO WS-K-BORROWER(WS-CUS-FOUND-SUB)
               MOVE CR-DUE-DATE TO WS-K-DUE-DATE(WS-CUS-FOUND-SUB)
               MOVE "Y" TO WS-K-OUT-SW(WS-CUS-FOUND-SUB)
           ELSE
               IF WS-CUS-FOUND-SUB > ZERO
                   PERFORM 1520-DROP-CUSTODY
               END-IF
           END-IF
           PERFORM 1400-READ-CIRCULATION.

       1510-ADD-CUSTODY.
           IF WS-CUS-COUNT NOT < WS-CUS-MAX
               DISPLAY "DOCDISP REFUSED -- MORE THAN " WS-CUS-MAX
                   " FILES OUT AT ONCE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE WS-CUS-COUNT TO WS-CUS-FOUND-SUB
           MOVE CR-DOCUMENT-ID TO WS-K-DOCUMENT-ID(WS-CUS-FOUND-SUB).

      *    THE LAST ENTRY MOVES INTO THE RETURNED FILE'S SLOT.
       1520-DROP-CUSTODY.
           MOVE WS-CUS-ENTRY(WS-CUS-COUNT)
               TO WS-CUS-ENTRY(WS-CUS-FOUND-SUB)
           SUBTRACT 1 FROM WS-CUS-COUNT.

      ******************************************************************
      *    2000-AGE-ONE-DOCUMENT - RECEIVED PLUS RETENTION YEARS
      *    AGAINST THE AS-OF DATE.  WHAT HAPPENS TO A PAST-
                   PERFORM 2200-COMPUTE-EXPIRY
                   IF WS-EXPIRY-DATE < WS-AS-OF-DATE
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM 2150-CHECK-CUSTODY
                       EVALUATE TRUE
                           WHEN WS-CHECKED-OUT
                               ADD 1 TO WS-HELD-COUNT
                               MOVE "CHECKED OUT" TO WS-U-VERDICT
                               PERFORM 2300-LIST-THE-DOCUMENT
                               PERFORM 2350-LIST-THE-CUSTODY
                               PERFORM 2500-KEEP-THE-DOCUMENT
                           WHEN WS-DESTROY
                               MOVE "DESTROYED" TO WS-U-VERDICT
                               PERFORM 2300-LIST-THE-DOCUMENT
                               PERFORM 2400-REGISTER-DESTRUCTION
                           WHEN OTHER
                               MOVE "FOR APPROVAL" TO WS-U-VERDICT
                               PERFORM 2300-LIST-THE-DOCUMENT
                               PERFORM 2500-KEEP-THE-DOCUMENT
                       END-EVALUATE
                   ELSE
                       PERFORM 2500-KEEP-THE-DOCUMENT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    2150-CHECK-CUSTODY - IS THE PAPER FILE STILL OUT?
      ******************************************************************
       2150-CHECK-CUSTODY.
           MOVE "N" TO WS-CHECKED-OUT-SW
           MOVE DI-DOCUMENT-ID TO WS-FIND-DOCUMENT-ID
           PERFORM 2160-FIND-CUSTODY
           IF WS-CUS-FOUND-SUB > ZERO
               MOVE WS-K-OUT-SW(WS-CUS-FOUND-SUB) TO WS-CHECKED-OUT-SW
           END-IF.

       2160-FIND-CUSTODY.
           MOVE ZERO TO WS-CUS-FOUND-SUB
           PERFORM 2170-CHECK-ONE-CUSTODY
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
                   OR WS-CUS-FOUND-SUB > ZERO.

       2170-CHECK-ONE-CUSTODY.
           IF WS-K-DOCUMENT-ID(WS-CUS-SUB) = WS-FIND-DOCUMENT-ID
               MOVE WS-CUS-SUB TO WS-CUS-FOUND-SUB
           END-IF.

       2200-COMPUTE-EXPIRY.
           MOVE DI-RECEIVED-DATE TO WS-EXPIRY-DATE
           ADD WS-RETAIN-YEARS TO WS-EX-YYYY
           MOVE WS-DUE-LINE TO DISPOSAL-LISTING-LINE
           WRITE DISPOSAL-LISTING-LINE.

       2350-LIST-THE-CUSTODY.
           MOVE WS-K-BORROWER(WS-CUS-FOUND-SUB) TO WS-Y-BORROWER
           MOVE WS-K-DUE-DATE(WS-CUS-FOUND-SUB) TO WS-Y-DUE-DATE
           MOVE WS-CUSTODY-LINE TO DISPOSAL-LISTING-LINE
           WRITE DISPOSAL-LISTING-LINE.

      ******************************************************************
      *    2400-REGISTER-DESTRUCTION - THE DOCUMENT LEAVES THE NEW
      *    INDEX AND ITS FACTS GO ON THE PERMANENT REGISTER.
           DISPLAY "DOCDISP: " WS-DUE-COUNT " PAST RETENTION, "
               WS-DESTROYED-COUNT " DESTROYED, "
               WS-UNCLASSIFIED-COUNT " UNCLASSIFIED, "
               WS-KEPT-COUNT " KEPT, "
               WS-HELD-COUNT " HELD -- CHECKED OUT"
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
