       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCIRC.
       AUTHOR. RECORDS-MANAGEMENT-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DOCCIRC IS THE CIRCULATION DESK FOR THE PAPER FILES BEHIND
      *    THE DOCUMENT INDEX.  EACH CIRCTXN CARD IS A CHECK-OUT OR A
      *    CHECK-IN:
      *        COLS  1-10  DOCUMENT ID (DI-DOCUMENT-ID)
      *        COL  12     O CHECK OUT / I CHECK IN
      *        COLS 14-33  BORROWER (REQUIRED ON A CHECK-OUT)
      *        COLS 35-42  DUE DATE CCYYMMDD (CHECK-OUT ONLY)
      *    A GOOD CARD IS APPENDED TO THE PERMANENT CIRCULATION FILE
      *    DATED WITH THE AS-OF DATE (CIRCCTL COLS 1-8, DEFAULT
      *    TODAY).  A CARD FOR A DOCUMENT NOT ON THE INDEX, A CHECK-
      *    OUT OF A FILE ALREADY OUT, A CHECK-IN OF A FILE NOT OUT,
      *    OR A CHECK-OUT WITH NO BORROWER OR NO SENSIBLE DUE DATE IS
      *    REJECTED ON THE POSTING REPORT AND THE RUN EXITS 8.
      *    AFTER POSTING, EVERY FILE STILL OUT PAST ITS DUE DATE GETS
      *    AN OVERDUE NOTICE LINE CARRYING THE BORROWER IN COLS 1-20,
      *    SO DISTRBAT BURSTS ONE NOTICE BUNDLE PER BORROWER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULATION-CONTROL-FILE ASSIGN TO "CIRCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.

           SELECT CIRCULATION-TXN-FILE ASSIGN TO "CIRCTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT DOCUMENT-INDEX-FILE ASSIGN TO "DOCINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-FILE-STATUS.

           SELECT CIRCULATION-FILE ASSIGN TO "DOCCIRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT POSTING-REPORT-FILE ASSIGN TO "CIRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT OVERDUE-NOTICE-FILE ASSIGN TO "OVERDUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ON-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIRCULATION-CONTROL-FILE.
       01  CIRCULATION-CONTROL-RECORD.
           05  CC-AS-OF-DATE              PIC X(08).

       FD  CIRCULATION-TXN-FILE.
       01  CIRCULATION-TXN-RECORD.
           05  CT-DOCUMENT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  CT-ACTION                  PIC X(01).
               88  CT-CHECK-OUT           VALUE "O".
               88  CT-CHECK-IN            VALUE "I".
           05  FILLER                     PIC X(01).
           05  CT-BORROWER                PIC X(20).
           05  FILLER                     PIC X(01).
           05  CT-DUE-DATE                PIC X(08).
           05  CT-DUE-DATE-R REDEFINES CT-DUE-DATE.
               10  CT-DUE-YYYY            PIC 9(04).
               10  CT-DUE-MM              PIC 9(02).
               10  CT-DUE-DD              PIC 9(02).

       FD  DOCUMENT-INDEX-FILE.
       COPY DOCINDEX.

       FD  CIRCULATION-FILE.
       COPY DOCCIRC.

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-LINE            PIC X(120).

       FD  OVERDUE-NOTICE-FILE.
       01  OVERDUE-NOTICE-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS              PIC XX.
       01  WS-CT-FILE-STATUS              PIC XX.
       01  WS-DI-FILE-STATUS              PIC XX.
       01  WS-CR-FILE-STATUS              PIC XX.
       01  WS-PR-FILE-STATUS              PIC XX.
       01  WS-ON-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-AS-OF-DATE                  PIC 9(08).
       01  WS-AS-OF-INT                   PIC 9(07).
       01  WS-DUE-INT                     PIC 9(07).
       01  WS-DAYS-OVER                   PIC 9(05).

      *    THE INDEX, SO A CARD FOR A DOCUMENT THAT IS NOT FILED
      *    (OR HAS BEEN DISPOSED OF) IS REFUSED, AND SO A NOTICE CAN
      *    NAME THE TITLE.
       01  WS-IDX-MAX                     PIC 9(04) VALUE 5000.
       01  WS-IDX-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-IDX-TABLE.
           05  WS-IDX-ENTRY OCCURS 5000 TIMES.
               10  WS-I-DOCUMENT-ID       PIC X(10).
               10  WS-I-TITLE             PIC X(60).
       01  WS-IDX-SUB                     PIC 9(04).
       01  WS-IDX-FOUND-SUB               PIC 9(04).

      *    CURRENT CUSTODY, ONE ENTRY PER FILE OUT OF THE RECORDS
      *    ROOM: ITS CHECK-OUT.  A CHECK-IN DROPS THE ENTRY, SO THE
      *    TABLE HOLDS WHAT IS OUT NOW, NOT EVERYTHING THAT EVER
      *    CIRCULATED.  A SHORT TABLE WOULD LOSE TRACK OF WHO HAS
      *    WHAT, SO AN OVERFLOW REFUSES THE RUN.
       01  WS-CUS-MAX                     PIC 9(04) VALUE 3000.
       01  WS-CUS-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 3000 TIMES.
               10  WS-K-DOCUMENT-ID       PIC X(10).
               10  WS-K-OUT-SW            PIC X.
                   88  WS-K-OUT           VALUE "Y".
               10  WS-K-BORROWER          PIC X(20).
               10  WS-K-OUT-DATE          PIC 9(08).
               10  WS-K-DUE-DATE          PIC 9(08).
       01  WS-CUS-SUB                     PIC 9(04).
       01  WS-CUS-FOUND-SUB               PIC 9(04).
       01  WS-FIND-DOCUMENT-ID            PIC X(10).

       01  WS-POSTED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REASON                      PIC X(40).
       01  WS-IS-OUT-SW                   PIC X.
           88  WS-IS-OUT                  VALUE "Y".

       01  WS-POSTING-HEADING.
           05  FILLER                     PIC X(38) VALUE
               "DOCUMENT CIRCULATION POSTING -- AS OF ".
           05  WS-H-AS-OF-DATE            PIC 9(08).

       01  WS-POSTING-LINE.
           05  WS-P-DOCUMENT-ID           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-P-ACTION                PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-P-BORROWER              PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-P-DUE-DATE              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-P-RESULT                PIC X(60).

       01  WS-NOTICE-LINE.
           05  WS-N-BORROWER              PIC X(20).
           05  FILLER                     PIC X(18) VALUE
               "  OVERDUE -- FILE ".
           05  WS-N-DOCUMENT-ID           PIC X(10).
           05  FILLER                     PIC X(06) VALUE
               "  OUT ".
           05  WS-N-OUT-DATE              PIC 9(08).
           05  FILLER                     PIC X(06) VALUE
               "  DUE ".
           05  WS-N-DUE-DATE              PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACE.
           05  WS-N-DAYS-OVER             PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE
               " DAYS LATE ".
           05  WS-N-TITLE                 PIC X(38).

       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(08) VALUE "POSTED  ".
           05  WS-T-POSTED                PIC ZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               "   REJECTED ".
           05  WS-T-REJECTED              PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE
               "   OVERDUE ".
           05  WS-T-OVERDUE               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-TRANSACTION
               UNTIL WS-EOF
           PERFORM 3000-WRITE-OVERDUE-NOTICES
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE INDEX IS MANDATORY.  NO CIRCULATION
      *    FILE YET MEANS NOTHING HAS EVER BEEN CHECKED OUT; NO
      *    CARDS MEANS A NOTICES-ONLY RUN.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           OPEN INPUT CIRCULATION-CONTROL-FILE
           IF WS-CC-FILE-STATUS = "00"
               READ CIRCULATION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-AS-OF-DATE NUMERIC
                           AND CC-AS-OF-DATE NOT = ZERO
                           MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE CIRCULATION-CONTROL-FILE
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           OPEN INPUT DOCUMENT-INDEX-FILE
           IF WS-DI-FILE-STATUS NOT = "00"
               DISPLAY "DOCCIRC REFUSED -- NO DOCUMENT INDEX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-INDEX-ENTRY
           PERFORM 1200-STORE-INDEX-ENTRY
               UNTIL WS-DI-FILE-STATUS NOT = "00"
           CLOSE DOCUMENT-INDEX-FILE
           OPEN INPUT CIRCULATION-FILE
           IF WS-CR-FILE-STATUS = "00"
               PERFORM 1300-READ-CIRCULATION
               PERFORM 1400-APPLY-CIRCULATION
                   UNTIL WS-CR-FILE-STATUS NOT = "00"
               CLOSE CIRCULATION-FILE
           END-IF
           OPEN EXTEND CIRCULATION-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
               OPEN OUTPUT CIRCULATION-FILE
           END-IF
           IF WS-CR-FILE-STATUS NOT = "00"
               DISPLAY "DOCCIRC REFUSED -- CIRCULATION FILE WILL NOT "
                   "OPEN, STATUS " WS-CR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-REPORT-FILE
           OPEN OUTPUT OVERDUE-NOTICE-FILE
           MOVE WS-AS-OF-DATE TO WS-H-AS-OF-DATE
           MOVE WS-POSTING-HEADING TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           OPEN INPUT CIRCULATION-TXN-FILE
           IF WS-CT-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1500-READ-TRANSACTION
           END-IF.

       1100-READ-INDEX-ENTRY.
           READ DOCUMENT-INDEX-FILE
               AT END
                   MOVE "10" TO WS-DI-FILE-STATUS
           END-READ.

       1200-STORE-INDEX-ENTRY.
           IF WS-IDX-COUNT NOT < WS-IDX-MAX
               DISPLAY "DOCCIRC REFUSED -- DOCUMENT INDEX PAST "
                   WS-IDX-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-IDX-COUNT
           MOVE DI-DOCUMENT-ID TO WS-I-DOCUMENT-ID(WS-IDX-COUNT)
           MOVE DI-TITLE TO WS-I-TITLE(WS-IDX-COUNT)
           PERFORM 1100-READ-INDEX-ENTRY.

       1300-READ-CIRCULATION.
           READ CIRCULATION-FILE
               AT END
                   MOVE "10" TO WS-CR-FILE-STATUS
           END-READ.

      *    THE LAST RECORD FOR A DOCUMENT IS ITS CUSTODY.
       1400-APPLY-CIRCULATION.
           PERFORM 4000-APPLY-TO-CUSTODY
           PERFORM 1300-READ-CIRCULATION.

       1500-READ-TRANSACTION.
           READ CIRCULATION-TXN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-POST-ONE-TRANSACTION - A CARD IS CHECKED AGAINST THE
      *    INDEX AND THE CURRENT CUSTODY; A GOOD ONE GOES ON THE
      *    CIRCULATION FILE AND CHANGES THE CUSTODY AT ONCE, SO A
      *    LATER CARD IN THE SAME RUN SEES IT.
      ******************************************************************
       2000-POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-REASON
           MOVE CT-DOCUMENT-ID TO WS-FIND-DOCUMENT-ID
           PERFORM 5000-FIND-CUSTODY
           MOVE "N" TO WS-IS-OUT-SW
           IF WS-CUS-FOUND-SUB > ZERO
               MOVE WS-K-OUT-SW(WS-CUS-FOUND-SUB) TO WS-IS-OUT-SW
           END-IF
           PERFORM 2100-FIND-INDEX-ENTRY
           EVALUATE TRUE
               WHEN NOT CT-CHECK-OUT AND NOT CT-CHECK-IN
                   MOVE "ACTION IS NOT O OR I" TO WS-REASON
               WHEN WS-IDX-FOUND-SUB = ZERO
                   MOVE "NOT ON THE DOCUMENT INDEX" TO WS-REASON
               WHEN CT-CHECK-OUT AND CT-BORROWER = SPACES
                   MOVE "NO BORROWER" TO WS-REASON
               WHEN CT-CHECK-OUT AND CT-DUE-DATE NOT NUMERIC
                   MOVE "DUE DATE NOT CCYYMMDD" TO WS-REASON
               WHEN CT-CHECK-OUT
                   AND (CT-DUE-MM < 01 OR CT-DUE-MM > 12
                       OR CT-DUE-DD < 01 OR CT-DUE-DD > 31)
                   MOVE "DUE DATE NOT CCYYMMDD" TO WS-REASON
               WHEN CT-CHECK-OUT AND CT-DUE-DATE < WS-AS-OF-DATE
                   MOVE "DUE DATE BEFORE THE AS-OF DATE"
                       TO WS-REASON
               WHEN CT-CHECK-OUT AND WS-IS-OUT
                   STRING "ALREADY OUT TO "
                       WS-K-BORROWER(WS-CUS-FOUND-SUB)
                       DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
               WHEN CT-CHECK-IN AND NOT WS-IS-OUT
                   MOVE "NOT CHECKED OUT" TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
               PERFORM 2200-POST-THE-CARD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-P-RESULT
               STRING "REJECTED -- " WS-REASON
                   DELIMITED BY SIZE INTO WS-P-RESULT
               END-STRING
               PERFORM 2300-WRITE-POSTING-LINE
           END-IF
           PERFORM 1500-READ-TRANSACTION.

       2100-FIND-INDEX-ENTRY.
           MOVE ZERO TO WS-IDX-FOUND-SUB
           PERFORM 2110-CHECK-ONE-INDEX-ENTRY
               VARYING WS-IDX-SUB FROM 1 BY 1
               UNTIL WS-IDX-SUB > WS-IDX-COUNT
                   OR WS-IDX-FOUND-SUB > ZERO.

       2110-CHECK-ONE-INDEX-ENTRY.
           IF WS-I-DOCUMENT-ID(WS-IDX-SUB) = WS-FIND-DOCUMENT-ID
               MOVE WS-IDX-SUB TO WS-IDX-FOUND-SUB
           END-IF.

      *    A CHECK-IN RECORDS WHO HAD THE FILE WHEN THE CARD LEAVES
      *    THE BORROWER BLANK.
       2200-POST-THE-CARD.
           ADD 1 TO WS-POSTED-COUNT
           MOVE CT-DOCUMENT-ID TO CR-DOCUMENT-ID
           MOVE CT-ACTION TO CR-ACTION
           MOVE CT-BORROWER TO CR-BORROWER
           MOVE WS-AS-OF-DATE TO CR-TXN-DATE
           IF CT-CHECK-OUT
               MOVE CT-DUE-DATE TO CR-DUE-DATE
           ELSE
               MOVE ZERO TO CR-DUE-DATE
               IF CT-BORROWER = SPACES
                   MOVE WS-K-BORROWER(WS-CUS-FOUND-SUB)
                       TO CR-BORROWER
               END-IF
           END-IF
           WRITE CIRCULATION-RECORD
           PERFORM 4000-APPLY-TO-CUSTODY
           MOVE "POSTED" TO WS-P-RESULT
           PERFORM 2300-WRITE-POSTING-LINE.

       2300-WRITE-POSTING-LINE.
           MOVE CT-DOCUMENT-ID TO WS-P-DOCUMENT-ID
           EVALUATE TRUE
               WHEN CT-CHECK-OUT
                   MOVE "OUT" TO WS-P-ACTION
               WHEN CT-CHECK-IN
                   MOVE "IN" TO WS-P-ACTION
               WHEN OTHER
                   MOVE CT-ACTION TO WS-P-ACTION
           END-EVALUATE
           MOVE CT-BORROWER TO WS-P-BORROWER
           MOVE CT-DUE-DATE TO WS-P-DUE-DATE
           MOVE WS-POSTING-LINE TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE.

      ******************************************************************
      *    3000-WRITE-OVERDUE-NOTICES - ONE LINE PER FILE STILL OUT
      *    PAST ITS DUE DATE, BORROWER FIRST FOR THE DISTRBAT BURST.
      ******************************************************************
       3000-WRITE-OVERDUE-NOTICES.
           IF WS-K-OUT(WS-CUS-SUB)
               AND WS-K-DUE-DATE(WS-CUS-SUB) < WS-AS-OF-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-K-DUE-DATE(WS-CUS-SUB))
               COMPUTE WS-DAYS-OVER = WS-AS-OF-INT - WS-DUE-INT
               MOVE WS-K-BORROWER(WS-CUS-SUB) TO WS-N-BORROWER
               MOVE WS-K-DOCUMENT-ID(WS-CUS-SUB) TO WS-N-DOCUMENT-ID
               MOVE WS-K-OUT-DATE(WS-CUS-SUB) TO WS-N-OUT-DATE
               MOVE WS-K-DUE-DATE(WS-CUS-SUB) TO WS-N-DUE-DATE
               MOVE WS-DAYS-OVER TO WS-N-DAYS-OVER
               MOVE WS-K-DOCUMENT-ID(WS-CUS-SUB)
                   TO WS-FIND-DOCUMENT-ID
               PERFORM 2100-FIND-INDEX-ENTRY
               IF WS-IDX-FOUND-SUB > ZERO
                   MOVE WS-I-TITLE(WS-IDX-FOUND-SUB) TO WS-N-TITLE
               ELSE
                   MOVE "(NO LONGER ON THE INDEX)" TO WS-N-TITLE
               END-IF
               MOVE WS-NOTICE-LINE TO OVERDUE-NOTICE-LINE
               WRITE OVERDUE-NOTICE-LINE
           END-IF.

      ******************************************************************
      *    4000-APPLY-TO-CUSTODY - CIRCULATION-RECORD BECOMES THE
      *    DOCUMENT'S CURRENT CUSTODY: A CHECK-OUT TAKES A SLOT, A
      *    CHECK-IN GIVES IT BACK.
      ******************************************************************
       4000-APPLY-TO-CUSTODY.
           MOVE CR-DOCUMENT-ID TO WS-FIND-DOCUMENT-ID
           PERFORM 5000-FIND-CUSTODY
           IF CR-CHECK-OUT
               IF WS-CUS-FOUND-SUB = ZERO
                   PERFORM 4050-ADD-CUSTODY
               END-IF
               MOVE CR-BORROWER TO WS-K-BORROWER(WS-CUS-FOUND-SUB)
               MOVE CR-TXN-DATE TO WS-K-OUT-DATE(WS-CUS-FOUND-SUB)
               MOVE CR-DUE-DATE TO WS-K-DUE-DATE(WS-CUS-FOUND-SUB)
               MOVE "Y" TO WS-K-OUT-SW(WS-CUS-FOUND-SUB)
           ELSE
               IF WS-CUS-FOUND-SUB > ZERO
                   PERFORM 4100-DROP-CUSTODY
               END-IF
           END-IF.

       4050-ADD-CUSTODY.
           IF WS-CUS-COUNT NOT < WS-CUS-MAX
               DISPLAY "DOCCIRC REFUSED -- MORE THAN " WS-CUS-MAX
                   " FILES OUT AT ONCE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE WS-CUS-COUNT TO WS-CUS-FOUND-SUB
           MOVE CR-DOCUMENT-ID TO WS-K-DOCUMENT-ID(WS-CUS-FOUND-SUB).

      *    THE LAST ENTRY MOVES INTO THE RETURNED FILE'S SLOT.
       4100-DROP-CUSTODY.
           MOVE WS-CUS-ENTRY(WS-CUS-COUNT)
               TO WS-CUS-ENTRY(WS-CUS-FOUND-SUB)
           SUBTRACT 1 FROM WS-CUS-COUNT.

       5000-FIND-CUSTODY.
           MOVE ZERO TO WS-CUS-FOUND-SUB
           PERFORM 5010-CHECK-ONE-CUSTODY
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
                   OR WS-CUS-FOUND-SUB > ZERO.

       5010-CHECK-ONE-CUSTODY.
           IF WS-K-DOCUMENT-ID(WS-CUS-SUB) = WS-FIND-DOCUMENT-ID
               MOVE WS-CUS-SUB TO WS-CUS-FOUND-SUB
           END-IF.

       9999-TERMINATE.
           IF WS-CT-FILE-STATUS = "00" OR WS-CT-FILE-STATUS = "10"
               CLOSE CIRCULATION-TXN-FILE
           END-IF
           MOVE WS-POSTED-COUNT TO WS-T-POSTED
           MOVE WS-REJECT-COUNT TO WS-T-REJECTED
           MOVE WS-OVERDUE-COUNT TO WS-T-OVERDUE
           MOVE SPACES TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           MOVE WS-TOTAL-LINE TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           CLOSE CIRCULATION-FILE
           CLOSE POSTING-REPORT-FILE
           CLOSE OVERDUE-NOTICE-FILE
           DISPLAY "DOCCIRC: " WS-POSTED-COUNT " POSTED, "
               WS-REJECT-COUNT " REJECTED, "
               WS-OVERDUE-COUNT " OVERDUE"
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
