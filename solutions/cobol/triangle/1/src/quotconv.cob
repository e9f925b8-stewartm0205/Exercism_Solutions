      *    QUOTCONV TURNS AN ACCEPTED QUOTATION INTO A LIVE CUT
      *    RUN.  THE ACCEPTANCE CARD NAMES THE QUOTE; THE RUN
      *    VERIFIES IT IS OPEN ON THE QUOTATION MASTER, EMITS ITS
      *    HELD SPECS ONTO A CUT-SPECS-FORMAT FILE WITH THE QUOTE
      *    NUMBER IN THE WORK-ORDER COLUMN -- SO TRIBAT'S INVOICE
      *    SUMMARY CARRIES THE QUOTE NUMBER AND PRICES THE SAME
      *    ARITHMETIC THE QUOTE PRINTED -- AND REWRITES THE MASTER
      *    WITH THE QUOTE MARKED CONVERTED.  A QUOTE THAT IS NOT ON
      *    THE MASTER, OR ALREADY CONVERTED, CHANGES NOTHING AND
      *    SAYS SO.  THE CONVERTED QUOTE IS ADDED TO THE OPEN WORK
      *    ORDERS (WOOPEN) WITH THE DUE DATE AND PRIORITY FROM THE
      *    ACCEPTANCE CARD (COLS 10-17 DUE DATE, COL 19 PRIORITY,
      *    1 = RUSH, DEFAULT 5) SO THE CUT SCHEDULER SEQUENCES IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT OPEN-WORK-ORDER-FILE ASSIGN TO "WOOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTANCE-CARD-FILE.
       01  ACCEPTANCE-CARD-RECORD.
           05  AC-QUOTE-NO                PIC X(08).
           05  FILLER                     PIC X(01).
           05  AC-DUE-DATE                PIC X(08).
           05  FILLER                     PIC X(01).
           05  AC-PRIORITY                PIC X(01).

       FD  QUOTE-MASTER-FILE.
       COPY QUOTMAST.
           05  CO-SIDE-C                  PIC X(03).
           05  CO-WORK-ORDER              PIC X(08).
           05  CO-MATERIAL-CODE           PIC X(04).
           05  CO-SAW-ID                  PIC X(04).

       FD  OPEN-WORK-ORDER-FILE.
       COPY WOOPEN.

       WORKING-STORAGE SECTION.
       01  WS-AC-FILE-STATUS              PIC XX.
       01  WS-QO-FILE-STATUS              PIC XX.
       01  WS-QH-FILE-STATUS              PIC XX.
       01  WS-CO-FILE-STATUS              PIC XX.
       01  WS-WO-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-QUOTE-NO                    PIC X(08) VALUE SPACES.
       01  WS-QUOTE-STATE                 PIC X(08) VALUE "MISSING".
       01  WS-SPECS-EMITTED               PIC 9(04) VALUE ZERO.
       01  WS-CUSTOMER-ID                 PIC X(06) VALUE SPACES.
       01  WS-DUE-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-PRIORITY                    PIC 9(01) VALUE 5.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               STOP RUN
           END-IF
           PERFORM 3000-EMIT-CUT-SPECS
           PERFORM 4000-OPEN-THE-WORK-ORDER
           PERFORM 9999-TERMINATE
           STOP RUN.

                       CONTINUE
                   NOT AT END
                       MOVE AC-QUOTE-NO TO WS-QUOTE-NO
                       IF AC-DUE-DATE NUMERIC
                           MOVE AC-DUE-DATE TO WS-DUE-DATE
                       END-IF
                       IF AC-PRIORITY NUMERIC AND AC-PRIORITY NOT = "0"
                           MOVE AC-PRIORITY TO WS-PRIORITY
                       END-IF
               END-READ
               CLOSE ACCEPTANCE-CARD-FILE
           END-IF
                   WHEN QM-OPEN
                       MOVE "OPEN" TO WS-QUOTE-STATE
                       MOVE "CONV" TO QM-STATUS
                       MOVE QM-CUSTOMER-ID TO WS-CUSTOMER-ID
                   WHEN QM-CONVERTED
                       MOVE "CONV" TO WS-QUOTE-STATE
                   WHEN OTHER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CUT-SPECS-OUT
           IF WS-CO-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUT-SPECS-OUT
           END-IF
           PERFORM 3100-READ-HELD-SPEC
           PERFORM 3200-EMIT-ONE-SPEC
               UNTIL WS-EOF
               MOVE QH-SIDE-C TO CO-SIDE-C
               MOVE WS-QUOTE-NO TO CO-WORK-ORDER
               MOVE QH-MATERIAL-CODE TO CO-MATERIAL-CODE
               MOVE SPACES TO CO-SAW-ID
               WRITE CUT-SPECS-OUT-RECORD
           END-IF
           PERFORM 3100-READ-HELD-SPEC.

      ******************************************************************
      *    4000-OPEN-THE-WORK-ORDER - THE QUOTE NUMBER BECOMES AN
      *    OPEN WORK ORDER ON THE SCHEDULER'S BOOK.
      ******************************************************************
       4000-OPEN-THE-WORK-ORDER.
           OPEN EXTEND OPEN-WORK-ORDER-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPEN-WORK-ORDER-FILE
           END-IF
           MOVE WS-QUOTE-NO TO WO-WORK-ORDER
           MOVE WS-CUSTOMER-ID TO WO-CUSTOMER-ID
           MOVE WS-DUE-DATE TO WO-DUE-DATE
           MOVE WS-PRIORITY TO WO-PRIORITY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WO-OPENED-DATE
           WRITE OPEN-WORK-ORDER-RECORD
           CLOSE OPEN-WORK-ORDER-FILE.

       9999-TERMINATE.
           DISPLAY "QUOTCONV: QUOTE " WS-QUOTE-NO " CONVERTED -- "
               WS-SPECS-EMITTED " JOBS TO THE CUT RUN".
