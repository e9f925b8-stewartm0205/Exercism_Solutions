      *    INVENTORY RECORD: COL 1 TYPE (R RANGE / D DEVICE), COLS
      *    2-13 NAME, COLS 15-26 THE DEVICE'S ASSIGNED RANGE NAME,
      *    COLS 28-29 NUMBER BASE, COLS 31-46 LOW VALUE OR DEVICE
      *    ADDRESS, COLS 48-63 HIGH VALUE (RANGES ONLY); IPV6 VALUES
      *    AS NETINV.CPY DESCRIBES.  A VALUE BASECONV REJECTS IS
      *    REPORTED AND THE RECORD SKIPPED.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  IPV6.  THE INVENTORY LAYOUT MOVES TO
      *                     NETINV.CPY WITH IPV6 VALUE COLUMNS, AND
      *                     EVERY RANGE AND DEVICE IS FILED UNDER A
      *                     128-BIT KEY FROM BASECONV'S ADDR128 BLOCK
      *                     SO THE OVERLAP, PLACEMENT, DUPLICATE AND
      *                     DRIFT CHECKS RUN ONE WAY FOR BOTH
      *                     FAMILIES.  AN IPV6 ADDRESS PRINTS IN
      *                     CANONICAL FORM ON ITS OWN LINE; THE
      *                     BASELINE CARRIES IT IN NEW COLS 35-77.  A
      *                     NEGATIVE IPV4 VALUE IS NOW UNCONVERTIBLE.
      *    2026-09-03  RSK  EACH RUN NOW WRITES A BASELINE SNAPSHOT
      *                     OF THE NORMALIZED DEVICES AND REPORTS
      *                     DRIFT AGAINST THE PREVIOUS RUN'S
       DATA DIVISION.
       FILE SECTION.
       FD  NETWORK-INVENTORY-FILE.
       COPY NETINV.

       FD  ADDRESS-REPORT-FILE.
       01  ADDRESS-REPORT-LINE          PIC X(80).
           05  BI-NAME                  PIC X(12).
           05  BI-RANGE-NAME            PIC X(12).
           05  BI-ADDRESS               PIC S9(10).
           05  BI-V6-ADDRESS            PIC X(43).

       FD  BASELINE-OUT-FILE.
       01  BASELINE-OUT-RECORD.
           05  BO-NAME                  PIC X(12).
           05  BO-RANGE-NAME            PIC X(12).
           05  BO-ADDRESS               PIC S9(10).
           05  BO-V6-ADDRESS            PIC X(43).

       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-LINE            PIC X(80).
       01 WS-BASE                       PIC 9(02) EXTERNAL.
       01 WS-RESULT                     PIC S9(10) EXTERNAL.
       01 WS-ERROR                      PIC X(60) EXTERNAL.
       COPY ADDR128.

       01  WS-NI-FILE-STATUS            PIC XX.
       01  WS-AR-FILE-STATUS            PIC XX.
       01  WS-FINDING-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CONVERT-OK-SW             PIC X.
           88  WS-CONVERT-OK            VALUE "Y".
       01  WS-LOW-WORK                  PIC X(41).
       01  WS-HIGH-WORK                 PIC X(41).

      *    AN ADDRESS KEY IS THE FAMILY BYTE AND THE EIGHT HEXTETS OF
      *    THE ADDR128 BLOCK: IT COMPARES IN ADDRESS ORDER FOR EITHER
      *    FAMILY.  WS-PRINT-TEXT IS THE ADDRESS AS THE REPORTS SHOW
      *    IT -- THE SIGNED DECIMAL FOR IPV4, CANONICAL FOR IPV6.
       01  WS-KEY-WORK.
           05  WS-KW-FAMILY             PIC X(01).
           05  WS-KW-HEXTETS            PIC X(40).
       01  WS-DECIMAL-ADDRESS           PIC -9(10).
       01  WS-PRINT-TEXT                PIC X(43).
       01  WS-PRINT-FAMILY              PIC X(01).
       01  WS-PRINT-LABEL               PIC X(07).
       01  WS-PRINT-SHORT               PIC X(11).

      *    NORMALIZED RANGES AND DEVICES, BY ADDRESS KEY.
       01  WS-RNG-MAX                   PIC 9(02) VALUE 50.
       01  WS-RNG-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-RNG-TABLE.
           05  WS-RNG-ENTRY OCCURS 50 TIMES.
               10  WS-G-NAME            PIC X(12).
               10  WS-G-LOW             PIC X(41).
               10  WS-G-HIGH            PIC X(41).
       01  WS-DEV-MAX                   PIC 9(03) VALUE 200.
       01  WS-DEV-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-DEV-TABLE.
           05  WS-DEV-ENTRY OCCURS 200 TIMES.
               10  WS-V-NAME            PIC X(12).
               10  WS-V-RANGE-NAME      PIC X(12).
               10  WS-V-ADDRESS         PIC X(41).
               10  WS-V-DECIMAL         PIC S9(10).
               10  WS-V-TEXT            PIC X(43).
       01  WS-SUB-A                     PIC 9(03).
       01  WS-SUB-B                     PIC 9(03).
       01  WS-RANGE-FOUND-SUB           PIC 9(02).
               10  WS-L-NAME            PIC X(12).
               10  WS-L-RANGE-NAME      PIC X(12).
               10  WS-L-ADDRESS         PIC S9(10).
               10  WS-L-V6-ADDRESS      PIC X(43).
               10  WS-L-SEEN-SW         PIC X.
                   88  WS-L-SEEN        VALUE "Y".
       01  WS-BAS-SUB                   PIC 9(03).
           05  WS-DF-NAME               PIC X(12).
           05  FILLER                   PIC X(08) VALUE "  RANGE ".
           05  WS-DF-RANGE-NAME         PIC X(12).
           05  WS-DF-ADDR-LABEL         PIC X(07).
           05  WS-DF-ADDRESS            PIC X(11).

       01  WS-DRIFT-SUMMARY.
           05  FILLER                   PIC X(07) VALUE "ADDED  ".
           05  WS-U-DEVICE              PIC X(12).
           05  FILLER                   PIC X(10) VALUE " ASSIGNED ".
           05  WS-U-RANGE-NAME          PIC X(12).
           05  WS-U-ADDR-LABEL          PIC X(07).
           05  WS-U-ADDRESS             PIC X(11).

       01  WS-DUP-LINE.
           05  FILLER                   PIC X(16) VALUE
           05  WS-D-NAME-A              PIC X(12).
           05  FILLER                   PIC X(03) VALUE " / ".
           05  WS-D-NAME-B              PIC X(12).
           05  WS-D-ADDR-LABEL          PIC X(07).
           05  WS-D-ADDRESS             PIC X(11).

      *    AN IPV6 ADDRESS IS TOO WIDE FOR THE FINDING LINE AND
      *    FOLLOWS IT ON ITS OWN.
       01  WS-V6-ADDRESS-LINE.
           05  FILLER                   PIC X(16) VALUE SPACE.
           05  FILLER                   PIC X(06) VALUE "ADDR  ".
           05  WS-6A-ADDRESS            PIC X(43).

       01  WS-BADVAL-LINE.
           05  FILLER                   PIC X(16) VALUE
           END-EVALUATE
           PERFORM 1100-READ-INVENTORY.

      *    AN IPV6 RANGE WITH NO HIGH ADDRESS IS ITS PREFIX.
       2100-NORMALIZE-ONE-RANGE.
           IF NI-V6-VALUE-LOW NOT = SPACES
               MOVE NI-V6-VALUE-LOW TO WS-VALUE
           ELSE
               MOVE NI-VALUE-LOW TO WS-VALUE
           END-IF
           PERFORM 2500-CONVERT-ONE-VALUE
           IF WS-CONVERT-OK
               MOVE WS-AD-FAMILY TO WS-KW-FAMILY
               MOVE WS-AD-FIRST TO WS-KW-HEXTETS
               MOVE WS-KEY-WORK TO WS-LOW-WORK
               MOVE WS-AD-LAST TO WS-KW-HEXTETS
               MOVE WS-KEY-WORK TO WS-HIGH-WORK
               IF NI-V6-VALUE-LOW NOT = SPACES
                   IF NI-V6-VALUE-HIGH NOT = SPACES
                       MOVE NI-V6-VALUE-HIGH TO WS-VALUE
                       PERFORM 2500-CONVERT-ONE-VALUE
                   END-IF
               ELSE
                   MOVE NI-VALUE-HIGH TO WS-VALUE
                   PERFORM 2500-CONVERT-ONE-VALUE
               END-IF
               IF WS-CONVERT-OK
                   MOVE WS-AD-FAMILY TO WS-KW-FAMILY
                   MOVE WS-AD-LAST TO WS-KW-HEXTETS
                   MOVE WS-KEY-WORK TO WS-HIGH-WORK
                   IF WS-RNG-COUNT < WS-RNG-MAX
                       ADD 1 TO WS-RNG-COUNT
                       MOVE NI-NAME TO WS-G-NAME(WS-RNG-COUNT)
           END-IF.

       2200-NORMALIZE-ONE-DEVICE.
           IF NI-V6-VALUE-LOW NOT = SPACES
               MOVE NI-V6-VALUE-LOW TO WS-VALUE
           ELSE
               MOVE NI-VALUE-LOW TO WS-VALUE
           END-IF
           PERFORM 2500-CONVERT-ONE-VALUE
           IF WS-CONVERT-OK
               IF WS-DEV-COUNT < WS-DEV-MAX
                   MOVE NI-NAME TO WS-V-NAME(WS-DEV-COUNT)
                   MOVE NI-RANGE-NAME
                       TO WS-V-RANGE-NAME(WS-DEV-COUNT)
                   MOVE WS-AD-FAMILY TO WS-KW-FAMILY
                   MOVE WS-AD-ADDRESS TO WS-KW-HEXTETS
                   MOVE WS-KEY-WORK TO WS-V-ADDRESS(WS-DEV-COUNT)
                   MOVE WS-RESULT TO WS-V-DECIMAL(WS-DEV-COUNT)
                   MOVE WS-AD-CANONICAL TO WS-V-TEXT(WS-DEV-COUNT)
               END-IF
           END-IF.

           MOVE "N" TO WS-CONVERT-OK-SW
           MOVE NI-BASE TO WS-BASE
           CALL "BASECONV"
           IF WS-ERROR = SPACES AND WS-AD-IPV4 AND WS-RESULT < 0
               MOVE "error: an address cannot be negative"
                   TO WS-ERROR
           END-IF
           IF WS-ERROR = SPACES
               SET WS-CONVERT-OK TO TRUE
           ELSE
               WRITE ADDRESS-REPORT-LINE
           END-IF.

      ******************************************************************
      *    2700-DEVICE-PRINT-TEXT - THE WS-SUB-A DEVICE'S ADDRESS AS
      *    THE REPORTS SHOW IT.  AN IPV4 ADDRESS FITS THE FINDING
      *    LINE; AN IPV6 ONE LEAVES IT BLANK FOR A LINE OF ITS OWN.
      ******************************************************************
       2700-DEVICE-PRINT-TEXT.
           MOVE WS-V-ADDRESS(WS-SUB-A)(1:1) TO WS-PRINT-FAMILY
           IF WS-PRINT-FAMILY = "6"
               MOVE WS-V-TEXT(WS-SUB-A) TO WS-PRINT-TEXT
           ELSE
               MOVE WS-V-DECIMAL(WS-SUB-A) TO WS-DECIMAL-ADDRESS
               MOVE WS-DECIMAL-ADDRESS TO WS-PRINT-TEXT
           END-IF
           PERFORM 2710-SPLIT-PRINT-TEXT.

       2710-SPLIT-PRINT-TEXT.
           IF WS-PRINT-FAMILY = "6"
               MOVE SPACES TO WS-PRINT-LABEL
               MOVE SPACES TO WS-PRINT-SHORT
           ELSE
               MOVE " ADDR  " TO WS-PRINT-LABEL
               MOVE WS-PRINT-TEXT TO WS-PRINT-SHORT
           END-IF.

       2750-WRITE-V6-REPORT-LINE.
           IF WS-PRINT-FAMILY = "6"
               MOVE WS-PRINT-TEXT TO WS-6A-ADDRESS
               MOVE WS-V6-ADDRESS-LINE TO ADDRESS-REPORT-LINE
               WRITE ADDRESS-REPORT-LINE
           END-IF.

      ******************************************************************
      *    3000-AUDIT-RANGE-OVERLAPS - EVERY PAIR OF RANGES WHOSE
      *    INTERVALS INTERSECT IS A FINDING.
                   MOVE WS-V-NAME(WS-SUB-A) TO WS-U-DEVICE
                   MOVE WS-V-RANGE-NAME(WS-SUB-A)
                       TO WS-U-RANGE-NAME
                   PERFORM 2700-DEVICE-PRINT-TEXT
                   MOVE WS-PRINT-LABEL TO WS-U-ADDR-LABEL
                   MOVE WS-PRINT-SHORT TO WS-U-ADDRESS
                   MOVE WS-OUTSIDE-LINE TO ADDRESS-REPORT-LINE
                   WRITE ADDRESS-REPORT-LINE
                   PERFORM 2750-WRITE-V6-REPORT-LINE
               END-IF
           END-IF.

               ADD 1 TO WS-FINDING-COUNT
               MOVE WS-V-NAME(WS-SUB-A) TO WS-D-NAME-A
               MOVE WS-V-NAME(WS-SUB-B) TO WS-D-NAME-B
               PERFORM 2700-DEVICE-PRINT-TEXT
               MOVE WS-PRINT-LABEL TO WS-D-ADDR-LABEL
               MOVE WS-PRINT-SHORT TO WS-D-ADDRESS
               MOVE WS-DUP-LINE TO ADDRESS-REPORT-LINE
               WRITE ADDRESS-REPORT-LINE
               PERFORM 2750-WRITE-V6-REPORT-LINE
           END-IF.

      ******************************************************************
               MOVE BI-NAME TO WS-L-NAME(WS-BAS-COUNT)
               MOVE BI-RANGE-NAME TO WS-L-RANGE-NAME(WS-BAS-COUNT)
               MOVE BI-ADDRESS TO WS-L-ADDRESS(WS-BAS-COUNT)
               MOVE BI-V6-ADDRESS TO WS-L-V6-ADDRESS(WS-BAS-COUNT)
               MOVE "N" TO WS-L-SEEN-SW(WS-BAS-COUNT)
           END-IF
           PERFORM 5510-READ-BASELINE.
               MOVE "ADDED" TO WS-DF-VERB
               MOVE WS-V-NAME(WS-SUB-A) TO WS-DF-NAME
               MOVE WS-V-RANGE-NAME(WS-SUB-A) TO WS-DF-RANGE-NAME
               PERFORM 2700-DEVICE-PRINT-TEXT
               PERFORM 5590-WRITE-DRIFT-LINE
           ELSE
               MOVE "Y" TO WS-L-SEEN-SW(WS-BAS-FOUND-SUB)
               IF WS-L-RANGE-NAME(WS-BAS-FOUND-SUB)
                   MOVE WS-V-NAME(WS-SUB-A) TO WS-DF-NAME
                   MOVE WS-V-RANGE-NAME(WS-SUB-A)
                       TO WS-DF-RANGE-NAME
                   PERFORM 2700-DEVICE-PRINT-TEXT
                   PERFORM 5590-WRITE-DRIFT-LINE
               END-IF
           END-IF.

               MOVE WS-L-NAME(WS-BAS-SUB) TO WS-DF-NAME
               MOVE WS-L-RANGE-NAME(WS-BAS-SUB)
                   TO WS-DF-RANGE-NAME
               IF WS-L-V6-ADDRESS(WS-BAS-SUB) NOT = SPACES
                   MOVE "6" TO WS-PRINT-FAMILY
                   MOVE WS-L-V6-ADDRESS(WS-BAS-SUB) TO WS-PRINT-TEXT
               ELSE
                   MOVE "4" TO WS-PRINT-FAMILY
                   MOVE WS-L-ADDRESS(WS-BAS-SUB) TO WS-DECIMAL-ADDRESS
                   MOVE WS-DECIMAL-ADDRESS TO WS-PRINT-TEXT
               END-IF
               PERFORM 2710-SPLIT-PRINT-TEXT
               PERFORM 5590-WRITE-DRIFT-LINE
           END-IF.

       5590-WRITE-DRIFT-LINE.
           MOVE WS-PRINT-LABEL TO WS-DF-ADDR-LABEL
           MOVE WS-PRINT-SHORT TO WS-DF-ADDRESS
           MOVE WS-DRIFT-LINE TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE
           IF WS-PRINT-FAMILY = "6"
               MOVE WS-PRINT-TEXT TO WS-6A-ADDRESS
               MOVE WS-V6-ADDRESS-LINE TO DRIFT-REPORT-LINE
               WRITE DRIFT-REPORT-LINE
           END-IF.

       5810-WRITE-ONE-BASELINE.
           MOVE WS-V-NAME(WS-SUB-A) TO BO-NAME
           MOVE WS-V-RANGE-NAME(WS-SUB-A) TO BO-RANGE-NAME
           MOVE WS-V-DECIMAL(WS-SUB-A) TO BO-ADDRESS
           MOVE WS-V-TEXT(WS-SUB-A) TO BO-V6-ADDRESS
           WRITE BASELINE-OUT-RECORD.

       6000-FINISH-REPORT.
