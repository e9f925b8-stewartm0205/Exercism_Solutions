      *          IS A GHOST ENTRY TO CHASE
      *    THE LAST ROGUE DEVICE WAS FOUND BECAUSE IT PRINTED A
      *    TEST PAGE; THIS REPORT FINDS THE NEXT ONE FIRST.  EXITS
      *    8 ON ANY FINDING.  IPV6 LEASES (BASE 16, COLON NOTATION IN
      *    THE ADDRESS FIELD, NOW COLS 17-59) AND INVENTORY ENTRIES
      *    ARE JUDGED THE SAME WAY ON BASECONV'S 128-BIT KEY, AND
      *    THEIR ADDRESSES PRINT IN CANONICAL FORM ON A LINE OF
      *    THEIR OWN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                   PIC X(01).
           05  LE-BASE                  PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LE-ADDRESS               PIC X(43).

       FD  NETWORK-INVENTORY-FILE.
       COPY NETINV.

       FD  LEASE-REPORT-FILE.
       01  LEASE-REPORT-LINE            PIC X(80).
       01 WS-BASE                       PIC 9(02) EXTERNAL.
       01 WS-RESULT                     PIC S9(10) EXTERNAL.
       01 WS-ERROR                      PIC X(60) EXTERNAL.
       COPY ADDR128.

       01  WS-DL-FILE-STATUS            PIC XX.
       01  WS-NI-FILE-STATUS            PIC XX.
       01  WS-FINDING-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CONVERT-OK-SW             PIC X.
           88  WS-CONVERT-OK            VALUE "Y".
       01  WS-LOW-WORK                  PIC X(41).
       01  WS-HIGH-WORK                 PIC X(41).

      *    ADDRESS KEYS AND PRINT TEXT, AS ADDRAUDT KEEPS THEM.
       01  WS-KEY-WORK.
           05  WS-KW-FAMILY             PIC X(01).
           05  WS-KW-HEXTETS            PIC X(40).
       01  WS-DECIMAL-ADDRESS           PIC -9(10).
       01  WS-PRINT-TEXT                PIC X(43).
       01  WS-PRINT-FAMILY              PIC X(01).
       01  WS-PRINT-LABEL               PIC X(07).
       01  WS-PRINT-SHORT               PIC X(11).

      *    NORMALIZED INVENTORY RANGES AND STATIC DEVICES, SAME
      *    SHAPE ADDRAUDT BUILDS.  WS-V-LEASED FLIPS WHEN A LEASE
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
               10  WS-V-ADDRESS         PIC X(41).
               10  WS-V-DECIMAL         PIC S9(10).
               10  WS-V-TEXT            PIC X(43).
               10  WS-V-LEASED-SW       PIC X.
                   88  WS-V-LEASED      VALUE "Y".
       01  WS-SUB                       PIC 9(03).
       01  WS-LEASE-ADDRESS             PIC X(41).
       01  WS-IN-RANGE-SW               PIC X.
           88  WS-IN-RANGE              VALUE "Y".
       01  WS-LEASE-COUNT               PIC 9(05) VALUE ZERO.
           05  FILLER                   PIC X(16) VALUE
               "UNAUTHORIZED    ".
           05  WS-R-DEVICE              PIC X(12).
           05  WS-R-ADDR-LABEL          PIC X(07).
           05  WS-R-ADDRESS             PIC X(11).

       01  WS-COLLIDE-LINE.
           05  FILLER                   PIC X(16) VALUE
           05  WS-C-DEVICE              PIC X(12).
           05  FILLER                   PIC X(03) VALUE " / ".
           05  WS-C-STATIC-NAME         PIC X(12).
           05  WS-C-ADDR-LABEL          PIC X(07).
           05  WS-C-ADDRESS             PIC X(11).

       01  WS-GHOST-LINE.
           05  FILLER                   PIC X(16) VALUE
               "NO LEASE SEEN   ".
           05  WS-H-DEVICE              PIC X(12).
           05  WS-H-ADDR-LABEL          PIC X(07).
           05  WS-H-ADDRESS             PIC X(11).

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
           MOVE NI-NAME TO WS-B-NAME
           IF NI-V6-VALUE-LOW NOT = SPACES
               MOVE NI-V6-VALUE-LOW TO WS-VALUE
           ELSE
               MOVE NI-VALUE-LOW TO WS-VALUE
           END-IF
           MOVE NI-BASE TO WS-BASE
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
                       MOVE NI-BASE TO WS-BASE
                       PERFORM 2500-CONVERT-ONE-VALUE
                   END-IF
               ELSE
                   MOVE NI-VALUE-HIGH TO WS-VALUE
                   MOVE NI-BASE TO WS-BASE
                   PERFORM 2500-CONVERT-ONE-VALUE
               END-IF
               IF WS-CONVERT-OK
                   MOVE WS-AD-FAMILY TO WS-KW-FAMILY
                   MOVE WS-AD-LAST TO WS-KW-HEXTETS
                   MOVE WS-KEY-WORK TO WS-HIGH-WORK
                   IF WS-RNG-COUNT < WS-RNG-MAX
                       ADD 1 TO WS-RNG-COUNT
                       MOVE NI-NAME TO WS-G-NAME(WS-RNG-COUNT)

       2200-NORMALIZE-ONE-DEVICE.
           MOVE NI-NAME TO WS-B-NAME
           IF NI-V6-VALUE-LOW NOT = SPACES
               MOVE NI-V6-VALUE-LOW TO WS-VALUE
           ELSE
               MOVE NI-VALUE-LOW TO WS-VALUE
           END-IF
           MOVE NI-BASE TO WS-BASE
           PERFORM 2500-CONVERT-ONE-VALUE
           IF WS-CONVERT-OK
               IF WS-DEV-COUNT < WS-DEV-MAX
                   ADD 1 TO WS-DEV-COUNT
                   MOVE NI-NAME TO WS-V-NAME(WS-DEV-COUNT)
                   MOVE WS-AD-FAMILY TO WS-KW-FAMILY
                   MOVE WS-AD-ADDRESS TO WS-KW-HEXTETS
                   MOVE WS-KEY-WORK TO WS-V-ADDRESS(WS-DEV-COUNT)
                   MOVE WS-RESULT TO WS-V-DECIMAL(WS-DEV-COUNT)
                   MOVE WS-AD-CANONICAL TO WS-V-TEXT(WS-DEV-COUNT)
                   MOVE "N" TO WS-V-LEASED-SW(WS-DEV-COUNT)
               END-IF
           END-IF.
       2500-CONVERT-ONE-VALUE.
           MOVE "N" TO WS-CONVERT-OK-SW
           CALL "BASECONV"
           IF WS-ERROR = SPACES AND WS-AD-IPV4 AND WS-RESULT < 0
               MOVE "error: an address cannot be negative"
                   TO WS-ERROR
           END-IF
           IF WS-ERROR = SPACES
               SET WS-CONVERT-OK TO TRUE
           ELSE
               WRITE LEASE-REPORT-LINE
           END-IF.

      ******************************************************************
      *    2710-SPLIT-PRINT-TEXT - AN IPV4 ADDRESS FITS THE FINDING
      *    LINE; AN IPV6 ONE LEAVES IT BLANK FOR A LINE OF ITS OWN.
      ******************************************************************
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
               MOVE WS-V6-ADDRESS-LINE TO LEASE-REPORT-LINE
               WRITE LEASE-REPORT-LINE
           END-IF.

      ******************************************************************
      *    3000-JUDGE-THE-LEASES - NORMALIZE EACH LEASE AND JUDGE
      *    IT AGAINST THE AUTHORIZED RANGES AND THE STATIC DEVICES.
           MOVE LE-BASE TO WS-BASE
           PERFORM 2500-CONVERT-ONE-VALUE
           IF WS-CONVERT-OK
               MOVE WS-AD-FAMILY TO WS-KW-FAMILY
               MOVE WS-AD-ADDRESS TO WS-KW-HEXTETS
               MOVE WS-KEY-WORK TO WS-LEASE-ADDRESS
               MOVE WS-AD-FAMILY TO WS-PRINT-FAMILY
               IF WS-AD-IPV6
                   MOVE WS-AD-CANONICAL TO WS-PRINT-TEXT
               ELSE
                   MOVE WS-RESULT TO WS-DECIMAL-ADDRESS
                   MOVE WS-DECIMAL-ADDRESS TO WS-PRINT-TEXT
               END-IF
               PERFORM 3300-CHECK-AUTHORIZED
               PERFORM 3400-CHECK-STATIC-COLLISION
           END-IF
           IF NOT WS-IN-RANGE
               ADD 1 TO WS-FINDING-COUNT
               MOVE LE-DEVICE-NAME TO WS-R-DEVICE
               PERFORM 2710-SPLIT-PRINT-TEXT
               MOVE WS-PRINT-LABEL TO WS-R-ADDR-LABEL
               MOVE WS-PRINT-SHORT TO WS-R-ADDRESS
               MOVE WS-ROGUE-LINE TO LEASE-REPORT-LINE
               WRITE LEASE-REPORT-LINE
               PERFORM 2750-WRITE-V6-REPORT-LINE
           END-IF.

       3310-CHECK-ONE-RANGE.
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE LE-DEVICE-NAME TO WS-C-DEVICE
                   MOVE WS-V-NAME(WS-SUB) TO WS-C-STATIC-NAME
                   PERFORM 2710-SPLIT-PRINT-TEXT
                   MOVE WS-PRINT-LABEL TO WS-C-ADDR-LABEL
                   MOVE WS-PRINT-SHORT TO WS-C-ADDRESS
                   MOVE WS-COLLIDE-LINE TO LEASE-REPORT-LINE
                   WRITE LEASE-REPORT-LINE
                   PERFORM 2750-WRITE-V6-REPORT-LINE
               END-IF
           END-IF.

           IF NOT WS-V-LEASED(WS-SUB)
               ADD 1 TO WS-FINDING-COUNT
               MOVE WS-V-NAME(WS-SUB) TO WS-H-DEVICE
               MOVE WS-V-ADDRESS(WS-SUB)(1:1) TO WS-PRINT-FAMILY
               IF WS-PRINT-FAMILY = "6"
                   MOVE WS-V-TEXT(WS-SUB) TO WS-PRINT-TEXT
               ELSE
                   MOVE WS-V-DECIMAL(WS-SUB) TO WS-DECIMAL-ADDRESS
                   MOVE WS-DECIMAL-ADDRESS TO WS-PRINT-TEXT
               END-IF
               PERFORM 2710-SPLIT-PRINT-TEXT
               MOVE WS-PRINT-LABEL TO WS-H-ADDR-LABEL
               MOVE WS-PRINT-SHORT TO WS-H-ADDRESS
               MOVE WS-GHOST-LINE TO LEASE-REPORT-LINE
               WRITE LEASE-REPORT-LINE
               PERFORM 2750-WRITE-V6-REPORT-LINE
           END-IF.

       5000-FINISH-REPORT.
