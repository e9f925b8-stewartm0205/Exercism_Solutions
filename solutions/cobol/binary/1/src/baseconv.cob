      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  IPV6.  A VALUE WITH A COLON IS NOW TAKEN
      *                     AS A 128-BIT ADDRESS IN BASE-16 COLON
      *                     NOTATION -- "::" COMPRESSION AND A "/NNN"
      *                     PREFIX LENGTH ALLOWED -- AND RETURNED IN
      *                     THE SHARED ADDR128 BLOCK WITH ITS PREFIX
      *                     BOUNDS AND CANONICAL TEXT.  EVERY OTHER
      *                     VALUE CONVERTS AS BEFORE AND IS ALSO
      *                     COPIED INTO THE BLOCK, SO THE NETWORK
      *                     AUDITS COMPARE BOTH FAMILIES ONE WAY.
      *    2026-08-22  RSK  ERROR-LOG WRITES NOW CARRY THE VERSION-02
      *                     SEVERITY CLASS AND WRITE TIMESTAMP (SEE
      *                     ERRLOG.CPY) SO THE MORNING TRIAGE CAN
       01 WS-EL-FILE-STATUS        PIC XX.
       01 WS-EL-OPEN-SW            PIC X VALUE "N".
           88 WS-EL-OPEN           VALUE "Y".
       COPY ADDR128.

      *    IPV6 SCAN WORK.  WS-V6-GROUP HOLDS THE GROUPS AS WRITTEN;
      *    WS-V6-DOUBLE-AT IS HOW MANY OF THEM CAME BEFORE THE "::".
       01 WS-COLON-COUNT           PIC 9(3).
       01 WS-V6-TEXT-LENGTH        PIC 9(3).
       01 WS-V6-ADDRESS-LENGTH     PIC 9(3).
       01 WS-V6-PREFIX-TEXT        PIC X(3) JUSTIFIED RIGHT.
       01 WS-V6-PREFIX-NUM REDEFINES WS-V6-PREFIX-TEXT
                                   PIC 9(3).
       01 WS-V6-PREFIX-LENGTH      PIC 9(3).
       01 WS-V6-PREFIX-SW          PIC X.
           88 WS-V6-PREFIX-GIVEN   VALUE "Y".
       01 WS-V6-PREFIX-ED          PIC ZZ9.
       01 WS-V6-GROUP-COUNT        PIC 9(2).
       01 WS-V6-GROUP-TABLE.
           05 WS-V6-GROUP          PIC 9(5) OCCURS 8 TIMES.
       01 WS-V6-GROUP-VALUE        PIC 9(5).
       01 WS-V6-DIGIT-COUNT        PIC 9(2).
       01 WS-V6-PREV-COLON-SW      PIC X.
           88 WS-V6-PREV-COLON     VALUE "Y".
       01 WS-V6-DOUBLE-SW          PIC X.
           88 WS-V6-DOUBLE         VALUE "Y".
       01 WS-V6-DOUBLE-AT          PIC 9(2).
       01 WS-V6-SUB                PIC 9(2).
       01 WS-V6-TO-SUB             PIC 9(2).
       01 WS-V6-BITS-BEFORE        PIC 9(3).
       01 WS-V6-DIVISOR            PIC 9(5).
       01 WS-V6-WORK               PIC 9(5).
       01 WS-V6-RUN-START          PIC 9(2).
       01 WS-V6-RUN-LENGTH         PIC 9(2).
       01 WS-V6-BEST-START         PIC 9(2).
       01 WS-V6-BEST-LENGTH        PIC 9(2).
       01 WS-V6-POINTER            PIC 9(3).
       01 WS-V6-HEX-TEXT           PIC X(4).
       01 WS-V6-HEX-POINTER        PIC 9(2).
       01 WS-V6-NIBBLE             PIC 9(2).
       01 WS-V6-NIBBLE-SUB         PIC 9(2).
       01 WS-V6-NIBBLE-DIVISOR     PIC 9(5).
       01 WS-V6-HEX-DIGITS         PIC X(16)
           VALUE "0123456789abcdef".
       01 WS-V4-WORK               PIC 9(10).
       PROCEDURE DIVISION.

       BASECONV.
           MOVE SPACES TO WS-ERROR
           INITIALIZE WS-ADDRESS-128
           MOVE ZERO TO WS-COLON-COUNT
           INSPECT WS-VALUE TALLYING WS-COLON-COUNT FOR ALL ":"
           IF WS-COLON-COUNT > ZERO
               PERFORM 2000-CONVERT-IPV6
               IF WS-ERROR NOT = SPACES
                   PERFORM 4000-LOG-ERROR
               END-IF
               GOBACK
           END-IF
           MOVE "N" TO WS-NEGATIVE-SW
           MOVE 1 TO WS-START-POS
           IF V(1) = '-' THEN
                   COMPUTE WS-RESULT = WS-RESULT * -1
               END-IF
           END-IF
           IF WS-ERROR = SPACES
               PERFORM 3000-FILL-IPV4-RESULT
           END-IF
           IF WS-ERROR NOT = SPACES
               PERFORM 4000-LOG-ERROR
           END-IF
                   MOVE 99 TO WS-DIGIT-VALUE
           END-EVALUATE.

      ******************************************************************
      *    2000-CONVERT-IPV6 - SPLIT OFF ANY "/NNN" PREFIX LENGTH,
      *    SCAN THE COLON GROUPS, WIDEN A "::" BACK TO EIGHT HEXTETS,
      *    THEN WORK OUT THE PREFIX BOUNDS AND THE CANONICAL TEXT.
      ******************************************************************
       2000-CONVERT-IPV6.
           MOVE 0 TO WS-RESULT
           MOVE "6" TO WS-AD-FAMILY
           IF WS-BASE NOT = 16
               MOVE "error: IPv6 address must be base 16" TO WS-ERROR
           END-IF
           IF WS-ERROR = SPACES
               PERFORM 2050-SPLIT-OFF-PREFIX
           END-IF
           IF WS-ERROR = SPACES
               MOVE ZERO TO WS-V6-GROUP-COUNT
               MOVE ZERO TO WS-V6-GROUP-VALUE
               MOVE ZERO TO WS-V6-DIGIT-COUNT
               MOVE ZERO TO WS-V6-DOUBLE-AT
               MOVE "N" TO WS-V6-PREV-COLON-SW
               MOVE "N" TO WS-V6-DOUBLE-SW
               PERFORM 2100-SCAN-ONE-CHARACTER
                   VARYING BI FROM 1 BY 1
                   UNTIL BI > WS-V6-ADDRESS-LENGTH
                       OR WS-ERROR NOT = SPACES
           END-IF
           IF WS-ERROR = SPACES
               PERFORM 2200-CLOSE-THE-SCAN
           END-IF
           IF WS-ERROR = SPACES
               PERFORM 2300-EXPAND-THE-GROUPS
           END-IF
           IF WS-ERROR = SPACES
               PERFORM 2400-APPLY-ONE-PREFIX-HEXTET
                   VARYING WS-V6-SUB FROM 1 BY 1
                   UNTIL WS-V6-SUB > 8
               PERFORM 2500-BUILD-CANONICAL
           END-IF.

       2050-SPLIT-OFF-PREFIX.
           MOVE ZERO TO WS-V6-TEXT-LENGTH
           INSPECT WS-VALUE TALLYING WS-V6-TEXT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-V6-ADDRESS-LENGTH
           INSPECT WS-VALUE TALLYING WS-V6-ADDRESS-LENGTH
               FOR CHARACTERS BEFORE INITIAL "/"
           IF WS-V6-ADDRESS-LENGTH > WS-V6-TEXT-LENGTH
               MOVE WS-V6-TEXT-LENGTH TO WS-V6-ADDRESS-LENGTH
           END-IF
           MOVE 128 TO WS-V6-PREFIX-LENGTH
           MOVE "N" TO WS-V6-PREFIX-SW
           IF WS-V6-TEXT-LENGTH < 60
               IF WS-VALUE(WS-V6-TEXT-LENGTH + 1:) NOT = SPACES
                   MOVE "error: text after the IPv6 address"
                       TO WS-ERROR
               END-IF
           END-IF
           IF WS-ERROR = SPACES
               AND WS-V6-ADDRESS-LENGTH < WS-V6-TEXT-LENGTH
               SET WS-V6-PREFIX-GIVEN TO TRUE
               MOVE SPACES TO WS-V6-PREFIX-TEXT
               IF WS-V6-TEXT-LENGTH - WS-V6-ADDRESS-LENGTH < 2
                   OR WS-V6-TEXT-LENGTH - WS-V6-ADDRESS-LENGTH > 4
                   MOVE "error: bad IPv6 prefix length" TO WS-ERROR
               ELSE
                   MOVE WS-VALUE(WS-V6-ADDRESS-LENGTH + 2:
                       WS-V6-TEXT-LENGTH - WS-V6-ADDRESS-LENGTH - 1)
                       TO WS-V6-PREFIX-TEXT
                   INSPECT WS-V6-PREFIX-TEXT
                       REPLACING LEADING SPACE BY "0"
                   IF WS-V6-PREFIX-TEXT NOT NUMERIC
                       MOVE "error: bad IPv6 prefix length"
                           TO WS-ERROR
                   ELSE
                       MOVE WS-V6-PREFIX-NUM TO WS-V6-PREFIX-LENGTH
                       IF WS-V6-PREFIX-LENGTH > 128
                           MOVE "error: bad IPv6 prefix length"
                               TO WS-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-V6-PREFIX-LENGTH TO WS-AD-PREFIX-LENGTH.

      ******************************************************************
      *    2100-SCAN-ONE-CHARACTER - A HEX DIGIT GROWS THE CURRENT
      *    GROUP; A COLON CLOSES IT.  TWO COLONS IN A ROW ARE THE ONE
      *    "::" ALLOWED, WHICH MAY ALSO OPEN THE ADDRESS.
      ******************************************************************
       2100-SCAN-ONE-CHARACTER.
           IF V(BI) = ":"
               PERFORM 2110-SCAN-ONE-COLON
           ELSE
               MOVE "N" TO WS-V6-PREV-COLON-SW
               PERFORM 1100-VALUE-OF-ONE-DIGIT
               EVALUATE TRUE
                   WHEN WS-DIGIT-VALUE >= 16
                       MOVE "error: invalid character in IPv6 address"
                           TO WS-ERROR
                   WHEN WS-V6-DIGIT-COUNT = 4
                       MOVE "error: IPv6 group over 4 digits"
                           TO WS-ERROR
                   WHEN OTHER
                       COMPUTE WS-V6-GROUP-VALUE =
                           WS-V6-GROUP-VALUE * 16 + WS-DIGIT-VALUE
                       ADD 1 TO WS-V6-DIGIT-COUNT
               END-EVALUATE
           END-IF.

       2110-SCAN-ONE-COLON.
           EVALUATE TRUE
               WHEN WS-V6-PREV-COLON
                   MOVE "N" TO WS-V6-PREV-COLON-SW
                   IF WS-V6-DOUBLE
                       MOVE "error: more than one :: in IPv6 address"
                           TO WS-ERROR
                   ELSE
                       SET WS-V6-DOUBLE TO TRUE
                       MOVE WS-V6-GROUP-COUNT TO WS-V6-DOUBLE-AT
                   END-IF
               WHEN WS-V6-DIGIT-COUNT = ZERO
                   IF BI = 1 AND V(2) = ":"
                       SET WS-V6-PREV-COLON TO TRUE
                   ELSE
                       MOVE "error: empty group in IPv6 address"
                           TO WS-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM 2120-STORE-ONE-GROUP
                   SET WS-V6-PREV-COLON TO TRUE
           END-EVALUATE.

       2120-STORE-ONE-GROUP.
           IF WS-V6-GROUP-COUNT = 8
               MOVE "error: too many groups in IPv6 address"
                   TO WS-ERROR
           ELSE
               ADD 1 TO WS-V6-GROUP-COUNT
               MOVE WS-V6-GROUP-VALUE TO WS-V6-GROUP(WS-V6-GROUP-COUNT)
           END-IF
           MOVE ZERO TO WS-V6-GROUP-VALUE
           MOVE ZERO TO WS-V6-DIGIT-COUNT.

       2200-CLOSE-THE-SCAN.
           IF WS-V6-DIGIT-COUNT > ZERO
               PERFORM 2120-STORE-ONE-GROUP
           ELSE
               IF WS-V6-PREV-COLON OR WS-V6-ADDRESS-LENGTH = ZERO
                   MOVE "error: IPv6 address ends in a colon"
                       TO WS-ERROR
               END-IF
           END-IF.

      ******************************************************************
      *    2300-EXPAND-THE-GROUPS - WITHOUT "::" THERE MUST BE EIGHT
      *    GROUPS.  WITH IT, THE GROUPS BEFORE IT OPEN THE ADDRESS,
      *    THE ONES AFTER IT CLOSE IT, AND ZEROS FILL THE GAP.
      ******************************************************************
       2300-EXPAND-THE-GROUPS.
           EVALUATE TRUE
               WHEN WS-V6-DOUBLE AND WS-V6-GROUP-COUNT > 7
                   MOVE "error: too many groups in IPv6 address"
                       TO WS-ERROR
               WHEN NOT WS-V6-DOUBLE AND WS-V6-GROUP-COUNT < 8
                   MOVE "error: too few groups in IPv6 address"
                       TO WS-ERROR
               WHEN OTHER
                   PERFORM 2310-PLACE-ONE-GROUP
                       VARYING WS-V6-SUB FROM 1 BY 1
                       UNTIL WS-V6-SUB > WS-V6-GROUP-COUNT
           END-EVALUATE.

       2310-PLACE-ONE-GROUP.
           IF WS-V6-DOUBLE AND WS-V6-SUB > WS-V6-DOUBLE-AT
               COMPUTE WS-V6-TO-SUB =
                   8 - WS-V6-GROUP-COUNT + WS-V6-SUB
           ELSE
               MOVE WS-V6-SUB TO WS-V6-TO-SUB
           END-IF
           MOVE WS-V6-GROUP(WS-V6-SUB) TO WS-AD-HEXTET(WS-V6-TO-SUB).

      ******************************************************************
      *    2400-APPLY-ONE-PREFIX-HEXTET - A HEXTET WHOLLY INSIDE THE
      *    PREFIX IS KEPT; ONE WHOLLY PAST IT RUNS 0 TO FFFF; THE ONE
      *    THE PREFIX ENDS IN KEEPS ITS HIGH BITS.
      ******************************************************************
       2400-APPLY-ONE-PREFIX-HEXTET.
           COMPUTE WS-V6-BITS-BEFORE = (WS-V6-SUB - 1) * 16
           EVALUATE TRUE
               WHEN WS-V6-PREFIX-LENGTH >= WS-V6-BITS-BEFORE + 16
                   MOVE WS-AD-HEXTET(WS-V6-SUB)
                       TO WS-AD-FIRST-HEXTET(WS-V6-SUB)
                   MOVE WS-AD-HEXTET(WS-V6-SUB)
                       TO WS-AD-LAST-HEXTET(WS-V6-SUB)
               WHEN WS-V6-PREFIX-LENGTH <= WS-V6-BITS-BEFORE
                   MOVE 0 TO WS-AD-FIRST-HEXTET(WS-V6-SUB)
                   MOVE 65535 TO WS-AD-LAST-HEXTET(WS-V6-SUB)
               WHEN OTHER
                   COMPUTE WS-V6-DIVISOR = 2 **
                       (16 - WS-V6-PREFIX-LENGTH + WS-V6-BITS-BEFORE)
                   COMPUTE WS-V6-WORK =
                       WS-AD-HEXTET(WS-V6-SUB) / WS-V6-DIVISOR
                   COMPUTE WS-AD-FIRST-HEXTET(WS-V6-SUB) =
                       WS-V6-WORK * WS-V6-DIVISOR
                   COMPUTE WS-AD-LAST-HEXTET(WS-V6-SUB) =
                       WS-AD-FIRST-HEXTET(WS-V6-SUB)
                       + WS-V6-DIVISOR - 1
           END-EVALUATE.

      ******************************************************************
      *    2500-BUILD-CANONICAL - RFC 5952: LOWER-CASE HEX WITHOUT
      *    LEADING ZEROS, AND THE FIRST OF THE LONGEST RUNS OF TWO OR
      *    MORE ZERO HEXTETS WRITTEN AS "::".
      ******************************************************************
       2500-BUILD-CANONICAL.
           MOVE ZERO TO WS-V6-RUN-LENGTH
           MOVE ZERO TO WS-V6-BEST-LENGTH
           MOVE ZERO TO WS-V6-BEST-START
           PERFORM 2510-MEASURE-ONE-ZERO-RUN
               VARYING WS-V6-SUB FROM 1 BY 1
               UNTIL WS-V6-SUB > 8
           IF WS-V6-BEST-LENGTH < 2
               MOVE ZERO TO WS-V6-BEST-LENGTH
               MOVE ZERO TO WS-V6-BEST-START
           END-IF
           MOVE SPACES TO WS-AD-CANONICAL
           MOVE 1 TO WS-V6-POINTER
           PERFORM 2520-EMIT-ONE-HEXTET
               VARYING WS-V6-SUB FROM 1 BY 1
               UNTIL WS-V6-SUB > 8
           IF WS-V6-PREFIX-GIVEN
               MOVE WS-V6-PREFIX-LENGTH TO WS-V6-PREFIX-ED
               EVALUATE TRUE
                   WHEN WS-V6-PREFIX-LENGTH < 10
                       STRING "/" WS-V6-PREFIX-ED(3:1)
                           DELIMITED BY SIZE INTO WS-AD-CANONICAL
                           WITH POINTER WS-V6-POINTER
                   WHEN WS-V6-PREFIX-LENGTH < 100
                       STRING "/" WS-V6-PREFIX-ED(2:2)
                           DELIMITED BY SIZE INTO WS-AD-CANONICAL
                           WITH POINTER WS-V6-POINTER
                   WHEN OTHER
                       STRING "/" WS-V6-PREFIX-ED
                           DELIMITED BY SIZE INTO WS-AD-CANONICAL
                           WITH POINTER WS-V6-POINTER
               END-EVALUATE
           END-IF.

       2510-MEASURE-ONE-ZERO-RUN.
           IF WS-AD-HEXTET(WS-V6-SUB) = 0
               IF WS-V6-RUN-LENGTH = 0
                   MOVE WS-V6-SUB TO WS-V6-RUN-START
               END-IF
               ADD 1 TO WS-V6-RUN-LENGTH
               IF WS-V6-RUN-LENGTH > WS-V6-BEST-LENGTH
                   MOVE WS-V6-RUN-LENGTH TO WS-V6-BEST-LENGTH
                   MOVE WS-V6-RUN-START TO WS-V6-BEST-START
               END-IF
           ELSE
               MOVE 0 TO WS-V6-RUN-LENGTH
           END-IF.

       2520-EMIT-ONE-HEXTET.
           EVALUATE TRUE
               WHEN WS-V6-BEST-LENGTH > 0
                       AND WS-V6-SUB = WS-V6-BEST-START
                   STRING "::" DELIMITED BY SIZE
                       INTO WS-AD-CANONICAL
                       WITH POINTER WS-V6-POINTER
               WHEN WS-V6-BEST-LENGTH > 0
                       AND WS-V6-SUB > WS-V6-BEST-START
                       AND WS-V6-SUB
                           < WS-V6-BEST-START + WS-V6-BEST-LENGTH
                   CONTINUE
               WHEN OTHER
                   IF WS-V6-SUB > 1
                       AND NOT (WS-V6-BEST-LENGTH > 0
                           AND WS-V6-SUB
                               = WS-V6-BEST-START + WS-V6-BEST-LENGTH)
                       STRING ":" DELIMITED BY SIZE
                           INTO WS-AD-CANONICAL
                           WITH POINTER WS-V6-POINTER
                   END-IF
                   PERFORM 2530-HEX-OF-ONE-HEXTET
                   STRING WS-V6-HEX-TEXT DELIMITED BY SPACE
                       INTO WS-AD-CANONICAL
                       WITH POINTER WS-V6-POINTER
           END-EVALUATE.

       2530-HEX-OF-ONE-HEXTET.
           MOVE SPACES TO WS-V6-HEX-TEXT
           MOVE 1 TO WS-V6-HEX-POINTER
           MOVE WS-AD-HEXTET(WS-V6-SUB) TO WS-V6-WORK
           MOVE 4096 TO WS-V6-NIBBLE-DIVISOR
           PERFORM 2540-EMIT-ONE-NIBBLE
               VARYING WS-V6-NIBBLE-SUB FROM 1 BY 1
               UNTIL WS-V6-NIBBLE-SUB > 4.

       2540-EMIT-ONE-NIBBLE.
           COMPUTE WS-V6-NIBBLE = WS-V6-WORK / WS-V6-NIBBLE-DIVISOR
           COMPUTE WS-V6-WORK =
               WS-V6-WORK - WS-V6-NIBBLE * WS-V6-NIBBLE-DIVISOR
           IF WS-V6-NIBBLE > 0 OR WS-V6-HEX-POINTER > 1
                   OR WS-V6-NIBBLE-SUB = 4
               MOVE WS-V6-HEX-DIGITS(WS-V6-NIBBLE + 1:1)
                   TO WS-V6-HEX-TEXT(WS-V6-HEX-POINTER:1)
               ADD 1 TO WS-V6-HEX-POINTER
           END-IF
           COMPUTE WS-V6-NIBBLE-DIVISOR = WS-V6-NIBBLE-DIVISOR / 16.

      ******************************************************************
      *    3000-FILL-IPV4-RESULT - A PLAIN NUMBER GOES INTO THE LOW
      *    HEXTETS SO IT COMPARES THE SAME WAY AN IPV6 ADDRESS DOES.
      *    A NEGATIVE RESULT IS NO ADDRESS AND LEAVES THEM ZERO.
      ******************************************************************
       3000-FILL-IPV4-RESULT.
           MOVE "4" TO WS-AD-FAMILY
           MOVE 32 TO WS-AD-PREFIX-LENGTH
           IF WS-RESULT >= 0
               MOVE WS-RESULT TO WS-V4-WORK
               COMPUTE WS-AD-HEXTET(6) = WS-V4-WORK / 4294967296
               COMPUTE WS-V4-WORK =
                   WS-V4-WORK - WS-AD-HEXTET(6) * 4294967296
               COMPUTE WS-AD-HEXTET(7) = WS-V4-WORK / 65536
               COMPUTE WS-AD-HEXTET(8) =
                   WS-V4-WORK - WS-AD-HEXTET(7) * 65536
           END-IF
           MOVE WS-AD-ADDRESS TO WS-AD-FIRST
           MOVE WS-AD-ADDRESS TO WS-AD-LAST.

      ******************************************************************
      *    4000-LOG-ERROR - RECORD A CONVERSION ERROR ON THE SHARED
      *    ERROR LOG, KEYED BY THE OFFENDING VALUE STRING.
