       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLCBAT.
       AUTHOR. ENGINEERING-ANALYSIS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    RLCBAT WORKS OUT THE IMPEDANCE OF RLC NETWORKS.  EACH
      *    NETWORK ON CIRCNET (SEE CIRCNET.CPY) IS A LIST OF
      *    RESISTORS, INDUCTORS AND CAPACITORS WITH SERIES AND
      *    PARALLEL COMBINE LINES IN POSTFIX ORDER; IT IS EVALUATED
      *    AT EVERY FREQUENCY ON CIRCFRQ (HZ, COLS 1-9, TWO
      *    DECIMALS).  AT EACH FREQUENCY THE REPORT SHOWS EVERY
      *    COMPONENT'S IMPEDANCE, THE NETWORK'S TOTAL IMPEDANCE IN
      *    RECTANGULAR AND POLAR FORM, AND THE CURRENT AND ITS PHASE
      *    AGAINST THE NETWORK'S SUPPLY VOLTAGE.  THE REDUCTION IS
      *    DONE ENTIRELY WITH THE COMPLEX-NUMBERS ENTRY POINTS
      *    (C-ADD, C-DIV, C-MUL, C-MAGNITUDE-ANGLE), SO EVERY STEP
      *    LANDS ON CALCLOG LIKE ANY CMPLXBAT REQUEST.
      *    A PARALLEL PAIR IS REDUCED AS LITTLE * (BIG / (BIG +
      *    LITTLE)) -- THE QUOTIENT STAYS NEAR ONE, SO THE FOUR
      *    DECIMALS THE ROUTINES CARRY LOSE NOTHING THAT MATTERS.
      *    A VALUE TOO LARGE FOR THE ROUTINES' OPERANDS (A PARALLEL
      *    LC PAIR AT RESONANCE, A PICOFARAD AT MAINS FREQUENCY)
      *    PRINTS AS OUT OF RANGE FOR THAT FREQUENCY (RC 4); A
      *    NETWORK THAT IS BADLY DESCRIBED IS REJECTED (RC 8).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREQUENCY-FILE ASSIGN TO "CIRCFRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FQ-FILE-STATUS.

           SELECT NETWORK-FILE ASSIGN TO "CIRCNET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT CIRCUIT-REPORT-FILE ASSIGN TO "CIRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREQUENCY-FILE.
       01  FREQUENCY-RECORD.
           05  FQ-FREQUENCY-HZ             PIC 9(07)V99.

       FD  NETWORK-FILE.
       COPY CIRCNET.

       FD  CIRCUIT-REPORT-FILE.
       01  CIRCUIT-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FQ-FILE-STATUS               PIC XX.
       01  WS-CN-FILE-STATUS               PIC XX.
       01  WS-CP-FILE-STATUS               PIC XX.
       01  WS-EOF-SW                       PIC X VALUE "N".
           88  WS-EOF                      VALUE "Y".

       01 WS-COMPLEX-OPERANDS EXTERNAL.
           05 Z1-RE          PIC S9(05)V9(04).
           05 Z1-IM          PIC S9(05)V9(04).
           05 Z2-RE          PIC S9(05)V9(04).
           05 Z2-IM          PIC S9(05)V9(04).
       01 WS-COMPLEX-RESULT EXTERNAL.
           05 RESULT-RE      PIC S9(07)V9(04).
           05 RESULT-IM      PIC S9(07)V9(04).

      *    THE FREQUENCIES EVERY NETWORK IS WORKED AT.
       01  WS-FRQ-MAX                      PIC 9(02) VALUE 50.
       01  WS-FRQ-COUNT                    PIC 9(02) VALUE ZERO.
       01  WS-FRQ-TABLE.
           05  WS-FRQ-HZ OCCURS 50 TIMES   PIC 9(07)V99.
       01  WS-FRQ-SUB                      PIC 9(02).

      *    THE NETWORK BEING GATHERED: ITS HEADER AND ITS LINES.
       01  WS-IN-NETWORK-SW                PIC X VALUE "N".
           88  WS-IN-NETWORK               VALUE "Y".
       01  WS-NET-OK-SW                    PIC X.
           88  WS-NET-OK                   VALUE "Y".
       01  WS-NET-ID                       PIC X(08).
       01  WS-NET-DESCRIPTION              PIC X(30).
       01  WS-NET-VOLTS                    PIC 9(05)V99.
       01  WS-NET-REASON                   PIC X(40).
       01  WS-EL-MAX                       PIC 9(03) VALUE 100.
       01  WS-EL-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-EL-TABLE.
           05  WS-EL-ENTRY OCCURS 100 TIMES.
               10  WS-E-TYPE                PIC X(01).
               10  WS-E-NAME                PIC X(08).
               10  WS-E-VALUE               PIC 9(05)V9(04).
               10  WS-E-UNIT                PIC X(01).
               10  WS-E-GROUP-COUNT         PIC 9(02).
       01  WS-EL-SUB                       PIC 9(03).

      *    THE REDUCTION STACK: EACH COMPONENT PUSHES ITS IMPEDANCE,
      *    EACH COMBINE LINE REPLACES ITS TOP ITEMS WITH ONE.
       01  WS-STK-MAX                      PIC 9(02) VALUE 50.
       01  WS-STK-TOP                      PIC 9(02).
       01  WS-STK-TABLE.
           05  WS-STK-ENTRY OCCURS 50 TIMES.
               10  WS-K-RE                  PIC S9(07)V9(04).
               10  WS-K-IM                  PIC S9(07)V9(04).
       01  WS-STK-BASE                     PIC 9(02).
       01  WS-STK-SUB                      PIC 9(02).
       01  WS-DEPTH                        PIC S9(03).

       01  WS-RANGE-OK-SW                  PIC X.
           88  WS-RANGE-OK                 VALUE "Y".
       01  WS-UNIT-SCALE                   PIC 9(13).
       01  WS-WORK-RE                      PIC S9(11)V9(06).
       01  WS-WORK-IM                      PIC S9(11)V9(06).
       01  WS-ACC-RE                       PIC S9(07)V9(04).
       01  WS-ACC-IM                       PIC S9(07)V9(04).
       01  WS-SUM-RE                       PIC S9(07)V9(04).
       01  WS-SUM-IM                       PIC S9(07)V9(04).
       01  WS-BIG-RE                       PIC S9(07)V9(04).
       01  WS-BIG-IM                       PIC S9(07)V9(04).
       01  WS-LITTLE-RE                    PIC S9(07)V9(04).
       01  WS-LITTLE-IM                    PIC S9(07)V9(04).
       01  WS-ACC-SQ                       PIC 9(11)V9(07).
       01  WS-ITEM-SQ                      PIC 9(11)V9(07).
       01  WS-LIMIT-SQ                     PIC 9(11) VALUE 9999800001.
       01  WS-OPERAND-LIMIT                PIC 9(05)V9(04)
                                           VALUE 99999.9999.
       01  WS-MAGNITUDE                    PIC 9(07)V9(04).
       01  WS-ANGLE-DEGREES                PIC S9(03)V99.
       01  WS-CURRENT                      PIC 9(05)V9(06).

       01  WS-NETWORK-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-RANGE-COUNT                  PIC 9(05) VALUE ZERO.

       01  WS-NETWORK-HEADING.
           05  FILLER                      PIC X(08) VALUE "NETWORK ".
           05  WS-NH-ID                    PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-NH-DESCRIPTION           PIC X(30).
           05  FILLER                      PIC X(09) VALUE
               "  SUPPLY ".
           05  WS-NH-VOLTS                 PIC ZZZZ9.99.
           05  FILLER                      PIC X(02) VALUE " V".

       01  WS-FREQUENCY-LINE.
           05  FILLER                      PIC X(05) VALUE "  AT ".
           05  WS-FL-HZ                    PIC ZZZZZZ9.99.
           05  FILLER                      PIC X(03) VALUE " HZ".

       01  WS-COMPONENT-LINE.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-CL-TYPE                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-NAME                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-VALUE                 PIC ZZZZ9.9999.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-UNIT                  PIC X(01).
           05  FILLER                      PIC X(05) VALUE "   Z=".
           05  WS-CL-RE                    PIC -9(07).9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-CL-IM                    PIC -9(07).9(04).
           05  FILLER                      PIC X(01) VALUE "i".

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(13) VALUE
               "    TOTAL  Z=".
           05  WS-TL-RE                    PIC -9(07).9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-IM                    PIC -9(07).9(04).
           05  FILLER                      PIC X(05) VALUE "i  M=".
           05  WS-TL-MAGNITUDE             PIC -9(07).9(04).
           05  FILLER                      PIC X(03) VALUE " A=".
           05  WS-TL-DEGREES               PIC ---9.99.
           05  FILLER                      PIC X(04) VALUE " DEG".

       01  WS-CURRENT-LINE.
           05  FILLER                      PIC X(13) VALUE
               "    CURRENT  ".
           05  WS-IL-AMPS                  PIC ZZZZ9.999999.
           05  FILLER                      PIC X(14) VALUE
               " A  PHASE     ".
           05  WS-IL-DEGREES               PIC ---9.99.
           05  FILLER                      PIC X(19) VALUE
               " DEG TO THE SUPPLY".

       01  WS-NO-CURRENT-LINE              PIC X(60) VALUE
           "    CURRENT  UNLIMITED -- THE NETWORK IS A SHORT CIRCUIT".
       01  WS-RANGE-LINE                   PIC X(60) VALUE
           "    OUT OF RANGE OF THE COMPLEX ROUTINES AT THIS FREQUENCY".

       01  WS-REJECT-LINE.
           05  FILLER                      PIC X(08) VALUE "NETWORK ".
           05  WS-RL-ID                    PIC X(08).
           05  FILLER                      PIC X(13) VALUE
               " REJECTED -- ".
           05  WS-RL-REASON                PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-READ-NETWORK-LINE
           PERFORM 2000-PROCESS-NETWORK-LINE
               UNTIL WS-EOF
           IF WS-IN-NETWORK
               MOVE "NO END LINE" TO WS-NET-REASON
               PERFORM 3900-REJECT-NETWORK
           END-IF
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - BOTH INPUTS ARE MANDATORY, AND WITHOUT
      *    ONE GOOD FREQUENCY THERE IS NOTHING TO WORK OUT.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT FREQUENCY-FILE
           IF WS-FQ-FILE-STATUS = "00"
               PERFORM 1100-READ-FREQUENCY
               PERFORM 1200-STORE-FREQUENCY
                   UNTIL WS-FQ-FILE-STATUS NOT = "00"
               CLOSE FREQUENCY-FILE
           END-IF
           IF WS-FRQ-COUNT = ZERO
               DISPLAY "RLCBAT REFUSED -- NO FREQUENCIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NETWORK-FILE
           IF WS-CN-FILE-STATUS NOT = "00"
               DISPLAY "RLCBAT REFUSED -- NO NETWORK FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CIRCUIT-REPORT-FILE.

       1100-READ-FREQUENCY.
           READ FREQUENCY-FILE
               AT END
                   MOVE "10" TO WS-FQ-FILE-STATUS
           END-READ.

       1200-STORE-FREQUENCY.
           IF FQ-FREQUENCY-HZ NUMERIC
               AND FQ-FREQUENCY-HZ > ZERO
               AND WS-FRQ-COUNT < WS-FRQ-MAX
               ADD 1 TO WS-FRQ-COUNT
               MOVE FQ-FREQUENCY-HZ TO WS-FRQ-HZ(WS-FRQ-COUNT)
           ELSE
               DISPLAY "RLCBAT: FREQUENCY IGNORED -- "
                   FREQUENCY-RECORD
           END-IF
           PERFORM 1100-READ-FREQUENCY.

       1300-READ-NETWORK-LINE.
           READ NETWORK-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-PROCESS-NETWORK-LINE - A HEADER OPENS A NETWORK, AN
      *    END LINE WORKS IT OUT, EVERYTHING BETWEEN IS GATHERED.
      ******************************************************************
       2000-PROCESS-NETWORK-LINE.
           EVALUATE TRUE
               WHEN CN-HEADER
                   IF WS-IN-NETWORK
                       MOVE "NO END LINE" TO WS-NET-REASON
                       PERFORM 3900-REJECT-NETWORK
                   END-IF
                   PERFORM 2100-START-NETWORK
               WHEN NOT WS-IN-NETWORK
                   MOVE CN-NETWORK-ID TO WS-NET-ID
                   MOVE "LINE OUTSIDE A NETWORK" TO WS-NET-REASON
                   PERFORM 3900-REJECT-NETWORK
               WHEN CN-END
                   PERFORM 3000-FINISH-NETWORK
               WHEN OTHER
                   PERFORM 2200-GATHER-ONE-LINE
           END-EVALUATE
           PERFORM 1300-READ-NETWORK-LINE.

       2100-START-NETWORK.
           SET WS-IN-NETWORK TO TRUE
           SET WS-NET-OK TO TRUE
           MOVE SPACES TO WS-NET-REASON
           MOVE ZERO TO WS-EL-COUNT
           MOVE CN-NETWORK-ID TO WS-NET-ID
           MOVE CN-DESCRIPTION TO WS-NET-DESCRIPTION
           IF CN-SUPPLY-VOLTS NUMERIC
               MOVE CN-SUPPLY-VOLTS TO WS-NET-VOLTS
           ELSE
               MOVE ZERO TO WS-NET-VOLTS
               MOVE "SUPPLY VOLTS NOT NUMERIC" TO WS-NET-REASON
               MOVE "N" TO WS-NET-OK-SW
           END-IF.

      ******************************************************************
      *    2200-GATHER-ONE-LINE - THE FIRST FAULT FOUND IN A NETWORK
      *    IS THE ONE REPORTED WHEN IT IS REJECTED.
      ******************************************************************
       2200-GATHER-ONE-LINE.
           IF WS-NET-OK
               EVALUATE TRUE
                   WHEN CN-NETWORK-ID NOT = WS-NET-ID
                       MOVE "LINE FOR ANOTHER NETWORK"
                           TO WS-NET-REASON
                   WHEN NOT CN-COMPONENT AND NOT CN-SERIES
                       AND NOT CN-PARALLEL
                       MOVE "UNKNOWN LINE TYPE" TO WS-NET-REASON
                   WHEN WS-EL-COUNT NOT < WS-EL-MAX
                       MOVE "MORE THAN 100 LINES" TO WS-NET-REASON
                   WHEN CN-COMPONENT
                       AND (CN-VALUE NOT NUMERIC OR CN-VALUE = ZERO)
                       MOVE "COMPONENT VALUE ZERO OR NOT NUMERIC"
                           TO WS-NET-REASON
                   WHEN CN-RESISTOR
                       AND CN-UNIT NOT = SPACE AND NOT = "K"
                       AND NOT = "M"
                       MOVE "RESISTOR UNIT NOT BLANK, K OR M"
                           TO WS-NET-REASON
                   WHEN CN-INDUCTOR
                       AND CN-UNIT NOT = SPACE AND NOT = "H"
                       AND NOT = "M" AND NOT = "U"
                       MOVE "INDUCTOR UNIT NOT BLANK, H, M OR U"
                           TO WS-NET-REASON
                   WHEN CN-CAPACITOR
                       AND CN-UNIT NOT = SPACE AND NOT = "F"
                       AND NOT = "U" AND NOT = "N" AND NOT = "P"
                       MOVE "CAPACITOR UNIT NOT BLANK, F, U, N OR P"
                           TO WS-NET-REASON
                   WHEN (CN-SERIES OR CN-PARALLEL)
                       AND (CN-GROUP-COUNT NOT NUMERIC
                           OR CN-GROUP-COUNT < 2)
                       MOVE "GROUP COUNT UNDER 2" TO WS-NET-REASON
                   WHEN OTHER
                       PERFORM 2300-STORE-ELEMENT
               END-EVALUATE
               IF WS-NET-REASON NOT = SPACES
                   MOVE "N" TO WS-NET-OK-SW
               END-IF
           END-IF.

       2300-STORE-ELEMENT.
           ADD 1 TO WS-EL-COUNT
           MOVE CN-RECORD-TYPE TO WS-E-TYPE(WS-EL-COUNT)
           IF CN-COMPONENT
               MOVE CN-COMPONENT-NAME TO WS-E-NAME(WS-EL-COUNT)
               MOVE CN-VALUE TO WS-E-VALUE(WS-EL-COUNT)
               MOVE CN-UNIT TO WS-E-UNIT(WS-EL-COUNT)
               MOVE ZERO TO WS-E-GROUP-COUNT(WS-EL-COUNT)
           ELSE
               MOVE SPACES TO WS-E-NAME(WS-EL-COUNT)
               MOVE ZERO TO WS-E-VALUE(WS-EL-COUNT)
               MOVE SPACE TO WS-E-UNIT(WS-EL-COUNT)
               MOVE CN-GROUP-COUNT TO WS-E-GROUP-COUNT(WS-EL-COUNT)
           END-IF.

      ******************************************************************
      *    3000-FINISH-NETWORK - CHECK THE POSTFIX SHAPE (EVERY
      *    COMBINE HAS ITS ITEMS, ONE ITEM LEFT AT THE END), THEN
      *    WORK THE NETWORK OUT AT EVERY FREQUENCY.
      ******************************************************************
       3000-FINISH-NETWORK.
           IF WS-NET-OK
               MOVE ZERO TO WS-DEPTH
               PERFORM 3100-CHECK-ONE-ELEMENT
                   VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
                       OR NOT WS-NET-OK
               IF WS-NET-OK AND WS-DEPTH NOT = 1
                   MOVE "NETWORK DOES NOT REDUCE TO ONE ITEM"
                       TO WS-NET-REASON
                   MOVE "N" TO WS-NET-OK-SW
               END-IF
           END-IF
           IF WS-NET-OK
               ADD 1 TO WS-NETWORK-COUNT
               MOVE WS-NET-ID TO WS-NH-ID
               MOVE WS-NET-DESCRIPTION TO WS-NH-DESCRIPTION
               MOVE WS-NET-VOLTS TO WS-NH-VOLTS
               WRITE CIRCUIT-REPORT-RECORD FROM WS-NETWORK-HEADING
               PERFORM 4000-WORK-ONE-FREQUENCY
                   VARYING WS-FRQ-SUB FROM 1 BY 1
                   UNTIL WS-FRQ-SUB > WS-FRQ-COUNT
               MOVE "N" TO WS-IN-NETWORK-SW
           ELSE
               PERFORM 3900-REJECT-NETWORK
           END-IF.

       3100-CHECK-ONE-ELEMENT.
           IF WS-E-TYPE(WS-EL-SUB) = "S" OR "P"
               IF WS-DEPTH < WS-E-GROUP-COUNT(WS-EL-SUB)
                   MOVE "GROUP COUNT EXCEEDS ITEMS BEFORE IT"
                       TO WS-NET-REASON
                   MOVE "N" TO WS-NET-OK-SW
               ELSE
                   COMPUTE WS-DEPTH =
                       WS-DEPTH - WS-E-GROUP-COUNT(WS-EL-SUB) + 1
               END-IF
           ELSE
               ADD 1 TO WS-DEPTH
               IF WS-DEPTH > WS-STK-MAX
                   MOVE "MORE THAN 50 ITEMS UNCOMBINED"
                       TO WS-NET-REASON
                   MOVE "N" TO WS-NET-OK-SW
               END-IF
           END-IF.

       3900-REJECT-NETWORK.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-NET-ID TO WS-RL-ID
           MOVE WS-NET-REASON TO WS-RL-REASON
           WRITE CIRCUIT-REPORT-RECORD FROM WS-REJECT-LINE
           MOVE "N" TO WS-IN-NETWORK-SW.

      ******************************************************************
      *    4000-WORK-ONE-FREQUENCY - REPLAY THE NETWORK'S LINES ON
      *    THE STACK AT THIS FREQUENCY; WHAT IS LEFT IS THE TOTAL.
      ******************************************************************
       4000-WORK-ONE-FREQUENCY.
           MOVE WS-FRQ-HZ(WS-FRQ-SUB) TO WS-FL-HZ
           WRITE CIRCUIT-REPORT-RECORD FROM WS-FREQUENCY-LINE
           MOVE ZERO TO WS-STK-TOP
           SET WS-RANGE-OK TO TRUE
           PERFORM 4100-APPLY-ONE-ELEMENT
               VARYING WS-EL-SUB FROM 1 BY 1
               UNTIL WS-EL-SUB > WS-EL-COUNT
                   OR NOT WS-RANGE-OK
           IF WS-RANGE-OK
               PERFORM 4500-WRITE-TOTAL
           ELSE
               ADD 1 TO WS-RANGE-COUNT
               WRITE CIRCUIT-REPORT-RECORD FROM WS-RANGE-LINE
           END-IF.

       4100-APPLY-ONE-ELEMENT.
           EVALUATE WS-E-TYPE(WS-EL-SUB)
               WHEN "S"
                   PERFORM 4300-COMBINE-SERIES
               WHEN "P"
                   PERFORM 4400-COMBINE-PARALLEL
               WHEN OTHER
                   PERFORM 4200-COMPONENT-IMPEDANCE
           END-EVALUATE.

      ******************************************************************
      *    4200-COMPONENT-IMPEDANCE - R IS PURELY REAL; L IS
      *    +J(2 PI F L); C IS -J / (2 PI F C).  THE UNIT LETTER
      *    SCALES THE KEYED VALUE TO OHMS, HENRIES OR FARADS.
      ******************************************************************
       4200-COMPONENT-IMPEDANCE.
           EVALUATE WS-E-UNIT(WS-EL-SUB)
               WHEN "K"
                   MOVE 1000 TO WS-UNIT-SCALE
               WHEN "M"
                   IF WS-E-TYPE(WS-EL-SUB) = "R"
                       MOVE 1000000 TO WS-UNIT-SCALE
                   ELSE
                       MOVE 1000 TO WS-UNIT-SCALE
                   END-IF
               WHEN "U"
                   MOVE 1000000 TO WS-UNIT-SCALE
               WHEN "N"
                   MOVE 1000000000 TO WS-UNIT-SCALE
               WHEN "P"
                   MOVE 1000000000000 TO WS-UNIT-SCALE
               WHEN OTHER
                   MOVE 1 TO WS-UNIT-SCALE
           END-EVALUATE
           MOVE ZERO TO WS-WORK-RE
           MOVE ZERO TO WS-WORK-IM
           EVALUATE WS-E-TYPE(WS-EL-SUB)
               WHEN "R"
                   COMPUTE WS-WORK-RE =
                       WS-E-VALUE(WS-EL-SUB) * WS-UNIT-SCALE
                       ON SIZE ERROR
                           MOVE "N" TO WS-RANGE-OK-SW
                   END-COMPUTE
               WHEN "L"
                   COMPUTE WS-WORK-IM ROUNDED =
                       2 * FUNCTION PI * WS-FRQ-HZ(WS-FRQ-SUB)
                           * WS-E-VALUE(WS-EL-SUB) / WS-UNIT-SCALE
                       ON SIZE ERROR
                           MOVE "N" TO WS-RANGE-OK-SW
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-WORK-IM ROUNDED = 0 - WS-UNIT-SCALE
                       / (2 * FUNCTION PI * WS-FRQ-HZ(WS-FRQ-SUB)
                           * WS-E-VALUE(WS-EL-SUB))
                       ON SIZE ERROR
                           MOVE "N" TO WS-RANGE-OK-SW
                   END-COMPUTE
           END-EVALUATE
           IF WS-WORK-RE > WS-OPERAND-LIMIT
               OR WS-WORK-IM > WS-OPERAND-LIMIT
               OR WS-WORK-IM < 0 - WS-OPERAND-LIMIT
               MOVE "N" TO WS-RANGE-OK-SW
           END-IF
           MOVE WS-E-TYPE(WS-EL-SUB) TO WS-CL-TYPE
           MOVE WS-E-NAME(WS-EL-SUB) TO WS-CL-NAME
           MOVE WS-E-VALUE(WS-EL-SUB) TO WS-CL-VALUE
           MOVE WS-E-UNIT(WS-EL-SUB) TO WS-CL-UNIT
           MOVE WS-WORK-RE TO WS-CL-RE
           MOVE WS-WORK-IM TO WS-CL-IM
           WRITE CIRCUIT-REPORT-RECORD FROM WS-COMPONENT-LINE
           IF WS-RANGE-OK
               ADD 1 TO WS-STK-TOP
               MOVE WS-WORK-RE TO WS-K-RE(WS-STK-TOP)
               MOVE WS-WORK-IM TO WS-K-IM(WS-STK-TOP)
           END-IF.

      ******************************************************************
      *    4300-COMBINE-SERIES - THE TOP ITEMS ADDED ONE BY ONE
      *    THROUGH C-ADD, LEAVING THE SUM IN THE LOWEST ONE'S PLACE.
      ******************************************************************
       4300-COMBINE-SERIES.
           COMPUTE WS-STK-BASE =
               WS-STK-TOP - WS-E-GROUP-COUNT(WS-EL-SUB) + 1
           MOVE WS-K-RE(WS-STK-BASE) TO WS-ACC-RE
           MOVE WS-K-IM(WS-STK-BASE) TO WS-ACC-IM
           PERFORM 4310-ADD-ONE-IN-SERIES
               VARYING WS-STK-SUB FROM WS-STK-BASE BY 1
               UNTIL WS-STK-SUB NOT < WS-STK-TOP
                   OR NOT WS-RANGE-OK
           PERFORM 4600-REPLACE-GROUP.

       4310-ADD-ONE-IN-SERIES.
           MOVE WS-ACC-RE TO Z1-RE
           MOVE WS-ACC-IM TO Z1-IM
           MOVE WS-K-RE(WS-STK-SUB + 1) TO Z2-RE
           MOVE WS-K-IM(WS-STK-SUB + 1) TO Z2-IM
           CALL "C-ADD"
           MOVE RESULT-RE TO WS-ACC-RE
           MOVE RESULT-IM TO WS-ACC-IM
           PERFORM 8100-CHECK-ACCUMULATOR.

      ******************************************************************
      *    4400-COMBINE-PARALLEL - THE TOP ITEMS FOLDED IN PAIRS:
      *    Z = LITTLE * (BIG / (BIG + LITTLE)), BIG BEING THE ONE OF
      *    GREATER MAGNITUDE.  A ZERO SUM (A PARALLEL LC PAIR AT
      *    RESONANCE) OR A QUOTIENT OR PRODUCT PAST THE ROUTINES'
      *    OPERANDS IS OUT OF RANGE.
      ******************************************************************
       4400-COMBINE-PARALLEL.
           COMPUTE WS-STK-BASE =
               WS-STK-TOP - WS-E-GROUP-COUNT(WS-EL-SUB) + 1
           MOVE WS-K-RE(WS-STK-BASE) TO WS-ACC-RE
           MOVE WS-K-IM(WS-STK-BASE) TO WS-ACC-IM
           PERFORM 4410-FOLD-ONE-IN-PARALLEL
               VARYING WS-STK-SUB FROM WS-STK-BASE BY 1
               UNTIL WS-STK-SUB NOT < WS-STK-TOP
                   OR NOT WS-RANGE-OK
           PERFORM 4600-REPLACE-GROUP.

       4410-FOLD-ONE-IN-PARALLEL.
           COMPUTE WS-ACC-SQ = WS-ACC-RE * WS-ACC-RE
               + WS-ACC-IM * WS-ACC-IM
           COMPUTE WS-ITEM-SQ =
               WS-K-RE(WS-STK-SUB + 1) * WS-K-RE(WS-STK-SUB + 1)
                   + WS-K-IM(WS-STK-SUB + 1) * WS-K-IM(WS-STK-SUB + 1)
           IF WS-ACC-SQ < WS-ITEM-SQ
               MOVE WS-ACC-RE TO WS-LITTLE-RE
               MOVE WS-ACC-IM TO WS-LITTLE-IM
               MOVE WS-K-RE(WS-STK-SUB + 1) TO WS-BIG-RE
               MOVE WS-K-IM(WS-STK-SUB + 1) TO WS-BIG-IM
           ELSE
               MOVE WS-ACC-RE TO WS-BIG-RE
               MOVE WS-ACC-IM TO WS-BIG-IM
               MOVE WS-K-RE(WS-STK-SUB + 1) TO WS-LITTLE-RE
               MOVE WS-K-IM(WS-STK-SUB + 1) TO WS-LITTLE-IM
           END-IF
           MOVE WS-BIG-RE TO Z1-RE
           MOVE WS-BIG-IM TO Z1-IM
           MOVE WS-LITTLE-RE TO Z2-RE
           MOVE WS-LITTLE-IM TO Z2-IM
           CALL "C-ADD"
           MOVE RESULT-RE TO WS-SUM-RE
           MOVE RESULT-IM TO WS-SUM-IM
           COMPUTE WS-ACC-SQ = WS-SUM-RE * WS-SUM-RE
               + WS-SUM-IM * WS-SUM-IM
           COMPUTE WS-ITEM-SQ = WS-BIG-RE * WS-BIG-RE
               + WS-BIG-IM * WS-BIG-IM
           IF WS-ACC-SQ = ZERO
               OR WS-ITEM-SQ > WS-ACC-SQ * WS-LIMIT-SQ
               MOVE "N" TO WS-RANGE-OK-SW
           ELSE
               MOVE WS-SUM-RE TO Z2-RE
               MOVE WS-SUM-IM TO Z2-IM
               CALL "C-DIV"
               MOVE RESULT-RE TO WS-ACC-RE
               MOVE RESULT-IM TO WS-ACC-IM
               PERFORM 8100-CHECK-ACCUMULATOR
           END-IF
           IF WS-RANGE-OK
               COMPUTE WS-ACC-SQ = WS-ACC-RE * WS-ACC-RE
                   + WS-ACC-IM * WS-ACC-IM
               COMPUTE WS-ITEM-SQ = WS-LITTLE-RE * WS-LITTLE-RE
                   + WS-LITTLE-IM * WS-LITTLE-IM
               IF WS-ACC-SQ * WS-ITEM-SQ > WS-LIMIT-SQ
                   MOVE "N" TO WS-RANGE-OK-SW
               ELSE
                   MOVE WS-LITTLE-RE TO Z1-RE
                   MOVE WS-LITTLE-IM TO Z1-IM
                   MOVE WS-ACC-RE TO Z2-RE
                   MOVE WS-ACC-IM TO Z2-IM
                   CALL "C-MUL"
                   MOVE RESULT-RE TO WS-ACC-RE
                   MOVE RESULT-IM TO WS-ACC-IM
                   PERFORM 8100-CHECK-ACCUMULATOR
               END-IF
           END-IF.

       4500-WRITE-TOTAL.
           MOVE WS-K-RE(1) TO WS-TL-RE
           MOVE WS-K-IM(1) TO WS-TL-IM
           MOVE WS-K-RE(1) TO Z1-RE
           MOVE WS-K-IM(1) TO Z1-IM
           CALL "C-MAGNITUDE-ANGLE"
           MOVE RESULT-RE TO WS-MAGNITUDE
           COMPUTE WS-ANGLE-DEGREES ROUNDED =
               RESULT-IM * 180 / FUNCTION PI
           MOVE WS-MAGNITUDE TO WS-TL-MAGNITUDE
           MOVE WS-ANGLE-DEGREES TO WS-TL-DEGREES
           WRITE CIRCUIT-REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-MAGNITUDE = ZERO
               WRITE CIRCUIT-REPORT-RECORD FROM WS-NO-CURRENT-LINE
           ELSE
               COMPUTE WS-CURRENT ROUNDED =
                   WS-NET-VOLTS / WS-MAGNITUDE
               MOVE WS-CURRENT TO WS-IL-AMPS
               COMPUTE WS-IL-DEGREES = 0 - WS-ANGLE-DEGREES
               WRITE CIRCUIT-REPORT-RECORD FROM WS-CURRENT-LINE
           END-IF.

       4600-REPLACE-GROUP.
           MOVE WS-STK-BASE TO WS-STK-TOP
           MOVE WS-ACC-RE TO WS-K-RE(WS-STK-TOP)
           MOVE WS-ACC-IM TO WS-K-IM(WS-STK-TOP).

      ******************************************************************
      *    8100-CHECK-ACCUMULATOR - A RESULT PAST THE OPERAND FIELDS
      *    CANNOT BE PASSED BACK INTO THE COMPLEX ROUTINES.
      ******************************************************************
       8100-CHECK-ACCUMULATOR.
           IF WS-ACC-RE > WS-OPERAND-LIMIT
               OR WS-ACC-RE < 0 - WS-OPERAND-LIMIT
               OR WS-ACC-IM > WS-OPERAND-LIMIT
               OR WS-ACC-IM < 0 - WS-OPERAND-LIMIT
               MOVE "N" TO WS-RANGE-OK-SW
           END-IF.

       9999-TERMINATE.
           CLOSE NETWORK-FILE
           CLOSE CIRCUIT-REPORT-FILE
           DISPLAY "RLCBAT: " WS-NETWORK-COUNT " NETWORKS, "
               WS-REJECT-COUNT " REJECTED, " WS-RANGE-COUNT
               " OUT OF RANGE"
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RANGE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
