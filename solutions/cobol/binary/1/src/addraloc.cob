       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRALOC.
       AUTHOR. NETWORK-CONFIG-AUDIT.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    ADDRALOC HANDS OUT STATIC ADDRESSES SO NOBODY HAS TO SCAN
      *    NETINV BY EYE.  EACH ADDRESS REQUEST (COLS 1-12 DEVICE,
      *    COLS 14-25 AUTHORIZED RANGE NAME, COLS 27-46 REQUESTER)
      *    GETS THE LOWEST ADDRESS IN THE NAMED RANGE THAT IS NEITHER
      *    ASSIGNED TO A DEVICE ON NETINV NOR CURRENTLY LEASED ON THE
      *    DHCP LEASE EXPORT -- BOTH NORMALIZED THROUGH BASECONV
      *    EXACTLY AS ADDRAUDT AND LEASERCN DO.  THE DEVICE IS ADDED
      *    TO A NEW GENERATION OF NETINV (NETINVO) AS A DECIMAL
      *    ADDRESS AND AN ALLOCATION NOTICE IS PRINTED.  A REQUEST IS
      *    REJECTED FOR A DEVICE ALREADY ON THE INVENTORY, A RANGE
      *    NOT ON IT, OR A RANGE WITH NO FREE ADDRESS -- THE LAST
      *    WITH THE RANGE'S UTILIZATION.  EXITS 8 ON ANY REJECT.
      *    AN IPV6 RANGE IS ALLOCATED FROM THE SAME WAY, ON BASECONV'S
      *    128-BIT ADDRESS KEY, AND ITS NEW DEVICE IS WRITTEN IN THE
      *    NETINV IPV6 COLUMNS IN CANONICAL FORM.  THE WALK STARTS
      *    ONE ABOVE AN IPV6 RANGE'S LOW ADDRESS, WHICH FOR A PREFIX
      *    IS THE SUBNET-ROUTER ANYCAST ADDRESS IPV6 RESERVES.
      *    MORE RANGES THAN THE TABLE HOLDS, OR A DEVICE OR LEASE
      *    WHOSE ADDRESS CANNOT BE CONVERTED, REFUSES THE RUN (RC 16):
      *    AN ADDRESS THAT CANNOT BE CHECKED COULD BE HANDED OUT TWICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-REQUEST-FILE ASSIGN TO "ADDRREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-FILE-STATUS.

           SELECT NETWORK-INVENTORY-FILE ASSIGN TO "NETINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NI-FILE-STATUS.

           SELECT DHCP-LEASE-FILE ASSIGN TO "DHCPLEAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.

           SELECT NETWORK-INVENTORY-OUT ASSIGN TO "NETINVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NO-FILE-STATUS.

           SELECT ALLOCATION-NOTICE-FILE ASSIGN TO "ADDRNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-REQUEST-FILE.
       01  ADDRESS-REQUEST-RECORD.
           05  RQ-DEVICE-NAME           PIC X(12).
           05  FILLER                   PIC X(01).
           05  RQ-RANGE-NAME            PIC X(12).
           05  FILLER                   PIC X(01).
           05  RQ-REQUESTER             PIC X(20).

       FD  NETWORK-INVENTORY-FILE.
       COPY NETINV.

       FD  DHCP-LEASE-FILE.
       01  DHCP-LEASE-RECORD.
           05  LE-DEVICE-NAME           PIC X(12).
           05  FILLER                   PIC X(01).
           05  LE-BASE                  PIC 9(02).
           05  FILLER                   PIC X(01).
           05  LE-ADDRESS               PIC X(43).

      *    SAME LAYOUT AS NETWORK-INVENTORY-RECORD (NETINV.CPY).
       FD  NETWORK-INVENTORY-OUT.
       01  NETWORK-INVENTORY-OUT-REC.
           05  NO-RECORD-TYPE           PIC X(01).
           05  NO-NAME                  PIC X(12).
           05  FILLER                   PIC X(01).
           05  NO-RANGE-NAME            PIC X(12).
           05  FILLER                   PIC X(01).
           05  NO-BASE                  PIC 9(02).
           05  FILLER                   PIC X(01).
           05  NO-VALUE-LOW             PIC X(16).
           05  FILLER                   PIC X(01).
           05  NO-VALUE-HIGH            PIC X(16).
           05  FILLER                   PIC X(01).
           05  NO-V6-VALUE-LOW          PIC X(43).
           05  FILLER                   PIC X(01).
           05  NO-V6-VALUE-HIGH         PIC X(43).

       FD  ALLOCATION-NOTICE-FILE.
       01  ALLOCATION-NOTICE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VALUE                      PIC X(60) EXTERNAL.
       01 WS-BASE                       PIC 9(02) EXTERNAL.
       01 WS-RESULT                     PIC S9(10) EXTERNAL.
       01 WS-ERROR                      PIC X(60) EXTERNAL.
       COPY ADDR128.

       01  WS-RQ-FILE-STATUS            PIC XX.
       01  WS-NI-FILE-STATUS            PIC XX.
       01  WS-DL-FILE-STATUS            PIC XX.
       01  WS-NO-FILE-STATUS            PIC XX.
       01  WS-AN-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-CONVERT-OK-SW             PIC X.
           88  WS-CONVERT-OK            VALUE "Y".
       01  WS-LOW-WORK                  PIC X(41).
       01  WS-HIGH-WORK                 PIC X(41).
       01  WS-REQUEST-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-ALLOCATED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-UNCONVERTIBLE-COUNT       PIC 9(05) VALUE ZERO.

      *    AN ADDRESS KEY IS THE FAMILY BYTE AND THE EIGHT HEXTETS OF
      *    THE ADDR128 BLOCK, SO IT COMPARES IN ADDRESS ORDER FOR
      *    EITHER FAMILY.
       01  WS-KEY-WORK.
           05  WS-KW-FAMILY             PIC X(01).
           05  WS-KW-HEXTETS            PIC X(40).

      *    NORMALIZED RANGES, STATIC DEVICES AND LEASED ADDRESSES.
      *    A DEVICE OR LEASE LEFT OFF ITS TABLE COULD BE HANDED OUT
      *    AGAIN, SO AN OVERFLOW REFUSES THE RUN.  EACH ADDRESS
      *    ALLOCATED JOINS THE DEVICE TABLE FOR THE REQUESTS BEHIND IT.
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
               10  WS-V-ADDRESS         PIC X(41).
       01  WS-LSE-MAX                   PIC 9(03) VALUE 500.
       01  WS-LSE-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-LSE-TABLE.
           05  WS-LSE-ENTRY OCCURS 500 TIMES.
               10  WS-E-ADDRESS         PIC X(41).
       01  WS-SUB                       PIC 9(03).
       01  WS-RANGE-FOUND-SUB           PIC 9(02).

      *    THE SEARCH FOR THE LOWEST FREE ADDRESS, ONE KEY AT A TIME.
      *    WS-CD-WRAPPED IS THE WALK RUNNING OFF THE TOP OF THE
      *    ADDRESS SPACE.
       01  WS-CANDIDATE.
           05  WS-CD-FAMILY             PIC X(01).
           05  WS-CD-HEXTET             PIC 9(05) OCCURS 8 TIMES.
       01  WS-CD-SUB                    PIC 9(02).
       01  WS-CD-CARRY-SW               PIC X.
           88  WS-CD-CARRY              VALUE "Y".
       01  WS-CD-WRAPPED-SW             PIC X.
           88  WS-CD-WRAPPED            VALUE "Y".
       01  WS-FREE-ADDRESS              PIC X(41).
       01  WS-FREE-R REDEFINES WS-FREE-ADDRESS.
           05  WS-FR-FAMILY             PIC X(01).
           05  WS-FR-HEXTET             PIC 9(05) OCCURS 8 TIMES.
       01  WS-HEX-DIGITS                PIC X(16)
           VALUE "0123456789ABCDEF".
       01  WS-HEX-WORK                  PIC 9(05).
       01  WS-HEX-NIBBLE                PIC 9(02).
       01  WS-HEX-DIVISOR               PIC 9(05).
       01  WS-HEX-SUB                   PIC 9(02).
       01  WS-FULL-FORM                 PIC X(39).
       01  WS-FULL-POINTER              PIC 9(02).
       01  WS-IN-USE-SW                 PIC X.
           88  WS-IN-USE                VALUE "Y".
       01  WS-FREE-FOUND-SW             PIC X.
           88  WS-FREE-FOUND            VALUE "Y".
       01  WS-DUPLICATE-SW              PIC X.
           88  WS-DUPLICATE             VALUE "Y".
       01  WS-RANGE-SIZE                PIC S9(10).
       01  WS-USED-COUNT                PIC S9(10).
       01  WS-UTILIZATION               PIC 9(03)V9.
       01  WS-NEW-ADDRESS               PIC 9(10).

       01  WS-HEADING-LINE              PIC X(44) VALUE
           "STATIC ADDRESS ALLOCATION NOTICES".

       01  WS-NOTICE-LINE.
           05  WS-N-LABEL               PIC X(16).
           05  WS-N-TEXT                PIC X(60).

       01  WS-ADDRESS-TEXT.
           05  WS-AT-ADDRESS            PIC Z(9)9.
           05  FILLER                   PIC X(12) VALUE
               " (DECIMAL)".

       01  WS-UTIL-TEXT.
           05  FILLER                   PIC X(12) VALUE
               "UTILIZATION ".
           05  WS-UT-PCT                PIC ZZ9.9.
           05  FILLER                   PIC X(04) VALUE "%,  ".
           05  WS-UT-USED               PIC Z(9)9.
           05  FILLER                   PIC X(04) VALUE " OF ".
           05  WS-UT-SIZE               PIC Z(9)9.
           05  FILLER                   PIC X(07) VALUE " IN USE".

       01  WS-BADVAL-LINE.
           05  FILLER                   PIC X(16) VALUE
               "UNCONVERTIBLE   ".
           05  WS-B-NAME                PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-B-REASON              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-ONE-INVENTORY
               UNTIL WS-EOF
           CLOSE NETWORK-INVENTORY-FILE
           PERFORM 2400-LOAD-THE-LEASES
           PERFORM 3000-ALLOCATE-THE-REQUESTS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE INVENTORY IS MANDATORY: WITHOUT IT
      *    THERE ARE NO RANGES TO ALLOCATE FROM AND NO NEXT
      *    GENERATION TO WRITE.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT NETWORK-INVENTORY-FILE
           IF WS-NI-FILE-STATUS NOT = "00"
               DISPLAY "ADDRALOC REFUSED -- NO NETWORK INVENTORY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALLOCATION-NOTICE-FILE
           MOVE WS-HEADING-LINE TO ALLOCATION-NOTICE-LINE
           WRITE ALLOCATION-NOTICE-LINE
           OPEN OUTPUT NETWORK-INVENTORY-OUT
           PERFORM 1100-READ-INVENTORY.

       1100-READ-INVENTORY.
           READ NETWORK-INVENTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-COPY-ONE-INVENTORY - EVERY RECORD GOES FORWARD TO THE
      *    NEW GENERATION UNCHANGED; THE RANGES AND STATIC DEVICES
      *    ARE NORMALIZED EXACTLY AS ADDRAUDT DOES.
      ******************************************************************
       2000-COPY-ONE-INVENTORY.
           MOVE NETWORK-INVENTORY-RECORD TO NETWORK-INVENTORY-OUT-REC
           WRITE NETWORK-INVENTORY-OUT-REC
           EVALUATE TRUE
               WHEN NI-RANGE
                   PERFORM 2100-NORMALIZE-ONE-RANGE
               WHEN NI-DEVICE
                   PERFORM 2200-NORMALIZE-ONE-DEVICE
               WHEN OTHER
                   CONTINUE
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
                   IF WS-RNG-COUNT NOT < WS-RNG-MAX
                       DISPLAY "ADDRALOC REFUSED -- INVENTORY PAST "
                           WS-RNG-MAX " RANGES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RNG-COUNT
                   MOVE NI-NAME TO WS-G-NAME(WS-RNG-COUNT)
                   MOVE WS-LOW-WORK TO WS-G-LOW(WS-RNG-COUNT)
                   MOVE WS-HIGH-WORK TO WS-G-HIGH(WS-RNG-COUNT)
               END-IF
           END-IF.

      *    A DEVICE WHOSE ADDRESS CANNOT BE CONVERTED HOLDS AN ADDRESS
      *    NOBODY CAN CHECK AGAINST, SO IT STOPS THE RUN UNTIL NETINV
      *    IS CORRECTED.
       2200-NORMALIZE-ONE-DEVICE.
           MOVE NI-NAME TO WS-B-NAME
           IF NI-V6-VALUE-LOW NOT = SPACES
               MOVE NI-V6-VALUE-LOW TO WS-VALUE
           ELSE
               MOVE NI-VALUE-LOW TO WS-VALUE
           END-IF
           MOVE NI-BASE TO WS-BASE
           PERFORM 2500-CONVERT-ONE-VALUE
           IF NOT WS-CONVERT-OK
               DISPLAY "ADDRALOC REFUSED -- DEVICE " NI-NAME
                   " ADDRESS ON NETINV CANNOT BE CONVERTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEV-COUNT NOT < WS-DEV-MAX
               DISPLAY "ADDRALOC REFUSED -- INVENTORY PAST "
                   WS-DEV-MAX " DEVICES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEV-COUNT
           MOVE NI-NAME TO WS-V-NAME(WS-DEV-COUNT)
           MOVE WS-AD-FAMILY TO WS-KW-FAMILY
           MOVE WS-AD-ADDRESS TO WS-KW-HEXTETS
           MOVE WS-KEY-WORK TO WS-V-ADDRESS(WS-DEV-COUNT).

      ******************************************************************
      *    2400-LOAD-THE-LEASES - NO LEASE EXPORT MEANS NOTHING IS
      *    LEASED; THE STATIC DEVICES STILL HOLD THEIR ADDRESSES.
      ******************************************************************
       2400-LOAD-THE-LEASES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DHCP-LEASE-FILE
           IF WS-DL-FILE-STATUS = "00"
               PERFORM 2410-READ-LEASE
               PERFORM 2420-NORMALIZE-ONE-LEASE
                   UNTIL WS-EOF
               CLOSE DHCP-LEASE-FILE
           ELSE
               DISPLAY "ADDRALOC: NO LEASE EXPORT -- STATIC "
                   "DEVICES ONLY"
           END-IF.

       2410-READ-LEASE.
           READ DHCP-LEASE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2420-NORMALIZE-ONE-LEASE.
           MOVE LE-DEVICE-NAME TO WS-B-NAME
           MOVE LE-ADDRESS TO WS-VALUE
           MOVE LE-BASE TO WS-BASE
           PERFORM 2500-CONVERT-ONE-VALUE
           IF NOT WS-CONVERT-OK
               DISPLAY "ADDRALOC REFUSED -- LEASE FOR " LE-DEVICE-NAME
                   " ADDRESS CANNOT BE CONVERTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LSE-COUNT NOT < WS-LSE-MAX
               DISPLAY "ADDRALOC REFUSED -- LEASE EXPORT PAST "
                   WS-LSE-MAX " LEASES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LSE-COUNT
           MOVE WS-AD-FAMILY TO WS-KW-FAMILY
           MOVE WS-AD-ADDRESS TO WS-KW-HEXTETS
           MOVE WS-KEY-WORK TO WS-E-ADDRESS(WS-LSE-COUNT)
           PERFORM 2410-READ-LEASE.

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
               ADD 1 TO WS-UNCONVERTIBLE-COUNT
               MOVE WS-ERROR(1:40) TO WS-B-REASON
               MOVE WS-BADVAL-LINE TO ALLOCATION-NOTICE-LINE
               WRITE ALLOCATION-NOTICE-LINE
           END-IF.

      ******************************************************************
      *    3000-ALLOCATE-THE-REQUESTS - NO REQUEST FILE IS A RUN WITH
      *    NOTHING TO ALLOCATE; NETINVO IS STILL A FULL COPY.
      ******************************************************************
       3000-ALLOCATE-THE-REQUESTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ADDRESS-REQUEST-FILE
           IF WS-RQ-FILE-STATUS = "00"
               PERFORM 3100-READ-REQUEST
               PERFORM 3200-ALLOCATE-ONE-REQUEST
                   UNTIL WS-EOF
               CLOSE ADDRESS-REQUEST-FILE
           END-IF.

       3100-READ-REQUEST.
           READ ADDRESS-REQUEST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-ALLOCATE-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO ALLOCATION-NOTICE-LINE
           WRITE ALLOCATION-NOTICE-LINE
           MOVE "DEVICE" TO WS-N-LABEL
           MOVE RQ-DEVICE-NAME TO WS-N-TEXT
           PERFORM 3900-WRITE-NOTICE-LINE
           MOVE "RANGE" TO WS-N-LABEL
           MOVE RQ-RANGE-NAME TO WS-N-TEXT
           PERFORM 3900-WRITE-NOTICE-LINE
           MOVE "REQUESTED BY" TO WS-N-LABEL
           MOVE RQ-REQUESTER TO WS-N-TEXT
           PERFORM 3900-WRITE-NOTICE-LINE
           MOVE "N" TO WS-DUPLICATE-SW
           PERFORM 3210-CHECK-ONE-NAME
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DEV-COUNT OR WS-DUPLICATE
           MOVE ZERO TO WS-RANGE-FOUND-SUB
           PERFORM 3220-CHECK-ONE-RANGE-NAME
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RNG-COUNT
                   OR WS-RANGE-FOUND-SUB > ZERO
           MOVE "REJECTED" TO WS-N-LABEL
           EVALUATE TRUE
               WHEN RQ-DEVICE-NAME = SPACES
                   MOVE "NO DEVICE NAME" TO WS-N-TEXT
               WHEN WS-DUPLICATE
                   MOVE "DEVICE ALREADY ON THE INVENTORY"
                       TO WS-N-TEXT
               WHEN WS-RANGE-FOUND-SUB = ZERO
                   MOVE "NO SUCH AUTHORIZED RANGE" TO WS-N-TEXT
               WHEN WS-DEV-COUNT NOT < WS-DEV-MAX
                   MOVE "INVENTORY DEVICE TABLE FULL" TO WS-N-TEXT
               WHEN OTHER
                   PERFORM 3300-FIND-LOWEST-FREE
                   IF WS-FREE-FOUND
                       PERFORM 3400-ASSIGN-THE-ADDRESS
                   ELSE
                       PERFORM 3500-REPORT-FULL-RANGE
                   END-IF
           END-EVALUATE
           IF WS-N-LABEL = "REJECTED"
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 3900-WRITE-NOTICE-LINE
           PERFORM 3100-READ-REQUEST.

       3210-CHECK-ONE-NAME.
           IF WS-V-NAME(WS-SUB) = RQ-DEVICE-NAME
               SET WS-DUPLICATE TO TRUE
           END-IF.

       3220-CHECK-ONE-RANGE-NAME.
           IF WS-G-NAME(WS-SUB) = RQ-RANGE-NAME
               MOVE WS-SUB TO WS-RANGE-FOUND-SUB
           END-IF.

      ******************************************************************
      *    3300-FIND-LOWEST-FREE - WALK THE RANGE UPWARD FROM ITS LOW
      *    END -- FROM ONE ABOVE IT FOR IPV6, WHERE THE LOW ADDRESS
      *    OF A PREFIX IS THE SUBNET-ROUTER ANYCAST ADDRESS.  EVERY
      *    ADDRESS PASSED OVER IS IN USE, SO A RANGE WITH NOTHING
      *    FREE LEAVES WS-USED-COUNT AT ITS WHOLE ALLOCATABLE SIZE.
      ******************************************************************
       3300-FIND-LOWEST-FREE.
           MOVE "N" TO WS-FREE-FOUND-SW
           MOVE "N" TO WS-CD-WRAPPED-SW
           MOVE ZERO TO WS-USED-COUNT
           MOVE WS-G-LOW(WS-RANGE-FOUND-SUB) TO WS-CANDIDATE
           IF WS-CD-FAMILY = "6"
               PERFORM 3340-STEP-THE-CANDIDATE
           END-IF
           PERFORM 3310-TRY-ONE-ADDRESS
               UNTIL WS-CANDIDATE > WS-G-HIGH(WS-RANGE-FOUND-SUB)
                   OR WS-FREE-FOUND OR WS-CD-WRAPPED.

       3310-TRY-ONE-ADDRESS.
           MOVE "N" TO WS-IN-USE-SW
           PERFORM 3320-CHECK-ONE-DEVICE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DEV-COUNT OR WS-IN-USE
           PERFORM 3330-CHECK-ONE-LEASE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LSE-COUNT OR WS-IN-USE
           IF WS-IN-USE
               ADD 1 TO WS-USED-COUNT
               PERFORM 3340-STEP-THE-CANDIDATE
           ELSE
               SET WS-FREE-FOUND TO TRUE
               MOVE WS-CANDIDATE TO WS-FREE-ADDRESS
           END-IF.

       3320-CHECK-ONE-DEVICE.
           IF WS-V-ADDRESS(WS-SUB) = WS-CANDIDATE
               SET WS-IN-USE TO TRUE
           END-IF.

       3330-CHECK-ONE-LEASE.
           IF WS-E-ADDRESS(WS-SUB) = WS-CANDIDATE
               SET WS-IN-USE TO TRUE
           END-IF.

      *    ADD ONE TO THE LOW HEXTET, CARRYING UPWARD.
       3340-STEP-THE-CANDIDATE.
           SET WS-CD-CARRY TO TRUE
           PERFORM 3350-CARRY-ONE-HEXTET
               VARYING WS-CD-SUB FROM 8 BY -1
               UNTIL WS-CD-SUB < 1 OR NOT WS-CD-CARRY
           IF WS-CD-CARRY
               SET WS-CD-WRAPPED TO TRUE
           END-IF.

       3350-CARRY-ONE-HEXTET.
           IF WS-CD-HEXTET(WS-CD-SUB) = 65535
               MOVE 0 TO WS-CD-HEXTET(WS-CD-SUB)
           ELSE
               ADD 1 TO WS-CD-HEXTET(WS-CD-SUB)
               MOVE "N" TO WS-CD-CARRY-SW
           END-IF.

      ******************************************************************
      *    3400-ASSIGN-THE-ADDRESS - THE NEW DEVICE RECORD IS WRITTEN
      *    IN BASE 10, OR FOR IPV6 IN CANONICAL FORM, AND JOINS THE
      *    DEVICE TABLE.
      ******************************************************************
       3400-ASSIGN-THE-ADDRESS.
           MOVE SPACES TO NETWORK-INVENTORY-OUT-REC
           MOVE "D" TO NO-RECORD-TYPE
           MOVE RQ-DEVICE-NAME TO NO-NAME
           MOVE RQ-RANGE-NAME TO NO-RANGE-NAME
           IF WS-FR-FAMILY = "6"
               PERFORM 3410-CANONICAL-OF-FREE
               MOVE 16 TO NO-BASE
               MOVE WS-AD-CANONICAL TO NO-V6-VALUE-LOW
               MOVE WS-AD-CANONICAL TO WS-N-TEXT
           ELSE
               COMPUTE WS-NEW-ADDRESS =
                   WS-FR-HEXTET(6) * 4294967296
                   + WS-FR-HEXTET(7) * 65536 + WS-FR-HEXTET(8)
               MOVE 10 TO NO-BASE
               MOVE WS-NEW-ADDRESS TO NO-VALUE-LOW
               MOVE WS-NEW-ADDRESS TO WS-AT-ADDRESS
               MOVE WS-ADDRESS-TEXT TO WS-N-TEXT
           END-IF
           WRITE NETWORK-INVENTORY-OUT-REC
           ADD 1 TO WS-DEV-COUNT
           MOVE RQ-DEVICE-NAME TO WS-V-NAME(WS-DEV-COUNT)
           MOVE WS-FREE-ADDRESS TO WS-V-ADDRESS(WS-DEV-COUNT)
           ADD 1 TO WS-ALLOCATED-COUNT
           MOVE "ALLOCATED" TO WS-N-LABEL.

      *    SPELL THE ADDRESS OUT IN FULL AND LET BASECONV GIVE BACK
      *    ITS CANONICAL FORM.
       3410-CANONICAL-OF-FREE.
           MOVE SPACES TO WS-FULL-FORM
           MOVE 1 TO WS-FULL-POINTER
           PERFORM 3420-SPELL-ONE-HEXTET
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > 8
           MOVE WS-FULL-FORM TO WS-VALUE
           MOVE 16 TO WS-BASE
           CALL "BASECONV".

       3420-SPELL-ONE-HEXTET.
           IF WS-CD-SUB > 1
               MOVE ":" TO WS-FULL-FORM(WS-FULL-POINTER:1)
               ADD 1 TO WS-FULL-POINTER
           END-IF
           MOVE WS-FR-HEXTET(WS-CD-SUB) TO WS-HEX-WORK
           MOVE 4096 TO WS-HEX-DIVISOR
           PERFORM 3430-SPELL-ONE-NIBBLE
               VARYING WS-HEX-SUB FROM 1 BY 1
               UNTIL WS-HEX-SUB > 4.

       3430-SPELL-ONE-NIBBLE.
           COMPUTE WS-HEX-NIBBLE = WS-HEX-WORK / WS-HEX-DIVISOR
           COMPUTE WS-HEX-WORK =
               WS-HEX-WORK - WS-HEX-NIBBLE * WS-HEX-DIVISOR
           MOVE WS-HEX-DIGITS(WS-HEX-NIBBLE + 1:1)
               TO WS-FULL-FORM(WS-FULL-POINTER:1)
           ADD 1 TO WS-FULL-POINTER
           COMPUTE WS-HEX-DIVISOR = WS-HEX-DIVISOR / 16.

      *    THE WALK PASSED OVER EVERY ADDRESS IN THE RANGE, SO THE
      *    ADDRESSES IT COUNTED IN USE ARE THE RANGE'S WHOLE SIZE.
       3500-REPORT-FULL-RANGE.
           MOVE WS-USED-COUNT TO WS-RANGE-SIZE
           MOVE ZERO TO WS-UTILIZATION
           IF WS-RANGE-SIZE > ZERO
               COMPUTE WS-UTILIZATION ROUNDED =
                   WS-USED-COUNT * 100 / WS-RANGE-SIZE
           END-IF
           MOVE "RANGE FULL" TO WS-N-TEXT
           PERFORM 3900-WRITE-NOTICE-LINE
           MOVE WS-UTILIZATION TO WS-UT-PCT
           MOVE WS-USED-COUNT TO WS-UT-USED
           MOVE WS-RANGE-SIZE TO WS-UT-SIZE
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-N-LABEL
           MOVE WS-UTIL-TEXT TO WS-N-TEXT.

       3900-WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE TO ALLOCATION-NOTICE-LINE
           WRITE ALLOCATION-NOTICE-LINE.

       9999-TERMINATE.
           CLOSE NETWORK-INVENTORY-OUT
           CLOSE ALLOCATION-NOTICE-FILE
           DISPLAY "ADDRALOC: " WS-REQUEST-COUNT " REQUESTS, "
               WS-ALLOCATED-COUNT " ALLOCATED, "
               WS-REJECTED-COUNT " REJECTED"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
