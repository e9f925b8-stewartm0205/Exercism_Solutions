       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTBILL.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    PRTBILL IS THE MONTH-END PRINT ROOM CHARGEBACK RUN.  THE
      *    PRINT ROOM'S WORK IS READ OFF ITS TWO LOGS:
      *        BANNRLOG -- ONE LINE PER BANNER REQUEST BANNRBAT
      *                    PRINTED, CHARGED PER COPY TO THE
      *                    REQUESTING DEPARTMENT
      *        DISTLOG  -- ONE LINE PER BUNDLE DISTRBAT BURST,
      *                    CHARGED PER REPORT LINE TO THE
      *                    DEPARTMENT THE RECIPIENT BELONGS TO
      *    A BANNER DEPARTMENT IS MATCHED TO THE ORGUNIT MASTER BY
      *    DEPARTMENT CODE OR NAME; A RECIPIENT BY DEPARTMENT CODE,
      *    NAME, OR MANAGER NAME (A NAME LONGER THAN THE 20-BYTE
      *    RECIPIENT FIELD MATCHES ON ITS FIRST 20 CHARACTERS).  THE
      *    RATES COME OFF THE PARAMETER FILE (JOB PRTBILL, PARAMETER
      *    RATE-BANNER PER COPY AND RATE-LINE PER LINE, FOUR
      *    DECIMALS) AS OF THE LAST DAY OF THE BILLING MONTH.  EVERY
      *    CHARGE IS ROUNDED TO THE CENT ONE LOG LINE AT A TIME, SO
      *    THE STATEMENTS AND THE JOURNAL ADD UP TO THE SAME FIGURES.
      *
      *    THE BILLING MONTH IS ON THE PBILLCTL CARD (COLS 1-6,
      *    YYYYMM); WITH NO CARD IT IS THE MONTH BEFORE THE RUN.
      *    OUTPUTS:
      *        PRTSTMT  -- ONE CHARGEBACK STATEMENT PER DEPARTMENT
      *                    CHARGED, EVERY LINE PREFIXED WITH THE
      *                    DEPARTMENT CODE (COLS 1-4) SO DISTRBAT
      *                    CAN BURST THEM
      *        PRTJRNL  -- THE JOURNAL EXTRACT FOR FINANCE, ONE
      *                    RECORD PER DEPARTMENT PER CHARGE CODE,
      *                    WITH A TRAILER
      *        PRTEXCP  -- EVERY LOG LINE OF THE MONTH THAT COULD
      *                    NOT BE CHARGED: A DEPARTMENT OR RECIPIENT
      *                    NOT ON THE ORGUNIT MASTER, NO RATE ON THE
      *                    PARAMETER FILE, OR A LINE THAT CANNOT BE
      *                    READ
      *    ANY EXCEPTION EXITS 4; A RATE MISSING FROM THE PARAMETER
      *    FILE EXITS 8.  MORE THAN 200 DEPARTMENTS ON ORGUNIT OR
      *    10000 CHARGES IN THE MONTH IS REFUSED WITH 16 BEFORE
      *    ANYTHING IS BILLED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-CONTROL-FILE ASSIGN TO "PBILLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

           SELECT BANNER-LOG-FILE ASSIGN TO "BANNRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.

           SELECT ORG-UNIT-FILE ASSIGN TO "ORGUNIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OU-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "PRTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT PRINT-JOURNAL-FILE ASSIGN TO "PRTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-FILE-STATUS.

           SELECT EXCEPTION-LIST-FILE ASSIGN TO "PRTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-CONTROL-FILE.
       01  BILL-CONTROL-RECORD.
           05  BC-PERIOD                PIC 9(06).

      *    THE COMPLETION-LOG LINE BANNRBAT WRITES.
       FD  BANNER-LOG-FILE.
       01  BANNER-LOG-RECORD.
           05  BL-PRINT-DATE            PIC 9(08).
           05  FILLER                   PIC X(02).
           05  BL-REQUEST-ID            PIC X(04).
           05  FILLER                   PIC X(02).
           05  BL-DEPARTMENT            PIC X(12).
           05  FILLER                   PIC X(08).
           05  BL-COPIES                PIC X(02).
           05  FILLER                   PIC X(22).

      *    THE DISTRIBUTION-LOG LINE DISTRBAT WRITES.
       FD  DISTRIBUTION-LOG-FILE.
       01  DISTRIBUTION-LOG-RECORD.
           05  DS-ISSUE-DATE            PIC 9(08).
           05  FILLER                   PIC X(02).
           05  DS-REPORT-NAME           PIC X(08).
           05  FILLER                   PIC X(02).
           05  DS-RECIPIENT             PIC X(20).
           05  FILLER                   PIC X(08).
           05  DS-LINE-COUNT            PIC X(05).
           05  FILLER                   PIC X(06).
           05  DS-BUNDLE-REF            PIC X(08).
           05  FILLER                   PIC X(13).

       FD  ORG-UNIT-FILE.
       COPY ORGUNIT.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(80).

       FD  PRINT-JOURNAL-FILE.
       COPY PRTJRNL.

       FD  EXCEPTION-LIST-FILE.
       01  EXCEPTION-LIST-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-PL-JOB-NAME               PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME              PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE             PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE             PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW               PIC X EXTERNAL.
           88  WS-PL-FOUND              VALUE "Y".

       01  WS-BC-FILE-STATUS            PIC XX.
       01  WS-BL-FILE-STATUS            PIC XX.
       01  WS-DS-FILE-STATUS            PIC XX.
       01  WS-OU-FILE-STATUS            PIC XX.
       01  WS-CS-FILE-STATUS            PIC XX.
       01  WS-PJ-FILE-STATUS            PIC XX.
       01  WS-EX-FILE-STATUS            PIC XX.

       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR              PIC 9(04).
           05  WS-RUN-MONTH             PIC 9(02).
           05  WS-RUN-DAY               PIC 9(02).
       01  WS-PERIOD                    PIC 9(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR           PIC 9(04).
           05  WS-PERIOD-MONTH          PIC 9(02).
       01  WS-PERIOD-START              PIC 9(08).
       01  WS-PERIOD-END                PIC 9(08).

      *    THE TWO CHARGE RATES, LOOKED UP ONCE AT THE START OF THE
      *    RUN.  A RATE NOT ON THE PARAMETER FILE KEEPS
      *    WS-RT-FOUND-SW "N" AND ITS LOG LINES ARE NOT CHARGED.
       01  WS-RATE-COUNT                PIC 9(01) VALUE 2.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2 TIMES.
               10  WS-RT-CHARGE-CODE    PIC X(04).
               10  WS-RT-PARM-NAME      PIC X(12).
               10  WS-RT-UNIT           PIC X(06).
               10  WS-RT-CAPTION        PIC X(14).
               10  WS-RT-RATE           PIC 9(03)V9(04).
               10  WS-RT-FOUND-SW       PIC X.
                   88  WS-RT-FOUND      VALUE "Y".
       01  WS-RATE-SUB                  PIC 9(01).
       01  WS-PARM-RATE                 PIC 9(03)V9(04).
       01  WS-NO-RATE-COUNT             PIC 9(01) VALUE ZERO.

      *    THE DEPARTMENTS OFF THE ORGUNIT MASTER.
       01  WS-DEPT-MAX                  PIC 9(03) VALUE 200.
       01  WS-DEPT-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES.
               10  WS-DP-CODE           PIC X(04).
               10  WS-DP-NAME           PIC X(30).
               10  WS-DP-MANAGER        PIC X(30).
       01  WS-DEPT-SUB                  PIC 9(03).
       01  WS-DEPT-FOUND                PIC 9(03).
       01  WS-FIND-NAME                 PIC X(20).
       01  WS-FIND-MANAGER-SW           PIC X.
           88  WS-FIND-MANAGER          VALUE "Y".

      *    EVERY LOG LINE CHARGED THIS MONTH, BANNERS FIRST.
       01  WS-ITM-MAX                   PIC 9(05) VALUE 10000.
       01  WS-ITM-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 10000 TIMES.
               10  WS-I-DATE            PIC 9(08).
               10  WS-I-SOURCE          PIC X(08).
               10  WS-I-REFERENCE       PIC X(08).
               10  WS-I-DETAIL          PIC X(20).
               10  WS-I-QUANTITY        PIC 9(05).
               10  WS-I-RATE-SUB        PIC 9(01).
               10  WS-I-DEPT-SUB        PIC 9(03).
               10  WS-I-CHARGE          PIC 9(05)V99.
       01  WS-ITM-SUB                   PIC 9(05).

      *    THE LOG LINE IN HAND, IN THE FORM BOTH LOGS SHARE.
       01  WS-NEW-DATE                  PIC 9(08).
       01  WS-NEW-LOG                   PIC X(08).
       01  WS-NEW-SOURCE                PIC X(08).
       01  WS-NEW-REFERENCE             PIC X(08).
       01  WS-NEW-DETAIL                PIC X(20).
       01  WS-NEW-QUANTITY              PIC 9(05).
       01  WS-NEW-RATE-SUB              PIC 9(01).
       01  WS-COPIES-TEXT               PIC X(02).
       01  WS-COPIES-NUMBER REDEFINES WS-COPIES-TEXT
                                        PIC 9(02).
       01  WS-LINES-TEXT                PIC X(05).
       01  WS-LINES-NUMBER REDEFINES WS-LINES-TEXT
                                        PIC 9(05).
       01  WS-READABLE-SW               PIC X.
           88  WS-READABLE              VALUE "Y".

       01  WS-DEPT-AMOUNT               PIC 9(07)V99.
       01  WS-CHG-QUANTITY              PIC 9(07).
       01  WS-CHG-AMOUNT                PIC 9(07)V99.
       01  WS-DEPTS-BILLED              PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-AMOUNT              PIC 9(07)V99 VALUE ZERO.
       01  WS-JOURNAL-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-BANNER-LINES              PIC 9(05) VALUE ZERO.
       01  WS-BUNDLE-LINES              PIC 9(05) VALUE ZERO.
       01  WS-REASON                    PIC X(22).

       01  WS-STMT-PREFIX.
           05  WS-SP-DEPT-CODE          PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  WS-TL-PREFIX             PIC X(06).
           05  FILLER                   PIC X(40) VALUE
               "PRINT ROOM CHARGEBACK STATEMENT".
           05  FILLER                   PIC X(07) VALUE "PERIOD ".
           05  WS-TL-PERIOD             PIC 9(06).

       01  WS-DEPT-LINE.
           05  WS-DL-PREFIX             PIC X(06).
           05  FILLER                   PIC X(12) VALUE
               "DEPARTMENT".
           05  WS-DL-NAME               PIC X(30).

       01  WS-ATTN-LINE.
           05  WS-AL-PREFIX             PIC X(06).
           05  FILLER                   PIC X(12) VALUE
               "ATTENTION".
           05  WS-AL-MANAGER            PIC X(30).

       01  WS-COLUMN-LINE.
           05  WS-CL-PREFIX             PIC X(06).
           05  FILLER                   PIC X(36) VALUE
               "DATE      SOURCE    REFERENCE DETAIL".
           05  FILLER                   PIC X(38) VALUE
               "               QUANTITY         CHARGE".

       01  WS-DETAIL-LINE.
           05  WS-DT-PREFIX             PIC X(06).
           05  WS-DT-DATE               PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DT-SOURCE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DT-REFERENCE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DT-DETAIL             PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DT-QUANTITY           PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DT-UNIT               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DT-CHARGE             PIC ZZ,ZZ9.99.

       01  WS-CHARGE-TOTAL-LINE.
           05  WS-CT-PREFIX             PIC X(06).
           05  FILLER                   PIC X(06) VALUE "TOTAL ".
           05  WS-CT-CAPTION            PIC X(14).
           05  WS-CT-QUANTITY           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE " AT ".
           05  WS-CT-RATE               PIC ZZ9.9999.
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  WS-CT-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  WS-STMT-TOTAL-LINE.
           05  WS-ST-PREFIX             PIC X(06).
           05  FILLER                   PIC X(20) VALUE
               "TOTAL FOR DEPARTMENT".
           05  FILLER                   PIC X(42) VALUE SPACES.
           05  WS-ST-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  WS-EXCP-TITLE-LINE.
           05  FILLER                   PIC X(40) VALUE
               "PRINT ROOM CHARGEBACK EXCEPTIONS".
           05  FILLER                   PIC X(07) VALUE "PERIOD ".
           05  WS-ET-PERIOD             PIC 9(06).

       01  WS-EXCP-COLUMN-LINE.
           05  FILLER                   PIC X(30) VALUE
               "DATE      LOG       REFERENCE ".
           05  FILLER                   PIC X(28) VALUE
               "DEPT / RECIPIENT       QTY  ".
           05  FILLER                   PIC X(06) VALUE "REASON".

       01  WS-EXCP-LINE.
           05  WS-EL-DATE               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-LOG                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-REFERENCE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-NAME               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-EL-QUANTITY           PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-REASON             PIC X(22).

       01  WS-NO-EXCEPTIONS-LINE        PIC X(80) VALUE
           "NO EXCEPTIONS".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHARGE-BANNERS
           PERFORM 2500-CHARGE-BUNDLES
           PERFORM 4000-WRITE-STATEMENTS
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE BILLING MONTH, LOAD THE RATES
      *    AND THE DEPARTMENTS, AND OPEN THE OUTPUTS.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT BILL-CONTROL-FILE
           IF WS-BC-FILE-STATUS = "00"
               READ BILL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-PERIOD NUMERIC
                           AND BC-PERIOD(5:2) >= "01"
                           AND BC-PERIOD(5:2) <= "12"
                           MOVE BC-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE BILL-CONTROL-FILE
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31
           PERFORM 1050-LOAD-CHARGE-RATES
           OPEN INPUT ORG-UNIT-FILE
           MOVE "PRTBILL" TO WS-FS-CALLER
           MOVE "ORGUNIT" TO WS-FS-DDNAME
           MOVE WS-OU-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-OU-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-READ-ORG-UNIT
           PERFORM 1400-STORE-ORG-UNIT
               UNTIL WS-OU-FILE-STATUS NOT = "00"
           CLOSE ORG-UNIT-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT PRINT-JOURNAL-FILE
           OPEN OUTPUT EXCEPTION-LIST-FILE
           MOVE WS-PERIOD TO WS-ET-PERIOD
           MOVE WS-EXCP-TITLE-LINE TO EXCEPTION-LIST-LINE
           WRITE EXCEPTION-LIST-LINE
           MOVE WS-EXCP-COLUMN-LINE TO EXCEPTION-LIST-LINE
           WRITE EXCEPTION-LIST-LINE.

      ******************************************************************
      *    1050-LOAD-CHARGE-RATES - ONE PARAMETER LOOKUP PER CHARGE,
      *    EFFECTIVE AS OF THE LAST DAY OF THE BILLING MONTH.
      ******************************************************************
       1050-LOAD-CHARGE-RATES.
           MOVE "BANR" TO WS-RT-CHARGE-CODE(1)
           MOVE "RATE-BANNER" TO WS-RT-PARM-NAME(1)
           MOVE "COPIES" TO WS-RT-UNIT(1)
           MOVE "BANNER COPIES" TO WS-RT-CAPTION(1)
           MOVE "LINE" TO WS-RT-CHARGE-CODE(2)
           MOVE "RATE-LINE" TO WS-RT-PARM-NAME(2)
           MOVE "LINES" TO WS-RT-UNIT(2)
           MOVE "REPORT LINES" TO WS-RT-CAPTION(2)
           MOVE "PRTBILL" TO WS-PL-JOB-NAME
           MOVE WS-PERIOD-END TO WS-PL-AS-OF-DATE
           PERFORM 1060-LOOKUP-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

       1060-LOOKUP-ONE-RATE.
           MOVE ZERO TO WS-RT-RATE(WS-RATE-SUB)
           MOVE "N" TO WS-RT-FOUND-SW(WS-RATE-SUB)
           MOVE WS-RT-PARM-NAME(WS-RATE-SUB) TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-RATE =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-RATE > 0
                   MOVE WS-PARM-RATE TO WS-RT-RATE(WS-RATE-SUB)
                   SET WS-RT-FOUND(WS-RATE-SUB) TO TRUE
               END-IF
           END-IF
           IF NOT WS-RT-FOUND(WS-RATE-SUB)
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "PRTBILL: NO RATE ON FILE FOR "
                   WS-RT-PARM-NAME(WS-RATE-SUB)
           END-IF.

       1300-READ-ORG-UNIT.
           READ ORG-UNIT-FILE
               AT END
                   MOVE "10" TO WS-OU-FILE-STATUS
           END-READ.

       1400-STORE-ORG-UNIT.
           IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
               DISPLAY "PRTBILL REFUSED -- MORE THAN " WS-DEPT-MAX
                   " DEPARTMENTS ON ORGUNIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE ORG-UNIT-RECORD TO WS-DEPT-ENTRY(WS-DEPT-COUNT)
           PERFORM 1300-READ-ORG-UNIT.

      ******************************************************************
      *    2000-CHARGE-BANNERS - EVERY BANNER PRINTED IN THE MONTH,
      *    CHARGED PER COPY TO THE DEPARTMENT THAT ASKED FOR IT.
      *    NO LOG MEANS NO BANNERS WERE PRINTED.
      ******************************************************************
       2000-CHARGE-BANNERS.
           OPEN INPUT BANNER-LOG-FILE
           IF WS-BL-FILE-STATUS = "00"
               PERFORM 2010-READ-BANNER-LOG
               PERFORM 2100-CHARGE-ONE-BANNER
                   UNTIL WS-BL-FILE-STATUS NOT = "00"
               CLOSE BANNER-LOG-FILE
           ELSE
               DISPLAY "PRTBILL: NO BANNER LOG -- NO BANNERS CHARGED"
           END-IF.

       2010-READ-BANNER-LOG.
           READ BANNER-LOG-FILE
               AT END
                   MOVE "10" TO WS-BL-FILE-STATUS
           END-READ.

       2100-CHARGE-ONE-BANNER.
           ADD 1 TO WS-BANNER-LINES
           MOVE BL-COPIES TO WS-COPIES-TEXT
           INSPECT WS-COPIES-TEXT REPLACING LEADING SPACE BY "0"
           SET WS-READABLE TO TRUE
           IF BL-PRINT-DATE NOT NUMERIC
               OR WS-COPIES-NUMBER NOT NUMERIC
               MOVE "N" TO WS-READABLE-SW
               MOVE ZERO TO WS-NEW-DATE
               MOVE ZERO TO WS-NEW-QUANTITY
           ELSE
               MOVE BL-PRINT-DATE TO WS-NEW-DATE
               MOVE WS-COPIES-NUMBER TO WS-NEW-QUANTITY
           END-IF
           MOVE "BANNRLOG" TO WS-NEW-LOG
           MOVE "BANNER" TO WS-NEW-SOURCE
           MOVE BL-REQUEST-ID TO WS-NEW-REFERENCE
           MOVE BL-DEPARTMENT TO WS-NEW-DETAIL
           MOVE BL-DEPARTMENT TO WS-FIND-NAME
           MOVE "N" TO WS-FIND-MANAGER-SW
           MOVE 1 TO WS-NEW-RATE-SUB
           PERFORM 3000-CHARGE-ONE-LINE
           PERFORM 2010-READ-BANNER-LOG.

      ******************************************************************
      *    2500-CHARGE-BUNDLES - EVERY BUNDLE BURST IN THE MONTH,
      *    CHARGED PER REPORT LINE TO THE RECIPIENT'S DEPARTMENT.
      ******************************************************************
       2500-CHARGE-BUNDLES.
           OPEN INPUT DISTRIBUTION-LOG-FILE
           IF WS-DS-FILE-STATUS = "00"
               PERFORM 2510-READ-DISTRIBUTION-LOG
               PERFORM 2600-CHARGE-ONE-BUNDLE
                   UNTIL WS-DS-FILE-STATUS NOT = "00"
               CLOSE DISTRIBUTION-LOG-FILE
           ELSE
               DISPLAY "PRTBILL: NO DISTRIBUTION LOG -- NO BUNDLES "
                   "CHARGED"
           END-IF.

       2510-READ-DISTRIBUTION-LOG.
           READ DISTRIBUTION-LOG-FILE
               AT END
                   MOVE "10" TO WS-DS-FILE-STATUS
           END-READ.

       2600-CHARGE-ONE-BUNDLE.
           ADD 1 TO WS-BUNDLE-LINES
           MOVE DS-LINE-COUNT TO WS-LINES-TEXT
           INSPECT WS-LINES-TEXT REPLACING LEADING SPACE BY "0"
           SET WS-READABLE TO TRUE
           IF DS-ISSUE-DATE NOT NUMERIC
               OR WS-LINES-NUMBER NOT NUMERIC
               MOVE "N" TO WS-READABLE-SW
               MOVE ZERO TO WS-NEW-DATE
               MOVE ZERO TO WS-NEW-QUANTITY
           ELSE
               MOVE DS-ISSUE-DATE TO WS-NEW-DATE
               MOVE WS-LINES-NUMBER TO WS-NEW-QUANTITY
           END-IF
           MOVE "DISTLOG" TO WS-NEW-LOG
           MOVE DS-REPORT-NAME TO WS-NEW-SOURCE
           MOVE DS-BUNDLE-REF TO WS-NEW-REFERENCE
           MOVE DS-RECIPIENT TO WS-NEW-DETAIL
           MOVE DS-RECIPIENT TO WS-FIND-NAME
           SET WS-FIND-MANAGER TO TRUE
           MOVE 2 TO WS-NEW-RATE-SUB
           PERFORM 3000-CHARGE-ONE-LINE
           PERFORM 2510-READ-DISTRIBUTION-LOG.

      ******************************************************************
      *    3000-CHARGE-ONE-LINE - A LOG LINE DATED IN THE MONTH WITH
      *    ANYTHING ON IT IS CHARGED OR, IF IT CANNOT BE, LISTED AS
      *    AN EXCEPTION.  A LINE THAT CANNOT BE READ IS LISTED
      *    WHATEVER ITS DATE.
      ******************************************************************
       3000-CHARGE-ONE-LINE.
           IF WS-READABLE
               IF WS-NEW-DATE >= WS-PERIOD-START
                   AND WS-NEW-DATE <= WS-PERIOD-END
                   AND WS-NEW-QUANTITY > ZERO
                   PERFORM 3100-FIND-DEPARTMENT
                   EVALUATE TRUE
                       WHEN WS-DEPT-FOUND = ZERO
                           MOVE "NOT ON ORGUNIT" TO WS-REASON
                           PERFORM 3500-WRITE-EXCEPTION
                       WHEN NOT WS-RT-FOUND(WS-NEW-RATE-SUB)
                           MOVE "NO RATE ON FILE" TO WS-REASON
                           PERFORM 3500-WRITE-EXCEPTION
                       WHEN WS-ITM-COUNT NOT < WS-ITM-MAX
                           DISPLAY "PRTBILL REFUSED -- MORE THAN "
                               WS-ITM-MAX " CHARGES IN THE MONTH"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       WHEN OTHER
                           PERFORM 3200-STORE-CHARGE
                   END-EVALUATE
               END-IF
           ELSE
               MOVE "LOG LINE UNREADABLE" TO WS-REASON
               PERFORM 3500-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
      *    3100-FIND-DEPARTMENT - A BANNER DEPARTMENT MATCHES AN
      *    ORGUNIT CODE OR NAME; A RECIPIENT MAY ALSO BE THE
      *    DEPARTMENT'S MANAGER.
      ******************************************************************
       3100-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-FOUND
           IF WS-FIND-NAME NOT = SPACES
               PERFORM 3110-CHECK-ONE-DEPARTMENT
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND > ZERO
           END-IF.

       3110-CHECK-ONE-DEPARTMENT.
           IF WS-DP-CODE(WS-DEPT-SUB) = WS-FIND-NAME
               OR WS-DP-NAME(WS-DEPT-SUB)(1:20) = WS-FIND-NAME
               MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
           END-IF
           IF WS-FIND-MANAGER
               AND WS-DP-MANAGER(WS-DEPT-SUB)(1:20) = WS-FIND-NAME
               MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
           END-IF.

       3200-STORE-CHARGE.
           ADD 1 TO WS-ITM-COUNT
           MOVE WS-NEW-DATE TO WS-I-DATE(WS-ITM-COUNT)
           MOVE WS-NEW-SOURCE TO WS-I-SOURCE(WS-ITM-COUNT)
           MOVE WS-NEW-REFERENCE TO WS-I-REFERENCE(WS-ITM-COUNT)
           MOVE WS-NEW-DETAIL TO WS-I-DETAIL(WS-ITM-COUNT)
           MOVE WS-NEW-QUANTITY TO WS-I-QUANTITY(WS-ITM-COUNT)
           MOVE WS-NEW-RATE-SUB TO WS-I-RATE-SUB(WS-ITM-COUNT)
           MOVE WS-DEPT-FOUND TO WS-I-DEPT-SUB(WS-ITM-COUNT)
           COMPUTE WS-I-CHARGE(WS-ITM-COUNT) ROUNDED =
               WS-NEW-QUANTITY * WS-RT-RATE(WS-NEW-RATE-SUB).

       3500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-READABLE
               MOVE WS-NEW-DATE TO WS-EL-DATE
           ELSE
               MOVE "????????" TO WS-EL-DATE
           END-IF
           MOVE WS-NEW-LOG TO WS-EL-LOG
           MOVE WS-NEW-REFERENCE TO WS-EL-REFERENCE
           MOVE WS-NEW-DETAIL TO WS-EL-NAME
           MOVE WS-NEW-QUANTITY TO WS-EL-QUANTITY
           MOVE WS-REASON TO WS-EL-REASON
           MOVE WS-EXCP-LINE TO EXCEPTION-LIST-LINE
           WRITE EXCEPTION-LIST-LINE.

      ******************************************************************
      *    4000-WRITE-STATEMENTS - ONE STATEMENT PER DEPARTMENT WITH
      *    ANYTHING CHARGED, IN ORGUNIT ORDER, AND ITS JOURNAL
      *    RECORDS; THEN THE JOURNAL TRAILER.
      ******************************************************************
       4000-WRITE-STATEMENTS.
           PERFORM 4100-BILL-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO PRINT-JOURNAL-RECORD
           MOVE WS-PERIOD TO PJ-PERIOD
           MOVE WS-RUN-DATE TO PJ-POST-DATE
           SET PJ-TRAILER TO TRUE
           MOVE WS-JOURNAL-COUNT TO PJ-QUANTITY
           MOVE WS-TOTAL-AMOUNT TO PJ-AMOUNT
           WRITE PRINT-JOURNAL-RECORD
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE WS-NO-EXCEPTIONS-LINE TO EXCEPTION-LIST-LINE
               WRITE EXCEPTION-LIST-LINE
           END-IF.

       4100-BILL-ONE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-AMOUNT
           PERFORM 4110-COUNT-ONE-ITEM
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT
           IF WS-DEPT-AMOUNT > ZERO
               ADD 1 TO WS-DEPTS-BILLED
               PERFORM 4200-WRITE-STATEMENT-HEAD
               PERFORM 4300-WRITE-ONE-DETAIL
                   VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
               MOVE WS-STMT-PREFIX TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM 4400-TOTAL-ONE-CHARGE
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               MOVE WS-STMT-PREFIX TO WS-ST-PREFIX
               MOVE WS-DEPT-AMOUNT TO WS-ST-AMOUNT
               MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-STMT-PREFIX TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD WS-DEPT-AMOUNT TO WS-TOTAL-AMOUNT
           END-IF.

       4110-COUNT-ONE-ITEM.
           IF WS-I-DEPT-SUB(WS-ITM-SUB) = WS-DEPT-SUB
               ADD WS-I-CHARGE(WS-ITM-SUB) TO WS-DEPT-AMOUNT
           END-IF.

       4200-WRITE-STATEMENT-HEAD.
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-SP-DEPT-CODE
           MOVE WS-STMT-PREFIX TO WS-TL-PREFIX
           MOVE WS-PERIOD TO WS-TL-PERIOD
           MOVE WS-TITLE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-PREFIX TO WS-DL-PREFIX
           MOVE WS-DP-NAME(WS-DEPT-SUB) TO WS-DL-NAME
           MOVE WS-DEPT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-PREFIX TO WS-AL-PREFIX
           MOVE WS-DP-MANAGER(WS-DEPT-SUB) TO WS-AL-MANAGER
           MOVE WS-ATTN-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-PREFIX TO WS-CL-PREFIX
           MOVE WS-COLUMN-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       4300-WRITE-ONE-DETAIL.
           IF WS-I-DEPT-SUB(WS-ITM-SUB) = WS-DEPT-SUB
               MOVE WS-I-RATE-SUB(WS-ITM-SUB) TO WS-RATE-SUB
               MOVE WS-STMT-PREFIX TO WS-DT-PREFIX
               MOVE WS-I-DATE(WS-ITM-SUB) TO WS-DT-DATE
               MOVE WS-I-SOURCE(WS-ITM-SUB) TO WS-DT-SOURCE
               MOVE WS-I-REFERENCE(WS-ITM-SUB) TO WS-DT-REFERENCE
               MOVE WS-I-DETAIL(WS-ITM-SUB) TO WS-DT-DETAIL
               MOVE WS-I-QUANTITY(WS-ITM-SUB) TO WS-DT-QUANTITY
               MOVE WS-RT-UNIT(WS-RATE-SUB) TO WS-DT-UNIT
               MOVE WS-I-CHARGE(WS-ITM-SUB) TO WS-DT-CHARGE
               MOVE WS-DETAIL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      ******************************************************************
      *    4400-TOTAL-ONE-CHARGE - THE DEPARTMENT'S TOTAL FOR ONE
      *    CHARGE CODE: A STATEMENT LINE AND A JOURNAL RECORD.
      ******************************************************************
       4400-TOTAL-ONE-CHARGE.
           MOVE ZERO TO WS-CHG-QUANTITY
           MOVE ZERO TO WS-CHG-AMOUNT
           PERFORM 4410-SUM-ONE-ITEM
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT
           IF WS-CHG-QUANTITY > ZERO
               MOVE WS-STMT-PREFIX TO WS-CT-PREFIX
               MOVE WS-RT-CAPTION(WS-RATE-SUB) TO WS-CT-CAPTION
               MOVE WS-CHG-QUANTITY TO WS-CT-QUANTITY
               MOVE WS-RT-RATE(WS-RATE-SUB) TO WS-CT-RATE
               MOVE WS-CHG-AMOUNT TO WS-CT-AMOUNT
               MOVE WS-CHARGE-TOTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO PRINT-JOURNAL-RECORD
               MOVE WS-PERIOD TO PJ-PERIOD
               MOVE WS-RUN-DATE TO PJ-POST-DATE
               MOVE WS-DP-CODE(WS-DEPT-SUB) TO PJ-DEPT-CODE
               MOVE WS-RT-CHARGE-CODE(WS-RATE-SUB) TO PJ-CHARGE-CODE
               MOVE WS-CHG-QUANTITY TO PJ-QUANTITY
               MOVE WS-CHG-AMOUNT TO PJ-AMOUNT
               WRITE PRINT-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-COUNT
           END-IF.

       4410-SUM-ONE-ITEM.
           IF WS-I-DEPT-SUB(WS-ITM-SUB) = WS-DEPT-SUB
               AND WS-I-RATE-SUB(WS-ITM-SUB) = WS-RATE-SUB
               ADD WS-I-QUANTITY(WS-ITM-SUB) TO WS-CHG-QUANTITY
               ADD WS-I-CHARGE(WS-ITM-SUB) TO WS-CHG-AMOUNT
           END-IF.

       9999-TERMINATE.
           CLOSE STATEMENT-FILE
           CLOSE PRINT-JOURNAL-FILE
           CLOSE EXCEPTION-LIST-FILE
           DISPLAY "PRTBILL: PERIOD " WS-PERIOD " "
               WS-DEPTS-BILLED " DEPARTMENTS, "
               WS-BANNER-LINES " BANNER AND "
               WS-BUNDLE-LINES " BUNDLE LOG LINES READ, "
               WS-EXCEPTION-COUNT " EXCEPTIONS"
           EVALUATE TRUE
               WHEN WS-NO-RATE-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
