       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAMASK.
       AUTHOR. STRING-UTILITIES-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    DATAMASK MAKES TEST DATA OUT OF A PRODUCTION MASTER (THE
      *    FLAT PATMAST COPY, EMPMAST, PLYRMAST, ANY OTHER FIXED
      *    LAYOUT -- POINT MASKIN AT IT) SO NOBODY HAND-EDITS NAMES
      *    IN A COPY AGAIN.  THE SAME POSITIONAL FIELDSPC CARDS AS
      *    CSVXTRCT NAME THE FIELDS TO MASK (NAME COLS 1-20, START
      *    22-24, LENGTH 26-28) WITH A METHOD IN COL 30:
      *        P  PSEUDONYM -- THE VALUE IS LOOKED UP ON THE MASKXREF
      *           CROSS-REFERENCE AND REPLACED BY THE FAKE VALUE
      *           FILED THERE.  A VALUE NOT YET FILED IS GIVEN A NEW
      *           FAKE VALUE DRAWN AT RANDOM (LETTERS STAY LETTERS,
      *           DIGITS STAY DIGITS, ANYTHING ELSE STAYS), NEVER ONE
      *           ALREADY GIVEN TO ANOTHER VALUE, AND THE PAIR IS
      *           FILED.  THE SAME VALUE THEREFORE MASKS THE SAME ON
      *           EVERY FILE AND EVERY RUN, SO MASKED IDS STILL JOIN
      *           AND STAY UNIQUE, WHILE THE FAKE VALUE CARRIES
      *           NOTHING OF THE REAL ONE: ONLY THE CROSS-REFERENCE
      *           LEADS BACK, AND IT STAYS IN PRODUCTION -- IT IS
      *           NEVER SHIPPED WITH THE TEST COPY.  40 BYTES AT MOST.
      *        S  SCRAMBLE -- REVERSED THROUGH REVERSE-STRING'S
      *           "REVERSE-FIELD" ENTRY (AS RVSTRBAT USES IT), THEN
      *           THE PSEUDONYM LOOKUP.  40 BYTES AT MOST.
      *        R  REVERSE -- "REVERSE-FIELD" ALONE.  256 AT MOST.
      *        D  DATE SHIFT -- A YYYYMMDD FIELD (LENGTH 8) MOVED
      *           BY THE MASKCTL OFFSET; A BLANK OR INVALID DATE IS
      *           LEFT AS IT IS AND COUNTED AS UNCHANGED.
      *        Z  ZERO -- THE FIELD BECOMES ALL ZERO DIGITS.
      *    THE MASKCTL CARD CARRIES THE SOURCE NAME FOR THE REPORT
      *    (COLS 1-8) AND THE DATE SHIFT IN DAYS (SIGN COL 17, DAYS
      *    COLS 18-21).  WHEN THE SOURCE NAME IS PATMAST EVERY RECORD
      *    MASKED IS A PATIENT DISCLOSURE AND IS RECORDED THROUGH
      *    PATACCS AS A BULK ACCESS, PATIENT ID FROM COLS 1-8 OF THE
      *    RECORD AS READ, AS CSVXTRCT DOES.  NOTHING
      *    BUT THE NAMED FIELDS IS TOUCHED: EVERY RECORD IS WRITTEN
      *    BACK WITH ITS LENGTH AND LAYOUT AS READ.
      *    A MISSING MASKCTL CARD, A SPEC CARD THAT CANNOT BE USED
      *    (OUTSIDE THE RECORD AREA, UNKNOWN METHOD, TOO LONG FOR
      *    ITS METHOD, OVERLAPPING ANOTHER FIELD) OR NO SPEC CARDS
      *    AT ALL REFUSES THE WHOLE RUN -- A SPEC DROPPED HERE IS A
      *    FIELD SHIPPED UNMASKED.  THE MASKRPT CONTROL REPORT
      *    SHOWS EACH FIELD TOUCHED WITH HOW MANY RECORDS IT
      *    CHANGED, LISTS BY NUMBER ANY RECORD NO FIELD CHANGED,
      *    AND BALANCES RECORDS READ TO RECORDS WRITTEN.  ANY
      *    RECORD LEFT UNCHANGED EXITS 4.  A CROSS-REFERENCE THAT
      *    CANNOT BE OPENED REFUSES THE RUN (RC 12); ONE THAT CANNOT
      *    TAKE A NEW PAIR, OR A VALUE NO UNUSED FAKE VALUE CAN BE
      *    FOUND FOR, STOPS IT WITH RC 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-CONTROL-FILE ASSIGN TO "MASKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-FILE-STATUS.

           SELECT FIELD-SPEC-FILE ASSIGN TO "FIELDSPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE-STATUS.

           SELECT MASK-INPUT-FILE ASSIGN TO "MASKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MI-FILE-STATUS.

           SELECT MASK-OUTPUT-FILE ASSIGN TO "MASKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MO-FILE-STATUS.

           SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-FILE-STATUS.

           SELECT MASK-XREF-FILE ASSIGN TO "MASKXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MX-KEY
               FILE STATUS IS WS-MX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-CONTROL-FILE.
       01  MASK-CONTROL-RECORD.
           05  MC-SOURCE-NAME           PIC X(08).
           05  FILLER                   PIC X(08).
           05  MC-SHIFT-SIGN            PIC X(01).
           05  MC-SHIFT-DAYS            PIC 9(04).

       FD  FIELD-SPEC-FILE.
       01  FIELD-SPEC-RECORD.
           05  FS-FIELD-NAME            PIC X(20).
           05  FILLER                   PIC X(01).
           05  FS-START                 PIC 9(03).
           05  FILLER                   PIC X(01).
           05  FS-LENGTH                PIC 9(03).
           05  FILLER                   PIC X(01).
           05  FS-METHOD                PIC X(01).

       FD  MASK-INPUT-FILE.
       01  MASK-INPUT-RECORD            PIC X(400).

       FD  MASK-OUTPUT-FILE.
       01  MASK-OUTPUT-RECORD           PIC X(400).

       FD  MASK-REPORT-FILE.
       01  MASK-REPORT-LINE             PIC X(100).

      *    ONE PAIR IS FILED TWICE: UNDER THE REAL VALUE (TYPE O) TO
      *    FIND ITS FAKE, AND UNDER THE FAKE (TYPE F) SO NO FAKE IS
      *    EVER GIVEN TO A SECOND VALUE.
       FD  MASK-XREF-FILE.
       01  MASK-XREF-RECORD.
           05  MX-KEY.
               10  MX-KEY-TYPE          PIC X(01).
               10  MX-KEY-VALUE         PIC X(40).
           05  MX-OTHER-VALUE           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-PA-PROGRAM            PIC X(08) EXTERNAL.
       01 WS-PA-ACCESS-TYPE        PIC X EXTERNAL.
       01 WS-PA-PATIENT-ID         PIC X(08) EXTERNAL.

       01  WS-MC-FILE-STATUS            PIC XX.
       01  WS-FS-FILE-STATUS            PIC XX.
       01  WS-MI-FILE-STATUS            PIC XX.
       01  WS-MO-FILE-STATUS            PIC XX.
       01  WS-MR-FILE-STATUS            PIC XX.
       01  WS-MX-FILE-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X VALUE "N".
           88  WS-EOF                   VALUE "Y".
       01  WS-REFUSE-SW                 PIC X VALUE "N".
           88  WS-REFUSED               VALUE "Y".

      *    THE MASKCTL CARD.
       01  WS-SOURCE-NAME               PIC X(08) VALUE SPACES.
           88  WS-SOURCE-IS-PATMAST     VALUE "PATMAST".
       01  WS-SHIFT-DAYS                PIC S9(04) VALUE ZERO.

      *    THE FIELD SPECIFICATIONS, IN CARD ORDER, WITH THE COUNT OF
      *    RECORDS EACH ONE CHANGED AND LEFT AS THEY WERE.
       01  WS-SPC-MAX                   PIC 9(02) VALUE 30.
       01  WS-SPC-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-SPC-TABLE.
           05  WS-SPC-ENTRY OCCURS 30 TIMES.
               10  WS-S-FIELD-NAME      PIC X(20).
               10  WS-S-START           PIC 9(03).
               10  WS-S-LENGTH          PIC 9(03).
               10  WS-S-METHOD          PIC X(01).
                   88  WS-S-PSEUDONYM   VALUE "P".
                   88  WS-S-SCRAMBLE    VALUE "S".
                   88  WS-S-REVERSE     VALUE "R".
                   88  WS-S-DATE-SHIFT  VALUE "D".
                   88  WS-S-ZERO        VALUE "Z".
               10  WS-S-CHANGED         PIC 9(07).
               10  WS-S-UNCHANGED       PIC 9(07).
       01  WS-SPC-SUB                   PIC 9(02).
       01  WS-CHK-SUB                   PIC 9(02).
       01  WS-SPEC-END                  PIC 9(03).
       01  WS-CHK-END                   PIC 9(03).
       01  WS-SPEC-REASON               PIC X(30).

      *    THE FIELD BEING MASKED, AND ITS VALUE AS READ.
       01  WS-FIELD-WORK                PIC X(400).
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-WORK.
           05  WS-F-CHAR                PIC X OCCURS 400 TIMES.
       01  WS-FIELD-BEFORE              PIC X(400).
       01  WS-FIELD-LEN                 PIC 9(03).
       01  WS-REC-CHANGED-SW            PIC X.
           88  WS-REC-CHANGED           VALUE "Y".

      *    THE REVERSE-FIELD INTERFACE.
       01  WS-REV-LENGTH                PIC 9(04) COMP.
       01  WS-REV-FIELD                 PIC X(256).

      *    THE PSEUDONYM CROSS-REFERENCE.  A NEW FAKE VALUE IS DRAWN
      *    UP TO WS-TRY-MAX TIMES BEFORE THE VALUE IS GIVEN UP ON.
       01  WS-PSEUDONYM-MAX             PIC 9(03) VALUE 40.
       01  WS-TRY-MAX                   PIC 9(03) VALUE 100.
       01  WS-TRIES                     PIC 9(03).
       01  WS-RANDOM-SEED               PIC 9(08).
       01  WS-RANDOM-WORK               PIC V9(09).
       01  WS-ALNUM-COUNT               PIC 9(03).
       01  WS-FAKE-FREE-SW              PIC X.
           88  WS-FAKE-FREE             VALUE "Y".
       01  WS-REAL-VALUE                PIC X(40).
       01  WS-FAKE-VALUE                PIC X(40).
       01  WS-FAKE-TABLE REDEFINES WS-FAKE-VALUE.
           05  WS-FV-CHAR               PIC X OCCURS 40 TIMES.
       01  WS-NEW-PSEUDONYMS            PIC 9(07) VALUE ZERO.
       01  WS-ALPHA-DATA                PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ALPHA-TABLE REDEFINES WS-ALPHA-DATA.
           05  WS-ALPHA                 PIC X OCCURS 26 TIMES.
       01  WS-DIGIT-DATA                PIC X(10) VALUE "0123456789".
       01  WS-DIGIT-TABLE REDEFINES WS-DIGIT-DATA.
           05  WS-DIGIT                 PIC X OCCURS 10 TIMES.
       01  WS-CHAR-SUB                  PIC 9(03).
       01  WS-NEW-NO                    PIC 9(02).

      *    THE DATE SHIFT.
       01  WS-DATE-WORK                 PIC 9(08).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR               PIC 9(04).
           05  WS-DW-MONTH              PIC 9(02).
           05  WS-DW-DAY                PIC 9(02).
       01  WS-DATE-INT                  PIC 9(07).

       01  WS-RECORDS-READ              PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN           PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-UNCHANGED         PIC 9(07) VALUE ZERO.
       01  WS-RUN-DATE                  PIC X(08).

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(42)
               VALUE "DATAMASK TEST-DATA MASKING CONTROL REPORT ".
           05  FILLER                   PIC X(07) VALUE "SOURCE ".
           05  WS-T-SOURCE              PIC X(08).
           05  FILLER                   PIC X(05) VALUE " RUN ".
           05  WS-T-RUN-DATE            PIC X(08).
       01  WS-SHIFT-LINE.
           05  FILLER                   PIC X(17)
               VALUE "DATE SHIFT DAYS: ".
           05  WS-SH-DAYS               PIC -(4)9.
       01  WS-EXCEPTION-LINE.
           05  FILLER                   PIC X(07) VALUE "RECORD ".
           05  WS-X-RECORD-NO           PIC ZZZZZZ9.
           05  FILLER                   PIC X(26)
               VALUE " -- NO FIELD WAS CHANGED".
       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(35)
               VALUE "FIELD                START LENGTH  ".
           05  FILLER                   PIC X(32)
               VALUE "METHOD        CHANGED  UNCHANGED".
       01  WS-FIELD-LINE.
           05  WS-FL-NAME               PIC X(20).
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  WS-FL-START              PIC ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  WS-FL-LENGTH             PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-FL-METHOD             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-FL-CHANGED            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-FL-UNCHANGED          PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL              PIC X(30).
           05  WS-CL-COUNT              PIC Z,ZZZ,ZZ9.
       01  WS-VERDICT-LINE              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MASK-ONE-RECORD
               UNTIL WS-EOF
           PERFORM 8000-WRITE-CONTROL-TOTALS
           PERFORM 9999-TERMINATE
           DISPLAY "DATAMASK MASKED " WS-RECORDS-WRITTEN
               " RECORDS, UNCHANGED " WS-RECORDS-UNCHANGED
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - TAKE THE MASKCTL CARD AND THE SPECS,
      *    REFUSING THE RUN IF EITHER CANNOT BE TRUSTED, THEN OPEN
      *    THE MASTER AND PRIME THE READ.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT MASK-CONTROL-FILE
           IF WS-MC-FILE-STATUS = "00"
               READ MASK-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-MC-FILE-STATUS
               END-READ
               CLOSE MASK-CONTROL-FILE
           END-IF
           IF WS-MC-FILE-STATUS NOT = "00"
               OR MC-SHIFT-DAYS NOT NUMERIC
               OR (MC-SHIFT-SIGN NOT = "+" AND MC-SHIFT-SIGN NOT = "-")
               DISPLAY "DATAMASK REFUSED -- NO USABLE MASKCTL CARD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MC-SOURCE-NAME TO WS-SOURCE-NAME
           MOVE MC-SHIFT-DAYS TO WS-SHIFT-DAYS
           IF MC-SHIFT-SIGN = "-"
               COMPUTE WS-SHIFT-DAYS = ZERO - WS-SHIFT-DAYS
           END-IF
           OPEN INPUT FIELD-SPEC-FILE
           IF WS-FS-FILE-STATUS = "00"
               PERFORM 1100-READ-FIELD-SPEC
               PERFORM 1200-STORE-FIELD-SPEC
                   UNTIL WS-EOF
               CLOSE FIELD-SPEC-FILE
           END-IF
           IF WS-SPC-COUNT = ZERO
               DISPLAY "DATAMASK REFUSED -- NO FIELD SPECS"
               SET WS-REFUSED TO TRUE
           END-IF
           IF WS-REFUSED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MASK-XREF-FILE
           IF WS-MX-FILE-STATUS NOT = "00"
               DISPLAY "DATAMASK REFUSED -- MASKXREF NOT AVAILABLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASK-INPUT-FILE
           IF WS-MI-FILE-STATUS NOT = "00"
               DISPLAY "DATAMASK REFUSED -- MASKIN NOT AVAILABLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RANDOM-SEED
           COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM(WS-RANDOM-SEED)
           IF WS-SOURCE-IS-PATMAST
               MOVE "DATAMASK" TO WS-PA-PROGRAM
               MOVE "B" TO WS-PA-ACCESS-TYPE
               CALL "PATACCS"
           END-IF
           OPEN OUTPUT MASK-OUTPUT-FILE
           OPEN OUTPUT MASK-REPORT-FILE
           PERFORM 1400-WRITE-REPORT-HEADING
           MOVE "N" TO WS-EOF-SW
           PERFORM 1300-READ-MASK-INPUT.

       1100-READ-FIELD-SPEC.
           READ FIELD-SPEC-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    1200-STORE-FIELD-SPEC - EVERY CARD IS CHECKED AND EVERY BAD
      *    ONE NAMED BEFORE THE RUN IS REFUSED, SO ONE RERUN FIXES
      *    THEM ALL.
      ******************************************************************
       1200-STORE-FIELD-SPEC.
           MOVE SPACES TO WS-SPEC-REASON
           EVALUATE TRUE
               WHEN WS-SPC-COUNT >= WS-SPC-MAX
                   MOVE "MORE THAN 30 FIELDS" TO WS-SPEC-REASON
               WHEN FS-START NOT NUMERIC OR FS-LENGTH NOT NUMERIC
                   OR FS-START = ZERO OR FS-LENGTH = ZERO
                   OR FS-START + FS-LENGTH - 1 > 400
                   MOVE "OUTSIDE THE RECORD AREA" TO WS-SPEC-REASON
               WHEN FS-METHOD NOT = "P" AND FS-METHOD NOT = "S"
                   AND FS-METHOD NOT = "R" AND FS-METHOD NOT = "D"
                   AND FS-METHOD NOT = "Z"
                   MOVE "UNKNOWN MASKING METHOD" TO WS-SPEC-REASON
               WHEN (FS-METHOD = "P" OR FS-METHOD = "S")
                   AND FS-LENGTH > WS-PSEUDONYM-MAX
                   MOVE "LONGER THAN 40 TO PSEUDONYM" TO WS-SPEC-REASON
               WHEN FS-METHOD = "R" AND FS-LENGTH > 256
                   MOVE "LONGER THAN 256 TO REVERSE" TO WS-SPEC-REASON
               WHEN FS-METHOD = "D" AND FS-LENGTH NOT = 8
                   MOVE "DATE NOT 8 BYTES" TO WS-SPEC-REASON
               WHEN OTHER
                   COMPUTE WS-SPEC-END = FS-START + FS-LENGTH - 1
                   PERFORM 1210-CHECK-OVERLAP
                       VARYING WS-CHK-SUB FROM 1 BY 1
                       UNTIL WS-CHK-SUB > WS-SPC-COUNT
                           OR WS-SPEC-REASON NOT = SPACES
           END-EVALUATE
           IF WS-SPEC-REASON = SPACES
               ADD 1 TO WS-SPC-COUNT
               MOVE FS-FIELD-NAME TO WS-S-FIELD-NAME(WS-SPC-COUNT)
               MOVE FS-START TO WS-S-START(WS-SPC-COUNT)
               MOVE FS-LENGTH TO WS-S-LENGTH(WS-SPC-COUNT)
               MOVE FS-METHOD TO WS-S-METHOD(WS-SPC-COUNT)
               MOVE ZERO TO WS-S-CHANGED(WS-SPC-COUNT)
               MOVE ZERO TO WS-S-UNCHANGED(WS-SPC-COUNT)
           ELSE
               DISPLAY "DATAMASK: SPEC REJECTED -- " FS-FIELD-NAME
                   " " WS-SPEC-REASON
               SET WS-REFUSED TO TRUE
           END-IF
           PERFORM 1100-READ-FIELD-SPEC.

       1210-CHECK-OVERLAP.
           COMPUTE WS-CHK-END =
               WS-S-START(WS-CHK-SUB) + WS-S-LENGTH(WS-CHK-SUB) - 1
           IF FS-START <= WS-CHK-END
               AND WS-SPEC-END >= WS-S-START(WS-CHK-SUB)
               MOVE "OVERLAPS ANOTHER FIELD" TO WS-SPEC-REASON
           END-IF.

       1300-READ-MASK-INPUT.
           MOVE SPACES TO MASK-INPUT-RECORD
           READ MASK-INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1400-WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-SOURCE-NAME TO WS-T-SOURCE
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE
           WRITE MASK-REPORT-LINE FROM WS-TITLE-LINE
           MOVE WS-SHIFT-DAYS TO WS-SH-DAYS
           WRITE MASK-REPORT-LINE FROM WS-SHIFT-LINE
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE.

      ******************************************************************
      *    2000-MASK-ONE-RECORD - EACH SPEC'S SLICE IS MASKED IN PLACE
      *    IN THE RECORD AREA AND THE RECORD IS WRITTEN WHOLE; A
      *    RECORD NO FIELD CHANGED IS LISTED BY ITS NUMBER ONLY.
      ******************************************************************
       2000-MASK-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF WS-SOURCE-IS-PATMAST
               MOVE MASK-INPUT-RECORD(1:8) TO WS-PA-PATIENT-ID
               CALL "PAT-ACCESS"
           END-IF
           MOVE "N" TO WS-REC-CHANGED-SW
           PERFORM 2100-MASK-ONE-FIELD
               VARYING WS-SPC-SUB FROM 1 BY 1
               UNTIL WS-SPC-SUB > WS-SPC-COUNT
           MOVE MASK-INPUT-RECORD TO MASK-OUTPUT-RECORD
           WRITE MASK-OUTPUT-RECORD
           IF WS-MO-FILE-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           IF NOT WS-REC-CHANGED
               ADD 1 TO WS-RECORDS-UNCHANGED
               MOVE WS-RECORDS-READ TO WS-X-RECORD-NO
               WRITE MASK-REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF
           PERFORM 1300-READ-MASK-INPUT.

       2100-MASK-ONE-FIELD.
           MOVE WS-S-LENGTH(WS-SPC-SUB) TO WS-FIELD-LEN
           MOVE SPACES TO WS-FIELD-WORK
           MOVE MASK-INPUT-RECORD(WS-S-START(WS-SPC-SUB):WS-FIELD-LEN)
               TO WS-FIELD-WORK
           MOVE WS-FIELD-WORK TO WS-FIELD-BEFORE
           EVALUATE TRUE
               WHEN WS-S-PSEUDONYM(WS-SPC-SUB)
                   PERFORM 3000-SUBSTITUTE-PSEUDONYM
               WHEN WS-S-SCRAMBLE(WS-SPC-SUB)
                   PERFORM 3100-REVERSE-FIELD
                   PERFORM 3000-SUBSTITUTE-PSEUDONYM
               WHEN WS-S-REVERSE(WS-SPC-SUB)
                   PERFORM 3100-REVERSE-FIELD
               WHEN WS-S-DATE-SHIFT(WS-SPC-SUB)
                   PERFORM 3200-SHIFT-DATE
               WHEN WS-S-ZERO(WS-SPC-SUB)
                   MOVE ALL "0" TO WS-FIELD-WORK(1:WS-FIELD-LEN)
           END-EVALUATE
           MOVE WS-FIELD-WORK(1:WS-FIELD-LEN)
               TO MASK-INPUT-RECORD(WS-S-START(WS-SPC-SUB):WS-FIELD-LEN)
           IF WS-FIELD-WORK = WS-FIELD-BEFORE
               ADD 1 TO WS-S-UNCHANGED(WS-SPC-SUB)
           ELSE
               ADD 1 TO WS-S-CHANGED(WS-SPC-SUB)
               SET WS-REC-CHANGED TO TRUE
           END-IF.

      ******************************************************************
      *    3000-SUBSTITUTE-PSEUDONYM - A VALUE WITH NO LETTER OR DIGIT
      *    HAS NOTHING TO HIDE AND IS LEFT AS IT IS.  ANY OTHER TAKES
      *    THE FAKE VALUE FILED FOR IT, OR A NEW ONE.
      ******************************************************************
       3000-SUBSTITUTE-PSEUDONYM.
           MOVE ZERO TO WS-ALNUM-COUNT
           PERFORM 3010-COUNT-ALNUM
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-FIELD-LEN
           IF WS-ALNUM-COUNT > ZERO
               MOVE "O" TO MX-KEY-TYPE
               MOVE WS-FIELD-WORK(1:40) TO MX-KEY-VALUE
               READ MASK-XREF-FILE
                   INVALID KEY
                       PERFORM 3020-ASSIGN-PSEUDONYM
               END-READ
               MOVE MX-OTHER-VALUE TO WS-FIELD-WORK(1:40)
           END-IF.

       3010-COUNT-ALNUM.
           IF WS-F-CHAR(WS-CHAR-SUB) IS NUMERIC
               OR (WS-F-CHAR(WS-CHAR-SUB) IS ALPHABETIC-UPPER
                   AND WS-F-CHAR(WS-CHAR-SUB) NOT = SPACE)
               ADD 1 TO WS-ALNUM-COUNT
           END-IF.

      *    THE FAKE IS RESERVED UNDER ITS OWN KEY FIRST; A FAKE ALREADY
      *    RESERVED, OR ONE THAT CAME OUT THE SAME AS THE REAL VALUE,
      *    IS DRAWN AGAIN.
       3020-ASSIGN-PSEUDONYM.
           MOVE WS-FIELD-WORK(1:40) TO WS-REAL-VALUE
           MOVE ZERO TO WS-TRIES
           MOVE "N" TO WS-FAKE-FREE-SW
           PERFORM 3030-TRY-ONE-PSEUDONYM
               UNTIL WS-FAKE-FREE
           MOVE "O" TO MX-KEY-TYPE
           MOVE WS-REAL-VALUE TO MX-KEY-VALUE
           MOVE WS-FAKE-VALUE TO MX-OTHER-VALUE
           WRITE MASK-XREF-RECORD
           IF WS-MX-FILE-STATUS NOT = "00"
               DISPLAY "DATAMASK STOPPED -- MASKXREF WRITE STATUS "
                   WS-MX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-PSEUDONYMS.

       3030-TRY-ONE-PSEUDONYM.
           IF WS-TRIES NOT < WS-TRY-MAX
               DISPLAY "DATAMASK STOPPED -- NO UNUSED PSEUDONYM FOR "
                   WS-S-FIELD-NAME(WS-SPC-SUB)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRIES
           MOVE WS-REAL-VALUE TO WS-FAKE-VALUE
           PERFORM 3040-DRAW-ONE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-FIELD-LEN
           IF WS-FAKE-VALUE NOT = WS-REAL-VALUE
               MOVE "F" TO MX-KEY-TYPE
               MOVE WS-FAKE-VALUE TO MX-KEY-VALUE
               MOVE WS-REAL-VALUE TO MX-OTHER-VALUE
               WRITE MASK-XREF-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FAKE-FREE TO TRUE
               END-WRITE
           END-IF.

       3040-DRAW-ONE-CHAR.
           EVALUATE TRUE
               WHEN WS-FV-CHAR(WS-CHAR-SUB) IS NUMERIC
                   COMPUTE WS-NEW-NO = FUNCTION RANDOM * 10 + 1
                   MOVE WS-DIGIT(WS-NEW-NO) TO WS-FV-CHAR(WS-CHAR-SUB)
               WHEN WS-FV-CHAR(WS-CHAR-SUB) IS ALPHABETIC-UPPER
                   AND WS-FV-CHAR(WS-CHAR-SUB) NOT = SPACE
                   COMPUTE WS-NEW-NO = FUNCTION RANDOM * 26 + 1
                   MOVE WS-ALPHA(WS-NEW-NO) TO WS-FV-CHAR(WS-CHAR-SUB)
           END-EVALUATE.

      ******************************************************************
      *    3100-REVERSE-FIELD - THE SAME IN-PLACE SWAP RVSTRBAT DRIVES,
      *    OVER THE FIELD'S FULL DECLARED LENGTH.
      ******************************************************************
       3100-REVERSE-FIELD.
           MOVE WS-FIELD-LEN TO WS-REV-LENGTH
           MOVE WS-FIELD-WORK TO WS-REV-FIELD
           CALL "REVERSE-FIELD" USING WS-REV-LENGTH WS-REV-FIELD
           MOVE WS-REV-FIELD TO WS-FIELD-WORK.

      ******************************************************************
      *    3200-SHIFT-DATE - ONLY A REAL CALENDAR DATE IS MOVED.
      ******************************************************************
       3200-SHIFT-DATE.
           IF WS-FIELD-WORK(1:8) NUMERIC
               MOVE WS-FIELD-WORK(1:8) TO WS-DATE-WORK
               IF WS-DW-YEAR >= 1601
                   AND WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
                   AND WS-DW-DAY >= 1 AND WS-DW-DAY <= 31
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   IF WS-DATE-INT > ZERO
                       AND WS-DATE-INT + WS-SHIFT-DAYS > ZERO
                       COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(
                           WS-DATE-INT + WS-SHIFT-DAYS)
                       MOVE WS-DATE-WORK TO WS-FIELD-WORK(1:8)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    8000-WRITE-CONTROL-TOTALS - THE FIELDS TOUCHED WITH THEIR
      *    COUNTS, THEN RECORDS READ AGAINST WRITTEN.
      ******************************************************************
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM 8100-WRITE-FIELD-LINE
               VARYING WS-SPC-SUB FROM 1 BY 1
               UNTIL WS-SPC-SUB > WS-SPC-COUNT
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-LINE
           MOVE "RECORDS READ" TO WS-CL-LABEL
           MOVE WS-RECORDS-READ TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "RECORDS WRITTEN" TO WS-CL-LABEL
           MOVE WS-RECORDS-WRITTEN TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "RECORDS NO FIELD CHANGED" TO WS-CL-LABEL
           MOVE WS-RECORDS-UNCHANGED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NEW PSEUDONYMS FILED" TO WS-CL-LABEL
           MOVE WS-NEW-PSEUDONYMS TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           EVALUATE TRUE
               WHEN WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
                   MOVE "OUT OF BALANCE -- DO NOT RELEASE THIS COPY"
                       TO WS-VERDICT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-UNCHANGED > ZERO
                   MOVE "UNCHANGED RECORDS -- REVIEW BEFORE RELEASE"
                       TO WS-VERDICT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "EVERY RECORD READ WAS MASKED AND WRITTEN"
                       TO WS-VERDICT-LINE
           END-EVALUATE
           WRITE MASK-REPORT-LINE FROM WS-VERDICT-LINE.

       8100-WRITE-FIELD-LINE.
           MOVE WS-S-FIELD-NAME(WS-SPC-SUB) TO WS-FL-NAME
           MOVE WS-S-START(WS-SPC-SUB) TO WS-FL-START
           MOVE WS-S-LENGTH(WS-SPC-SUB) TO WS-FL-LENGTH
           EVALUATE TRUE
               WHEN WS-S-PSEUDONYM(WS-SPC-SUB)
                   MOVE "PSEUDONYM" TO WS-FL-METHOD
               WHEN WS-S-SCRAMBLE(WS-SPC-SUB)
                   MOVE "SCRAMBLE" TO WS-FL-METHOD
               WHEN WS-S-REVERSE(WS-SPC-SUB)
                   MOVE "REVERSE" TO WS-FL-METHOD
               WHEN WS-S-DATE-SHIFT(WS-SPC-SUB)
                   MOVE "DATE SHIFT" TO WS-FL-METHOD
               WHEN WS-S-ZERO(WS-SPC-SUB)
                   MOVE "ZERO" TO WS-FL-METHOD
           END-EVALUATE
           MOVE WS-S-CHANGED(WS-SPC-SUB) TO WS-FL-CHANGED
           MOVE WS-S-UNCHANGED(WS-SPC-SUB) TO WS-FL-UNCHANGED
           WRITE MASK-REPORT-LINE FROM WS-FIELD-LINE.

       9999-TERMINATE.
           CLOSE MASK-INPUT-FILE
           CLOSE MASK-OUTPUT-FILE
           CLOSE MASK-REPORT-FILE
           CLOSE MASK-XREF-FILE
           IF WS-SOURCE-IS-PATMAST
               CALL "PAT-ACCESS-END"
           END-IF.
