       IDENTIFICATION DIVISION.
       PROGRAM-ID. FASTQIN.
       AUTHOR. LAB-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    FASTQIN IS THE INTAKE STEP FOR THE SEQUENCER'S FASTQ
      *    OUTPUT, AHEAD OF THE FASTAGTE GATE.  EACH FASTQ READ IS
      *    FOUR LINES: AN "@" HEADER CARRYING THE READ ID, THE BASES,
      *    A "+" SEPARATOR, AND ONE PHRED QUALITY SYMBOL PER BASE
      *    (SANGER ENCODING, "!" IS QUALITY 0).  THE READ ID IS THE
      *    SAMPLE ID, A PERIOD, AND THE READ NUMBER, AND THE
      *    SEQUENCER WRITES EACH SAMPLE'S READS TOGETHER.
      *
      *    EVERY READ HAS ITS QUALITIES DECODED AND ITS LOW-QUALITY
      *    TAIL TRIMMED (BASES OFF THE END WHILE BELOW TRIMQUAL).
      *    A TRIMMED READ SHORTER THAN MINREADLEN, OR WHOSE KEPT
      *    BASES AVERAGE BELOW MINMEANQUAL, IS DROPPED; SO IS ONE
      *    STILL HOLDING AN UNCALLED (N) BASE, WHICH FASTAGTE WOULD
      *    REJECT.  THE THREE LIMITS ARE PARMFILE PARAMETERS UNDER
      *    JOB FASTQIN, WITH THE DEFAULTS BELOW WHEN NONE IS SET.
      *    A SURVIVING READ IS WRITTEN AS A FASTA ENTRY IN THE
      *    LAYOUT FASTAGTE AND PROTNBAT READ: ">" AND THE READ ID,
      *    THEN THE BASES AS RNA (T WRITTEN AS U) SIXTY TO A LINE.
      *
      *    A READ THAT IS NOT PROPER FASTQ -- HEADER OR SEPARATOR
      *    MISSING, READ ID TOO LONG FOR A FASTA ID, A BASE OTHER
      *    THAN A C G T N, A QUALITY SYMBOL OUT OF RANGE, OR
      *    QUALITIES NOT ONE PER BASE -- IS DROPPED AND LOGGED TO
      *    ERRLOG (ELB003).  THE QUALITY REPORT GIVES, PER SAMPLE,
      *    READS IN, TRIMMED, DROPPED AND WRITTEN AND THE MEAN BASE
      *    QUALITY AS SEQUENCED AND AS KEPT, THEN RUN TOTALS.  EACH
      *    SAMPLE IS POSTED RECEIVED ON THE ACCESSION FILE, AND
      *    FAILED AS WELL WHEN NONE OF ITS READS SURVIVED.  ANY
      *    MALFORMED READ OR STRAY LINE MAKES THE RUN EXIT 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FASTQ-FILE ASSIGN TO "FASTQRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FQ-FILE-STATUS.

           SELECT FASTA-OUT-FILE ASSIGN TO "FASTAOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FO-FILE-STATUS.

           SELECT QUALITY-REPORT-FILE ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-FILE-STATUS.

           SELECT ACCESSION-FILE ASSIGN TO "ACCESSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AN-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FASTQ-FILE.
       01  FASTQ-LINE                     PIC X(300).

       FD  FASTA-OUT-FILE.
       01  FASTA-OUT-LINE                 PIC X(80).

       FD  QUALITY-REPORT-FILE.
       01  QUALITY-REPORT-LINE            PIC X(80).

       FD  ACCESSION-FILE.
       COPY ACCESSN.

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-PL-JOB-NAME                 PIC X(08) EXTERNAL.
       01  WS-PL-PARM-NAME                PIC X(12) EXTERNAL.
       01  WS-PL-AS-OF-DATE               PIC 9(08) EXTERNAL.
       01  WS-PL-PARM-VALUE               PIC X(20) EXTERNAL.
       01  WS-PL-FOUND-SW                 PIC X EXTERNAL.
           88  WS-PL-FOUND                VALUE "Y".

       01  WS-FQ-FILE-STATUS              PIC XX.
       01  WS-FO-FILE-STATUS              PIC XX.
       01  WS-QR-FILE-STATUS              PIC XX.
       01  WS-AN-FILE-STATUS              PIC XX.
       01  WS-AN-OPEN-SW                  PIC X VALUE "N".
           88  WS-AN-OPEN                 VALUE "Y".
       01  WS-EL-FILE-STATUS              PIC XX.
       01  WS-EL-OPEN-SW                  PIC X VALUE "N".
           88  WS-EL-OPEN                 VALUE "Y".
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-PARM-NUMBER                 PIC S9(05).
       01  WS-EVENT-STATUS                PIC X(10).

      *    QUALITY LIMITS IN FORCE, FROM PARMFILE OR THESE DEFAULTS.
       01  WS-TRIM-QUAL                   PIC 9(02) VALUE 20.
       01  WS-MIN-READ-LEN                PIC 9(03) VALUE 50.
       01  WS-MIN-MEAN-QUAL               PIC 9(02) VALUE 25.

      *    PHRED QUALITY SYMBOLS IN ORDER, QUALITY 0 ("!") THROUGH
      *    QUALITY 93 ("~").  A SYMBOL'S QUALITY IS ITS PLACE HERE
      *    LESS ONE.
       01  WS-PHRED-SYMBOLS.
           05  FILLER                     PIC X(01) VALUE "!".
           05  FILLER                     PIC X(01) VALUE '"'.
           05  FILLER                     PIC X(40) VALUE
               "#$%&'()*+,-./0123456789:;<=>?@ABCDEFGHIJ".
           05  FILLER                     PIC X(40) VALUE
               "KLMNOPQRSTUVWXYZ[\]^_`abcdefghijklmnopqr".
           05  FILLER                     PIC X(12) VALUE
               "stuvwxyz{|}~".
       01  WS-PHRED-TABLE REDEFINES WS-PHRED-SYMBOLS.
           05  WS-PHRED-SYMBOL            PIC X OCCURS 94 TIMES
                                          INDEXED BY WS-PHX.

      *    THE READ IN HAND: ITS FOUR LINES, ITS ID AND SAMPLE, ITS
      *    DECODED QUALITIES, AND THE FIRST PROBLEM FOUND WITH IT.
       01  WS-READ-LINES.
           05  WS-READ-LINE               PIC X(300) OCCURS 3 TIMES.
       01  WS-READ-LINES-HELD             PIC 9.
       01  WS-READ-ID-FIELD               PIC X(40).
       01  WS-READ-ID-LENGTH              PIC 9(03).
       01  WS-READ-ID                     PIC X(19).
       01  WS-READ-SAMPLE-ID              PIC X(20).
       01  WS-READ-REASON                 PIC X(40).
       01  WS-SEQ-LENGTH                  PIC 9(03).
       01  WS-QUAL-LENGTH                 PIC 9(03).
       01  WS-KEEP-LENGTH                 PIC 9(03).
       01  WS-BASE-SUB                    PIC 9(03).
       01  WS-QUALITIES.
           05  WS-QUAL                    PIC 9(02) OCCURS 300 TIMES.
       01  WS-READ-RAW-SUM                PIC 9(07).
       01  WS-READ-KEPT-SUM               PIC 9(07).
       01  WS-READ-KEPT-MEAN              PIC 9(02)V9.
       01  WS-N-COUNT                     PIC 9(03).
       01  WS-TRIM-DONE-SW                PIC X.
           88  WS-TRIM-DONE               VALUE "Y".
       01  WS-OUT-OF-STEP-SW              PIC X VALUE "N".
           88  WS-OUT-OF-STEP             VALUE "Y".
       01  WS-CHUNK-POS                   PIC 9(03).
       01  WS-CHUNK-LENGTH                PIC 9(03).

      *    THE SAMPLE IN HAND AND ITS TOTALS.
       01  WS-SAMPLE-ID                   PIC X(20) VALUE SPACES.
       01  WS-SAMPLE-TOTALS.
           05  WS-SM-READS-IN             PIC 9(07).
           05  WS-SM-TRIMMED              PIC 9(07).
           05  WS-SM-DROPPED              PIC 9(07).
           05  WS-SM-WRITTEN              PIC 9(07).
           05  WS-SM-RAW-SUM              PIC 9(11).
           05  WS-SM-RAW-BASES            PIC 9(09).
           05  WS-SM-KEPT-SUM             PIC 9(11).
           05  WS-SM-KEPT-BASES           PIC 9(09).

      *    RUN TOTALS.
       01  WS-SAMPLES                     PIC 9(05) VALUE ZERO.
       01  WS-SAMPLES-FAILED              PIC 9(05) VALUE ZERO.
       01  WS-RUN-READS-IN                PIC 9(07) VALUE ZERO.
       01  WS-RUN-TRIMMED                 PIC 9(07) VALUE ZERO.
       01  WS-RUN-WRITTEN                 PIC 9(07) VALUE ZERO.
       01  WS-RUN-SHORT                   PIC 9(07) VALUE ZERO.
       01  WS-RUN-LOW-QUAL                PIC 9(07) VALUE ZERO.
       01  WS-RUN-UNCALLED                PIC 9(07) VALUE ZERO.
       01  WS-RUN-MALFORMED               PIC 9(07) VALUE ZERO.
       01  WS-RUN-OUT-OF-STEP             PIC 9(07) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(35) VALUE
               "FASTQ INTAKE QUALITY REPORT -- RUN ".
           05  WS-H1-RUN-DATE             PIC 9(08).

       01  WS-HEADING-2.
           05  FILLER                     PIC X(17) VALUE
               "TRIM TAIL BELOW Q".
           05  WS-H2-TRIM-QUAL            PIC Z9.
           05  FILLER                     PIC X(21) VALUE
               "   MIN READ LENGTH ".
           05  WS-H2-MIN-READ-LEN         PIC ZZ9.
           05  FILLER                     PIC X(20) VALUE
               "   MIN MEAN QUALITY ".
           05  WS-H2-MIN-MEAN-QUAL        PIC Z9.

       01  WS-HEADING-3.
           05  FILLER                     PIC X(20) VALUE "SAMPLE".
           05  FILLER                     PIC X(40) VALUE
               "  READS IN TRIMMED DROPPED WRITTEN  MEAN".
           05  FILLER                     PIC X(06) VALUE "  MEAN".

       01  WS-HEADING-4.
           05  FILLER                     PIC X(56) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               " RAW  KEPT".

       01  WS-SAMPLE-LINE.
           05  WS-SL-SAMPLE-ID            PIC X(20).
           05  WS-SL-READS-IN             PIC Z(09)9.
           05  WS-SL-TRIMMED              PIC Z(07)9.
           05  WS-SL-DROPPED              PIC Z(07)9.
           05  WS-SL-WRITTEN              PIC Z(07)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-RAW-MEAN             PIC Z9.9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-KEPT-MEAN            PIC Z9.9.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                PIC X(40).
           05  WS-TL-COUNT                PIC Z(06)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INTAKE-ONE-READ
               UNTIL WS-EOF
           IF WS-SAMPLE-ID NOT = SPACES
               PERFORM 5000-CLOSE-SAMPLE
           END-IF
           PERFORM 9000-PRINT-RUN-TOTALS
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT FASTQ-FILE
           MOVE "FASTQIN" TO WS-FS-CALLER
           MOVE "FASTQRAW" TO WS-FS-DDNAME
           MOVE WS-FQ-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-FQ-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FASTA-OUT-FILE
           OPEN OUTPUT QUALITY-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-PRINT-HEADINGS
           PERFORM 5100-CLEAR-SAMPLE-TOTALS
           PERFORM 1900-READ-NEXT-LINE.

      ******************************************************************
      *    1100-LOAD-PARAMETERS - THE THREE QUALITY LIMITS IN FORCE
      *    TODAY.  A VALUE MISSING OR OUT OF RANGE LEAVES THE
      *    DEFAULT.
      ******************************************************************
       1100-LOAD-PARAMETERS.
           MOVE "FASTQIN" TO WS-PL-JOB-NAME
           MOVE WS-RUN-DATE TO WS-PL-AS-OF-DATE
           MOVE "TRIMQUAL" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER >= 0 AND WS-PARM-NUMBER < 94
                   MOVE WS-PARM-NUMBER TO WS-TRIM-QUAL
               END-IF
           END-IF
           MOVE "MINREADLEN" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER <= 300
                   MOVE WS-PARM-NUMBER TO WS-MIN-READ-LEN
               END-IF
           END-IF
           MOVE "MINMEANQUAL" TO WS-PL-PARM-NAME
           CALL "PARMLOOK"
           IF WS-PL-FOUND
               COMPUTE WS-PARM-NUMBER =
                   FUNCTION NUMVAL(WS-PL-PARM-VALUE)
               IF WS-PARM-NUMBER >= 0 AND WS-PARM-NUMBER < 94
                   MOVE WS-PARM-NUMBER TO WS-MIN-MEAN-QUAL
               END-IF
           END-IF.

       1200-PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE WS-TRIM-QUAL TO WS-H2-TRIM-QUAL
           MOVE WS-MIN-READ-LEN TO WS-H2-MIN-READ-LEN
           MOVE WS-MIN-MEAN-QUAL TO WS-H2-MIN-MEAN-QUAL
           MOVE WS-HEADING-2 TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE WS-HEADING-3 TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE WS-HEADING-4 TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE.

       1900-READ-NEXT-LINE.
           MOVE SPACES TO FASTQ-LINE
           READ FASTQ-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      ******************************************************************
      *    2000-INTAKE-ONE-READ - THE LINE IN HAND SHOULD BE A READ
      *    HEADER.  ANYTHING ELSE MEANS THE FILE IS OUT OF STEP; THE
      *    LINES ARE SKIPPED (AND LOGGED ONCE) UNTIL THE NEXT HEADER.
      ******************************************************************
       2000-INTAKE-ONE-READ.
           IF FASTQ-LINE(1:1) NOT = "@"
               IF NOT WS-OUT-OF-STEP
                   SET WS-OUT-OF-STEP TO TRUE
                   ADD 1 TO WS-RUN-OUT-OF-STEP
                   MOVE "(OUT OF STEP)" TO WS-READ-ID
                   MOVE "LINE WHERE A READ HEADER SHOULD BE"
                       TO WS-READ-REASON
                   PERFORM 7000-LOG-MALFORMED-READ
               END-IF
               PERFORM 1900-READ-NEXT-LINE
           ELSE
               MOVE "N" TO WS-OUT-OF-STEP-SW
               PERFORM 2100-TAKE-READ-ID
               PERFORM 2200-READ-REST-OF-READ
               IF WS-READ-SAMPLE-ID NOT = WS-SAMPLE-ID
                   IF WS-SAMPLE-ID NOT = SPACES
                       PERFORM 5000-CLOSE-SAMPLE
                   END-IF
                   MOVE WS-READ-SAMPLE-ID TO WS-SAMPLE-ID
               END-IF
               ADD 1 TO WS-SM-READS-IN
               ADD 1 TO WS-RUN-READS-IN
               IF WS-READ-REASON = SPACES
                   PERFORM 3000-CHECK-READ
               END-IF
               IF WS-READ-REASON NOT = SPACES
                   ADD 1 TO WS-SM-DROPPED
                   ADD 1 TO WS-RUN-MALFORMED
                   PERFORM 7000-LOG-MALFORMED-READ
               ELSE
                   PERFORM 4000-TRIM-AND-JUDGE-READ
               END-IF
               PERFORM 1900-READ-NEXT-LINE
           END-IF.

      ******************************************************************
      *    2100-TAKE-READ-ID - THE READ ID RUNS FROM AFTER THE "@" TO
      *    THE FIRST SPACE; ITS SAMPLE IS THE PART BEFORE THE FIRST
      *    PERIOD.  THE ID BECOMES THE FASTA ID, SO IT MUST FIT IN
      *    NINETEEN CHARACTERS.
      ******************************************************************
       2100-TAKE-READ-ID.
           MOVE SPACES TO WS-READ-REASON
           MOVE SPACES TO WS-READ-ID-FIELD
           MOVE ZERO TO WS-READ-ID-LENGTH
           UNSTRING FASTQ-LINE(2:299) DELIMITED BY SPACE
               INTO WS-READ-ID-FIELD COUNT IN WS-READ-ID-LENGTH
           END-UNSTRING
           MOVE WS-READ-ID-FIELD TO WS-READ-ID
           MOVE SPACES TO WS-READ-SAMPLE-ID
           UNSTRING WS-READ-ID DELIMITED BY "."
               INTO WS-READ-SAMPLE-ID
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-READ-ID-LENGTH = ZERO
                   MOVE "(NO READ ID)" TO WS-READ-ID
                   MOVE "(NO READ ID)" TO WS-READ-SAMPLE-ID
                   MOVE "READ HEADER HAS NO READ ID"
                       TO WS-READ-REASON
               WHEN WS-READ-ID-LENGTH > 19
                   MOVE "READ ID LONGER THAN 19 CHARACTERS"
                       TO WS-READ-REASON
           END-EVALUATE.

      ******************************************************************
      *    2200-READ-REST-OF-READ - BASES, SEPARATOR AND QUALITIES.
      *    A READ THE FILE ENDS IN THE MIDDLE OF IS MALFORMED.
      ******************************************************************
       2200-READ-REST-OF-READ.
           MOVE SPACES TO WS-READ-LINES
           MOVE ZERO TO WS-READ-LINES-HELD
           PERFORM 2210-HOLD-ONE-LINE
               UNTIL WS-READ-LINES-HELD = 3 OR WS-EOF
           IF WS-READ-LINES-HELD < 3 AND WS-READ-REASON = SPACES
               MOVE "READ CUT SHORT BY END OF FILE"
                   TO WS-READ-REASON
           END-IF.

       2210-HOLD-ONE-LINE.
           PERFORM 1900-READ-NEXT-LINE
           IF NOT WS-EOF
               ADD 1 TO WS-READ-LINES-HELD
               MOVE FASTQ-LINE TO WS-READ-LINE(WS-READ-LINES-HELD)
           END-IF.

      ******************************************************************
      *    3000-CHECK-READ - SEPARATOR, BASES, AND ONE DECODABLE
      *    QUALITY SYMBOL PER BASE.
      ******************************************************************
       3000-CHECK-READ.
           IF WS-READ-LINE(2)(1:1) NOT = "+"
               MOVE "SEPARATOR LINE DOES NOT START WITH +"
                   TO WS-READ-REASON
           END-IF
           MOVE ZERO TO WS-SEQ-LENGTH
           MOVE ZERO TO WS-QUAL-LENGTH
           PERFORM 3100-MEASURE-ONE-POSITION
               VARYING WS-BASE-SUB FROM 1 BY 1
               UNTIL WS-BASE-SUB > 300
           IF WS-READ-REASON = SPACES
               IF WS-SEQ-LENGTH = ZERO
                   MOVE "READ HAS NO BASES" TO WS-READ-REASON
               ELSE
                   IF WS-QUAL-LENGTH NOT = WS-SEQ-LENGTH
                       MOVE "QUALITY COUNT DIFFERS FROM BASE COUNT"
                           TO WS-READ-REASON
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-READ-RAW-SUM
           PERFORM 3200-CHECK-ONE-BASE
               VARYING WS-BASE-SUB FROM 1 BY 1
               UNTIL WS-BASE-SUB > WS-SEQ-LENGTH
                  OR WS-READ-REASON NOT = SPACES.

       3100-MEASURE-ONE-POSITION.
           IF WS-READ-LINE(1)(WS-BASE-SUB:1) NOT = SPACE
               MOVE WS-BASE-SUB TO WS-SEQ-LENGTH
           END-IF
           IF WS-READ-LINE(3)(WS-BASE-SUB:1) NOT = SPACE
               MOVE WS-BASE-SUB TO WS-QUAL-LENGTH
           END-IF.

       3200-CHECK-ONE-BASE.
           EVALUATE WS-READ-LINE(1)(WS-BASE-SUB:1)
               WHEN "A"
               WHEN "C"
               WHEN "G"
               WHEN "T"
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   MOVE "INVALID BASE IN FASTQ READ"
                       TO WS-READ-REASON
           END-EVALUATE
           SET WS-PHX TO 1
           SEARCH WS-PHRED-SYMBOL
               AT END
                   MOVE "QUALITY SYMBOL OUT OF RANGE"
                       TO WS-READ-REASON
               WHEN WS-PHRED-SYMBOL(WS-PHX) =
                   WS-READ-LINE(3)(WS-BASE-SUB:1)
                   SET WS-QUAL(WS-BASE-SUB) TO WS-PHX
                   SUBTRACT 1 FROM WS-QUAL(WS-BASE-SUB)
                   ADD WS-QUAL(WS-BASE-SUB) TO WS-READ-RAW-SUM
           END-SEARCH.

      ******************************************************************
      *    4000-TRIM-AND-JUDGE-READ - TRIM THE TAIL, THEN DROP THE
      *    READ IF WHAT IS LEFT IS TOO SHORT, TOO POOR, OR STILL
      *    HOLDS AN UNCALLED BASE; OTHERWISE WRITE IT.
      ******************************************************************
       4000-TRIM-AND-JUDGE-READ.
           ADD WS-READ-RAW-SUM TO WS-SM-RAW-SUM
           ADD WS-SEQ-LENGTH TO WS-SM-RAW-BASES
           MOVE WS-SEQ-LENGTH TO WS-KEEP-LENGTH
           MOVE "N" TO WS-TRIM-DONE-SW
           PERFORM 4100-TRIM-ONE-BASE
               UNTIL WS-TRIM-DONE OR WS-KEEP-LENGTH = ZERO
           IF WS-KEEP-LENGTH < WS-SEQ-LENGTH
               ADD 1 TO WS-SM-TRIMMED
           END-IF
           MOVE ZERO TO WS-READ-KEPT-SUM
           PERFORM 4200-ADD-KEPT-QUALITY
               VARYING WS-BASE-SUB FROM 1 BY 1
               UNTIL WS-BASE-SUB > WS-KEEP-LENGTH
           MOVE ZERO TO WS-READ-KEPT-MEAN
           IF WS-KEEP-LENGTH > ZERO
               COMPUTE WS-READ-KEPT-MEAN =
                   WS-READ-KEPT-SUM / WS-KEEP-LENGTH
           END-IF
           MOVE ZERO TO WS-N-COUNT
           IF WS-KEEP-LENGTH > ZERO
               INSPECT WS-READ-LINE(1)(1:WS-KEEP-LENGTH)
                   TALLYING WS-N-COUNT FOR ALL "N"
           END-IF
           EVALUATE TRUE
               WHEN WS-KEEP-LENGTH < WS-MIN-READ-LEN
                   ADD 1 TO WS-SM-DROPPED
                   ADD 1 TO WS-RUN-SHORT
               WHEN WS-READ-KEPT-MEAN < WS-MIN-MEAN-QUAL
                   ADD 1 TO WS-SM-DROPPED
                   ADD 1 TO WS-RUN-LOW-QUAL
               WHEN WS-N-COUNT > ZERO
                   ADD 1 TO WS-SM-DROPPED
                   ADD 1 TO WS-RUN-UNCALLED
               WHEN OTHER
                   ADD WS-READ-KEPT-SUM TO WS-SM-KEPT-SUM
                   ADD WS-KEEP-LENGTH TO WS-SM-KEPT-BASES
                   PERFORM 4300-WRITE-FASTA-ENTRY
           END-EVALUATE.

       4100-TRIM-ONE-BASE.
           IF WS-QUAL(WS-KEEP-LENGTH) < WS-TRIM-QUAL
               SUBTRACT 1 FROM WS-KEEP-LENGTH
           ELSE
               SET WS-TRIM-DONE TO TRUE
           END-IF.

       4200-ADD-KEPT-QUALITY.
           ADD WS-QUAL(WS-BASE-SUB) TO WS-READ-KEPT-SUM.

      ******************************************************************
      *    4300-WRITE-FASTA-ENTRY - HEADER, THEN THE KEPT BASES AS RNA
      *    SIXTY TO A LINE, THE LINE LENGTH PROTNBAT TRANSLATES.
      ******************************************************************
       4300-WRITE-FASTA-ENTRY.
           ADD 1 TO WS-SM-WRITTEN
           MOVE SPACES TO FASTA-OUT-LINE
           STRING ">" WS-READ-ID DELIMITED BY SIZE
               INTO FASTA-OUT-LINE
           END-STRING
           WRITE FASTA-OUT-LINE
           INSPECT WS-READ-LINE(1)(1:WS-KEEP-LENGTH)
               REPLACING ALL "T" BY "U"
           PERFORM 4310-WRITE-ONE-CHUNK
               VARYING WS-CHUNK-POS FROM 1 BY 60
               UNTIL WS-CHUNK-POS > WS-KEEP-LENGTH.

       4310-WRITE-ONE-CHUNK.
           COMPUTE WS-CHUNK-LENGTH = WS-KEEP-LENGTH - WS-CHUNK-POS + 1
           IF WS-CHUNK-LENGTH > 60
               MOVE 60 TO WS-CHUNK-LENGTH
           END-IF
           MOVE SPACES TO FASTA-OUT-LINE
           MOVE WS-READ-LINE(1)(WS-CHUNK-POS:WS-CHUNK-LENGTH)
               TO FASTA-OUT-LINE
           WRITE FASTA-OUT-LINE.

      ******************************************************************
      *    5000-CLOSE-SAMPLE - PRINT THE SAMPLE'S LINE AND POST ITS
      *    ACCESSION EVENTS.
      ******************************************************************
       5000-CLOSE-SAMPLE.
           ADD 1 TO WS-SAMPLES
           MOVE WS-SAMPLE-ID TO WS-SL-SAMPLE-ID
           MOVE WS-SM-READS-IN TO WS-SL-READS-IN
           MOVE WS-SM-TRIMMED TO WS-SL-TRIMMED
           MOVE WS-SM-DROPPED TO WS-SL-DROPPED
           MOVE WS-SM-WRITTEN TO WS-SL-WRITTEN
           MOVE ZERO TO WS-SL-RAW-MEAN
           MOVE ZERO TO WS-SL-KEPT-MEAN
           IF WS-SM-RAW-BASES > ZERO
               COMPUTE WS-SL-RAW-MEAN ROUNDED =
                   WS-SM-RAW-SUM / WS-SM-RAW-BASES
           END-IF
           IF WS-SM-KEPT-BASES > ZERO
               COMPUTE WS-SL-KEPT-MEAN ROUNDED =
                   WS-SM-KEPT-SUM / WS-SM-KEPT-BASES
           END-IF
           MOVE WS-SAMPLE-LINE TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           ADD WS-SM-TRIMMED TO WS-RUN-TRIMMED
           ADD WS-SM-WRITTEN TO WS-RUN-WRITTEN
           MOVE "RECEIVED" TO WS-EVENT-STATUS
           PERFORM 6000-APPEND-ACCESSION-EVENT
           IF WS-SM-WRITTEN = ZERO
               ADD 1 TO WS-SAMPLES-FAILED
               MOVE "FAILED" TO WS-EVENT-STATUS
               PERFORM 6000-APPEND-ACCESSION-EVENT
           END-IF
           PERFORM 5100-CLEAR-SAMPLE-TOTALS.

       5100-CLEAR-SAMPLE-TOTALS.
           MOVE ZERO TO WS-SM-READS-IN
           MOVE ZERO TO WS-SM-TRIMMED
           MOVE ZERO TO WS-SM-DROPPED
           MOVE ZERO TO WS-SM-WRITTEN
           MOVE ZERO TO WS-SM-RAW-SUM
           MOVE ZERO TO WS-SM-RAW-BASES
           MOVE ZERO TO WS-SM-KEPT-SUM
           MOVE ZERO TO WS-SM-KEPT-BASES.

      ******************************************************************
      *    6000-APPEND-ACCESSION-EVENT - APPEND ONE LIFECYCLE EVENT
      *    FOR THE SAMPLE IN HAND TO THE SHARED ACCESSION FILE.
      ******************************************************************
       6000-APPEND-ACCESSION-EVENT.
           IF NOT WS-AN-OPEN
               OPEN EXTEND ACCESSION-FILE
               IF WS-AN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCESSION-FILE
               END-IF
               SET WS-AN-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ACCESSION-EVENT-RECORD
           MOVE WS-SAMPLE-ID TO AN-SAMPLE-ID
           MOVE WS-EVENT-STATUS TO AN-STATUS
           MOVE WS-RUN-DATE TO AN-EVENT-DATE
           MOVE "FASTQIN" TO AN-PROGRAM
           WRITE ACCESSION-EVENT-RECORD.

      ******************************************************************
      *    7000-LOG-MALFORMED-READ - A READ THAT IS NOT PROPER FASTQ
      *    GOES ON THE SHARED ERROR LOG WITH ITS READ ID AND REASON.
      ******************************************************************
       7000-LOG-MALFORMED-READ.
           PERFORM 7100-OPEN-ERROR-LOG-ONCE
           MOVE "FASTQIN" TO EL-PROGRAM-ID
           MOVE WS-READ-ID TO EL-KEY
           MOVE WS-RUN-READS-IN TO EL-POSITION
           MOVE WS-READ-REASON TO EL-MESSAGE
           MOVE "W" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "ELB003" TO EL-ERROR-CODE
           WRITE ERROR-LOG-RECORD.

      ******************************************************************
      *    7100-OPEN-ERROR-LOG-ONCE - OPEN THE ERROR LOG FOR APPEND THE
      *    FIRST TIME THIS PROGRAM NEEDS TO WRITE TO IT.
      ******************************************************************
       7100-OPEN-ERROR-LOG-ONCE.
           IF NOT WS-EL-OPEN
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-EL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF
               SET WS-EL-OPEN TO TRUE
           END-IF.

       9000-PRINT-RUN-TOTALS.
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE "SAMPLES" TO WS-TL-LABEL
           MOVE WS-SAMPLES TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SAMPLES WITH NO READ WRITTEN (FAILED)" TO WS-TL-LABEL
           MOVE WS-SAMPLES-FAILED TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "READS IN" TO WS-TL-LABEL
           MOVE WS-RUN-READS-IN TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "READS TRIMMED" TO WS-TL-LABEL
           MOVE WS-RUN-TRIMMED TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "READS DROPPED - TOO SHORT AFTER TRIM" TO WS-TL-LABEL
           MOVE WS-RUN-SHORT TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "READS DROPPED - MEAN QUALITY TOO LOW" TO WS-TL-LABEL
           MOVE WS-RUN-LOW-QUAL TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "READS DROPPED - UNCALLED BASE" TO WS-TL-LABEL
           MOVE WS-RUN-UNCALLED TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "READS DROPPED - MALFORMED (SEE ERRLOG)"
               TO WS-TL-LABEL
           MOVE WS-RUN-MALFORMED TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "STRAY LINES SKIPPED (SEE ERRLOG)" TO WS-TL-LABEL
           MOVE WS-RUN-OUT-OF-STEP TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "READS WRITTEN TO FASTA" TO WS-TL-LABEL
           MOVE WS-RUN-WRITTEN TO WS-TL-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE.

       9999-TERMINATE.
           CLOSE FASTQ-FILE
           CLOSE FASTA-OUT-FILE
           CLOSE QUALITY-REPORT-FILE
           IF WS-AN-OPEN
               CLOSE ACCESSION-FILE
           END-IF
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
           IF WS-RUN-MALFORMED > ZERO OR WS-RUN-OUT-OF-STEP > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FASTQIN: " WS-RUN-READS-IN " READS IN, "
               WS-RUN-WRITTEN " WRITTEN, " WS-RUN-MALFORMED
               " MALFORMED".
