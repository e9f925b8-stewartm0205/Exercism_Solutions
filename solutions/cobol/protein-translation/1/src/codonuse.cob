       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODONUSE.
       AUTHOR. LAB-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CODONUSE TABULATES CODON-USAGE BIAS FOR EVERY DNA SAMPLE.
      *    EACH SAMPLE IS TRANSCRIBED THE SAME WAY THE PIPELINE DOES
      *    AND READ CODON BY CODON IN THE FRAME GENEPIPE TRANSLATES
      *    (FROM THE FIRST BASE), COMPLETE CODONS ONLY, UP TO AND
      *    INCLUDING THE FIRST CODONTAB STOP CODON.  THE SIXTY-FOUR
      *    CODONS ARE GROUPED INTO FAMILIES BY THE AMINO ACID
      *    CODONTAB GIVES THEM (THE STOP CODONS ARE ONE FAMILY), AND
      *    EACH CODON'S RELATIVE SYNONYMOUS CODON USAGE (RSCU) IS
      *    ITS COUNT TIMES THE FAMILY SIZE OVER THE FAMILY TOTAL --
      *    1.00 IS EVEN USE, ABOVE IT A PREFERRED CODON.  A CODON
      *    CODONTAB DOES NOT CARRY IS COUNTED BUT SHOWN UNASSIGNED
      *    WITH NO RSCU.  THE REPORT PRINTS A STANDARD 4 X 16 CODON
      *    TABLE PER SAMPLE; THE SUMMARY FILE CARRIES ONE CODONSUM
      *    RECORD PER SAMPLE AND CODON SO A RUN'S SAMPLES CAN BE
      *    COMPARED.  A SAMPLE THAT WILL NOT TRANSCRIBE IS LOGGED TO
      *    ERRLOG (ELB002) AND LEFT OFF THE SUMMARY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DNA-SAMPLE-FILE ASSIGN TO "DNASAMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.

           SELECT USAGE-REPORT-FILE ASSIGN TO "CODONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UR-FILE-STATUS.

           SELECT USAGE-SUMMARY-FILE ASSIGN TO "CODONSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-US-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DNA-SAMPLE-FILE.
       01  DNA-SAMPLE-RECORD.
           05  DS-SAMPLE-ID               PIC X(20).
           05  DS-DNA-STRAND              PIC X(64).

       FD  USAGE-REPORT-FILE.
       01  USAGE-REPORT-LINE              PIC X(132).

       FD  USAGE-SUMMARY-FILE.
       COPY CODONSUM.

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 WS-COMPLEMENT                   PIC X(64) EXTERNAL.
       01 WS-ERROR                        PIC X(60) EXTERNAL.

       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-DS-FILE-STATUS              PIC XX.
       01  WS-UR-FILE-STATUS              PIC XX.
       01  WS-US-FILE-STATUS              PIC XX.
       01  WS-EL-FILE-STATUS              PIC XX.
       01  WS-EL-OPEN-SW                  PIC X VALUE "N".
           88  WS-EL-OPEN                 VALUE "Y".
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-SAMPLES-READ                PIC 9(05) VALUE ZERO.
       01  WS-SAMPLES-TABULATED           PIC 9(05) VALUE ZERO.
       01  WS-SAMPLES-FAILED              PIC 9(05) VALUE ZERO.

      *    THE TRANSCRIBED RNA STRAND UNDER SCAN, AND ITS LENGTH.
       01  WS-RNA-STRAND                  PIC X(64).
       01  WS-RNA-TABLE REDEFINES WS-RNA-STRAND.
           05  WS-RNA-BASE                PIC X OCCURS 64 TIMES.
       01  WS-RNA-LENGTH                  PIC 9(03).
       01  WS-LEN-SUB                     PIC 9(03).

      *    FRAME SCAN STATE.
       01  WS-SCAN-POS                    PIC 9(03).
       01  WS-CODON                       PIC X(03).
       01  WS-FRAME-CODONS                PIC 9(03).
       01  WS-STOP-HIT-SW                 PIC X.
           88  WS-STOP-HIT                VALUE "Y".

      *    THE FOUR BASES IN STANDARD CODON-TABLE ORDER.  A CODON'S
      *    SLOT IN THE USAGE TABLE IS (FIRST - 1) * 16 + (SECOND - 1)
      *    * 4 + THIRD, EACH BASE NUMBERED BY ITS PLACE HERE.
       01  WS-BASE-ORDER                  PIC X(04) VALUE "UCAG".
       01  WS-BASE-TABLE REDEFINES WS-BASE-ORDER.
           05  WS-BASE                    PIC X OCCURS 4 TIMES.
       01  WS-FIRST-NO                    PIC 9.
       01  WS-SECOND-NO                   PIC 9.
       01  WS-THIRD-NO                    PIC 9.
       01  WS-BASE-NO                     PIC 9.
       01  WS-BASE-CHAR                   PIC X.

      *    THE SIXTY-FOUR CODONS WITH THEIR CODONTAB FAMILY, BUILT
      *    ONCE AT START; COUNTS AND RSCU ARE RESET PER SAMPLE.
       01  WS-USAGE-TABLE.
           05  WS-U-ENTRY OCCURS 64 TIMES.
               10  WS-U-CODON             PIC X(03).
               10  WS-U-AMINO-ACID        PIC X(13).
               10  WS-U-ASSIGNED-SW       PIC X.
                   88  WS-U-ASSIGNED      VALUE "Y".
               10  WS-U-FAMILY-SIZE       PIC 9(02).
               10  WS-U-COUNT             PIC 9(03).
               10  WS-U-FAMILY-TOTAL      PIC 9(03).
               10  WS-U-RSCU              PIC 9V999.
       01  WS-U-SUB                       PIC 9(02).
       01  WS-U-SUB-2                     PIC 9(02).

       COPY CODONTAB.

       01  WS-RUN-HEADING.
           05  FILLER                     PIC X(34) VALUE
               "CODON USAGE BY SAMPLE -- RUN DATE ".
           05  WS-H-RUN-DATE              PIC 9(08).

       01  WS-SAMPLE-LINE.
           05  FILLER                     PIC X(07) VALUE "SAMPLE ".
           05  WS-S-SAMPLE-ID             PIC X(20).
           05  FILLER                     PIC X(19) VALUE
               "   CODONS IN FRAME ".
           05  WS-S-FRAME-CODONS          PIC ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-S-STOP-NOTE             PIC X(20).

       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CH-CELL OCCURS 4 TIMES.
               10  FILLER                 PIC X(32) VALUE
                   "COD AMINO ACID    CNT RSCU".

       01  WS-TABLE-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-T-CELL OCCURS 4 TIMES.
               10  WS-T-CODON             PIC X(03).
               10  FILLER                 PIC X(01).
               10  WS-T-AMINO-ACID        PIC X(13).
               10  FILLER                 PIC X(01).
               10  WS-T-COUNT             PIC ZZ9.
               10  FILLER                 PIC X(01).
               10  WS-T-RSCU              PIC 9.99.
               10  WS-T-RSCU-X REDEFINES WS-T-RSCU
                                          PIC X(04).
               10  FILLER                 PIC X(06).
       01  WS-CELL-NO                     PIC 9.

       01  WS-BAD-STRAND-LINE             PIC X(36) VALUE
           "  TRANSCRIPTION FAILED -- SEE ERRLOG".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SAMPLE
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT DNA-SAMPLE-FILE
           MOVE "CODONUSE" TO WS-FS-CALLER
           MOVE "DNASAMPL" TO WS-FS-DDNAME
           MOVE WS-DS-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-DS-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT USAGE-REPORT-FILE
           OPEN OUTPUT USAGE-SUMMARY-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-RUN-HEADING TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           PERFORM 1100-BUILD-ONE-CODON
               VARYING WS-FIRST-NO FROM 1 BY 1 UNTIL WS-FIRST-NO > 4
               AFTER WS-SECOND-NO FROM 1 BY 1 UNTIL WS-SECOND-NO > 4
               AFTER WS-THIRD-NO FROM 1 BY 1 UNTIL WS-THIRD-NO > 4
           PERFORM 1200-COUNT-FAMILY-MEMBER
               VARYING WS-U-SUB FROM 1 BY 1 UNTIL WS-U-SUB > 64
               AFTER WS-U-SUB-2 FROM 1 BY 1 UNTIL WS-U-SUB-2 > 64
           PERFORM 1900-READ-NEXT-SAMPLE.

      ******************************************************************
      *    1100-BUILD-ONE-CODON - SPELL THE CODON FROM ITS THREE BASE
      *    NUMBERS AND TAKE ITS FAMILY FROM CODONTAB.
      ******************************************************************
       1100-BUILD-ONE-CODON.
           COMPUTE WS-U-SUB = (WS-FIRST-NO - 1) * 16
               + (WS-SECOND-NO - 1) * 4 + WS-THIRD-NO
           MOVE WS-BASE(WS-FIRST-NO) TO WS-U-CODON(WS-U-SUB)(1:1)
           MOVE WS-BASE(WS-SECOND-NO) TO WS-U-CODON(WS-U-SUB)(2:1)
           MOVE WS-BASE(WS-THIRD-NO) TO WS-U-CODON(WS-U-SUB)(3:1)
           MOVE "UNASSIGNED" TO WS-U-AMINO-ACID(WS-U-SUB)
           MOVE "N" TO WS-U-ASSIGNED-SW(WS-U-SUB)
           MOVE ZERO TO WS-U-FAMILY-SIZE(WS-U-SUB)
           SET CT-X TO 1
           SEARCH ALL CT-ENTRY
               AT END
                   CONTINUE
               WHEN CT-CODON(CT-X) = WS-U-CODON(WS-U-SUB)
                   MOVE "Y" TO WS-U-ASSIGNED-SW(WS-U-SUB)
                   IF CT-STOP(CT-X)
                       MOVE "STOP" TO WS-U-AMINO-ACID(WS-U-SUB)
                   ELSE
                       MOVE CT-AMINO-ACID(CT-X)
                           TO WS-U-AMINO-ACID(WS-U-SUB)
                   END-IF
           END-SEARCH.

       1200-COUNT-FAMILY-MEMBER.
           IF WS-U-ASSIGNED(WS-U-SUB)
               AND WS-U-ASSIGNED(WS-U-SUB-2)
               AND WS-U-AMINO-ACID(WS-U-SUB-2) =
                   WS-U-AMINO-ACID(WS-U-SUB)
               ADD 1 TO WS-U-FAMILY-SIZE(WS-U-SUB)
           END-IF.

       1900-READ-NEXT-SAMPLE.
           READ DNA-SAMPLE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SAMPLES-READ
           END-READ.

      ******************************************************************
      *    2000-PROCESS-SAMPLE - TRANSCRIBE ONE SAMPLE, TALLY ITS
      *    FRAME, WORK OUT RSCU, AND PRINT AND FILE THE RESULT.
      ******************************************************************
       2000-PROCESS-SAMPLE.
           MOVE DS-SAMPLE-ID TO WS-S-SAMPLE-ID
           MOVE DS-DNA-STRAND TO WS-COMPLEMENT
           MOVE SPACES TO WS-ERROR
           CALL "rna-transcription"
           IF WS-ERROR NOT = SPACES
               PERFORM 2900-REPORT-FAILED-SAMPLE
           ELSE
               MOVE WS-COMPLEMENT TO WS-RNA-STRAND
               PERFORM 2100-MEASURE-STRAND
               PERFORM 3000-TALLY-FRAME
               PERFORM 4000-COMPUTE-ONE-RSCU
                   VARYING WS-U-SUB FROM 1 BY 1 UNTIL WS-U-SUB > 64
               PERFORM 5000-PRINT-USAGE-TABLE
               PERFORM 6000-WRITE-ONE-SUMMARY
                   VARYING WS-U-SUB FROM 1 BY 1 UNTIL WS-U-SUB > 64
               ADD 1 TO WS-SAMPLES-TABULATED
           END-IF
           PERFORM 1900-READ-NEXT-SAMPLE.

       2100-MEASURE-STRAND.
           MOVE ZERO TO WS-RNA-LENGTH
           PERFORM 2110-CHECK-ONE-BASE
               VARYING WS-LEN-SUB FROM 1 BY 1
               UNTIL WS-LEN-SUB > 64.

       2110-CHECK-ONE-BASE.
           IF WS-RNA-BASE(WS-LEN-SUB) NOT = SPACE
               MOVE WS-LEN-SUB TO WS-RNA-LENGTH
           END-IF.

       2900-REPORT-FAILED-SAMPLE.
           ADD 1 TO WS-SAMPLES-FAILED
           MOVE ZERO TO WS-S-FRAME-CODONS
           MOVE SPACES TO WS-S-STOP-NOTE
           MOVE SPACES TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           MOVE WS-SAMPLE-LINE TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           MOVE WS-BAD-STRAND-LINE TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           PERFORM 7000-LOG-BAD-STRAND.

      ******************************************************************
      *    3000-TALLY-FRAME - COUNT EACH COMPLETE CODON FROM THE FIRST
      *    BASE.  THE STOP CODON THAT ENDS THE FRAME IS COUNTED; WHAT
      *    FOLLOWS IT IS NOT.
      ******************************************************************
       3000-TALLY-FRAME.
           PERFORM 3050-CLEAR-ONE-COUNT
               VARYING WS-U-SUB FROM 1 BY 1 UNTIL WS-U-SUB > 64
           MOVE ZERO TO WS-FRAME-CODONS
           MOVE "N" TO WS-STOP-HIT-SW
           MOVE 1 TO WS-SCAN-POS
           PERFORM 3100-TALLY-ONE-CODON
               UNTIL WS-SCAN-POS + 2 > WS-RNA-LENGTH
                  OR WS-STOP-HIT.

       3050-CLEAR-ONE-COUNT.
           MOVE ZERO TO WS-U-COUNT(WS-U-SUB)
           MOVE ZERO TO WS-U-FAMILY-TOTAL(WS-U-SUB)
           MOVE ZERO TO WS-U-RSCU(WS-U-SUB).

       3100-TALLY-ONE-CODON.
           MOVE WS-RNA-STRAND(WS-SCAN-POS:3) TO WS-CODON
           MOVE WS-CODON(1:1) TO WS-BASE-CHAR
           PERFORM 3200-NUMBER-BASE
           MOVE WS-BASE-NO TO WS-FIRST-NO
           MOVE WS-CODON(2:1) TO WS-BASE-CHAR
           PERFORM 3200-NUMBER-BASE
           MOVE WS-BASE-NO TO WS-SECOND-NO
           MOVE WS-CODON(3:1) TO WS-BASE-CHAR
           PERFORM 3200-NUMBER-BASE
           MOVE WS-BASE-NO TO WS-THIRD-NO
           COMPUTE WS-U-SUB = (WS-FIRST-NO - 1) * 16
               + (WS-SECOND-NO - 1) * 4 + WS-THIRD-NO
           ADD 1 TO WS-U-COUNT(WS-U-SUB)
           ADD 1 TO WS-FRAME-CODONS
           IF WS-U-AMINO-ACID(WS-U-SUB) = "STOP"
               SET WS-STOP-HIT TO TRUE
           END-IF
           ADD 3 TO WS-SCAN-POS.

       3200-NUMBER-BASE.
           EVALUATE WS-BASE-CHAR
               WHEN "U"
                   MOVE 1 TO WS-BASE-NO
               WHEN "C"
                   MOVE 2 TO WS-BASE-NO
               WHEN "A"
                   MOVE 3 TO WS-BASE-NO
               WHEN OTHER
                   MOVE 4 TO WS-BASE-NO
           END-EVALUATE.

      ******************************************************************
      *    4000-COMPUTE-ONE-RSCU - TOTAL THE CODON'S FAMILY, THEN RSCU
      *    IS COUNT TIMES FAMILY SIZE OVER THAT TOTAL.  A FAMILY NOT
      *    SEEN IN THE FRAME, OR A CODON WITH NO FAMILY, STAYS AT
      *    ZERO.
      ******************************************************************
       4000-COMPUTE-ONE-RSCU.
           IF WS-U-ASSIGNED(WS-U-SUB)
               PERFORM 4100-ADD-FAMILY-MEMBER
                   VARYING WS-U-SUB-2 FROM 1 BY 1
                   UNTIL WS-U-SUB-2 > 64
               IF WS-U-FAMILY-TOTAL(WS-U-SUB) > ZERO
                   COMPUTE WS-U-RSCU(WS-U-SUB) ROUNDED =
                       WS-U-COUNT(WS-U-SUB)
                       * WS-U-FAMILY-SIZE(WS-U-SUB)
                       / WS-U-FAMILY-TOTAL(WS-U-SUB)
               END-IF
           END-IF.

       4100-ADD-FAMILY-MEMBER.
           IF WS-U-ASSIGNED(WS-U-SUB-2)
               AND WS-U-AMINO-ACID(WS-U-SUB-2) =
                   WS-U-AMINO-ACID(WS-U-SUB)
               ADD WS-U-COUNT(WS-U-SUB-2)
                   TO WS-U-FAMILY-TOTAL(WS-U-SUB)
           END-IF.

      ******************************************************************
      *    5000-PRINT-USAGE-TABLE - SAMPLE HEADING, THEN SIXTEEN ROWS:
      *    ONE PER FIRST AND THIRD BASE, THE FOUR CELLS ACROSS BEING
      *    THE SECOND BASE.  A BLANK LINE SEPARATES EACH FIRST BASE.
      ******************************************************************
       5000-PRINT-USAGE-TABLE.
           MOVE WS-FRAME-CODONS TO WS-S-FRAME-CODONS
           IF WS-STOP-HIT
               MOVE "ENDED AT STOP CODON" TO WS-S-STOP-NOTE
           ELSE
               MOVE "NO STOP CODON" TO WS-S-STOP-NOTE
           END-IF
           MOVE SPACES TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           MOVE WS-SAMPLE-LINE TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           PERFORM 5100-PRINT-ONE-ROW
               VARYING WS-FIRST-NO FROM 1 BY 1 UNTIL WS-FIRST-NO > 4
               AFTER WS-THIRD-NO FROM 1 BY 1 UNTIL WS-THIRD-NO > 4.

       5100-PRINT-ONE-ROW.
           IF WS-THIRD-NO = 1
               MOVE SPACES TO USAGE-REPORT-LINE
               WRITE USAGE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-TABLE-LINE
           PERFORM 5200-FILL-ONE-CELL
               VARYING WS-CELL-NO FROM 1 BY 1 UNTIL WS-CELL-NO > 4
           MOVE WS-TABLE-LINE TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE.

       5200-FILL-ONE-CELL.
           COMPUTE WS-U-SUB = (WS-FIRST-NO - 1) * 16
               + (WS-CELL-NO - 1) * 4 + WS-THIRD-NO
           MOVE WS-U-CODON(WS-U-SUB) TO WS-T-CODON(WS-CELL-NO)
           MOVE WS-U-AMINO-ACID(WS-U-SUB)
               TO WS-T-AMINO-ACID(WS-CELL-NO)
           MOVE WS-U-COUNT(WS-U-SUB) TO WS-T-COUNT(WS-CELL-NO)
           IF WS-U-ASSIGNED(WS-U-SUB)
               COMPUTE WS-T-RSCU(WS-CELL-NO) ROUNDED =
                   WS-U-RSCU(WS-U-SUB)
           ELSE
               MOVE "  --" TO WS-T-RSCU-X(WS-CELL-NO)
           END-IF.

      ******************************************************************
      *    6000-WRITE-ONE-SUMMARY - ONE CODONSUM RECORD PER CODON, IN
      *    USAGE-TABLE ORDER.
      ******************************************************************
       6000-WRITE-ONE-SUMMARY.
           MOVE DS-SAMPLE-ID TO CU-SAMPLE-ID
           MOVE WS-RUN-DATE TO CU-RUN-DATE
           MOVE WS-U-CODON(WS-U-SUB) TO CU-CODON
           MOVE WS-U-AMINO-ACID(WS-U-SUB) TO CU-AMINO-ACID
           MOVE WS-U-ASSIGNED-SW(WS-U-SUB) TO CU-ASSIGNED-SW
           MOVE WS-U-COUNT(WS-U-SUB) TO CU-CODON-COUNT
           MOVE WS-U-FAMILY-TOTAL(WS-U-SUB) TO CU-FAMILY-TOTAL
           MOVE WS-U-RSCU(WS-U-SUB) TO CU-RSCU
           MOVE WS-FRAME-CODONS TO CU-FRAME-CODONS
           WRITE CODON-USAGE-RECORD.

      ******************************************************************
      *    7000-LOG-BAD-STRAND - A SAMPLE THE TRANSCRIBER REJECTED GOES
      *    ON THE SHARED ERROR LOG AS AN INVALID-NUCLEOTIDE ERROR.
      ******************************************************************
       7000-LOG-BAD-STRAND.
           PERFORM 7100-OPEN-ERROR-LOG-ONCE
           MOVE "CODONUSE" TO EL-PROGRAM-ID
           MOVE DS-SAMPLE-ID TO EL-KEY
           MOVE WS-SAMPLES-READ TO EL-POSITION
           MOVE WS-ERROR TO EL-MESSAGE
           MOVE "W" TO EL-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP
           MOVE "03" TO EL-VERSION
           MOVE "ELB002" TO EL-ERROR-CODE
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

       9999-TERMINATE.
           CLOSE DNA-SAMPLE-FILE
           CLOSE USAGE-REPORT-FILE
           CLOSE USAGE-SUMMARY-FILE
           IF WS-EL-OPEN
               CLOSE ERROR-LOG-FILE
           END-IF
           DISPLAY "CODONUSE: " WS-SAMPLES-READ " SAMPLES READ, "
               WS-SAMPLES-TABULATED " TABULATED, "
               WS-SAMPLES-FAILED " FAILED TRANSCRIPTION".
