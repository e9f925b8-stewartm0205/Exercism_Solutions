      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  THE RUN NOW REFUSES TO SCORE THE NIGHT
      *                     (RETURN CODE 8) UNTIL THE DUAL-MARKER
      *                     VERIFICATION STEP THRWVRFY SHOWS ENDED-OK
      *                     ON RUN CONTROL FOR TODAY, SO A NIGHT WITH
      *                     UNSETTLED MARKER DISCREPANCIES NEVER
      *                     REACHES PLYRSCR OR DARTSUM.
      *    2026-08-22  RSK  THE PLAYER-TOTALS TABLE NOW HOLDS 70
      *                     ENTRIES AND THE FIND-OR-ADD GUARDS THE
      *                     LIMIT -- TEAM PLAY LETS THE ROSTER CHECK
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-JC-JOB-NAME PIC X(08) EXTERNAL.
       01  WS-JC-OUTCOME PIC X(05) EXTERNAL.
       01  WS-JC-PREREQ PIC X(08) EXTERNAL.
       01  WS-JC-PREREQ-OK-SW PIC X EXTERNAL.
           88  WS-JC-PREREQ-OK VALUE "Y".
       01  WS-SAVED-RETURN-CODE PIC S9(04) COMP VALUE ZERO.
       01  WS-X PIC 99V9 EXTERNAL.
       01  WS-Y PIC 99V9 EXTERNAL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-CHECK-PREREQUISITES
           IF NOT WS-JC-PREREQ-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-THROWS
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    0100-CHECK-PREREQUISITES - REFUSE TO SCORE THE NIGHT UNTIL
      *    THE DUAL-MARKER VERIFICATION SHOWS ENDED-OK FOR TODAY.  A
      *    VERIFICATION RUN THAT LEFT DISCREPANCIES UNSETTLED ENDS IN
      *    ERROR, WHICH IS WHAT HOLDS THE NIGHT HERE.
      ******************************************************************
       0100-CHECK-PREREQUISITES.
           MOVE "THRWVRFY" TO WS-JC-PREREQ
           CALL "JOB-CHECK-PREREQ"
           IF NOT WS-JC-PREREQ-OK
               DISPLAY "DARTSBAT REFUSED -- THRWVRFY HAS NOT ENDED "
                   "CLEAN FOR TODAY (MARKER DISCREPANCIES UNSETTLED)"
           END-IF.

       1000-INITIALIZE.
           MOVE "DARTSBAT" TO WS-JC-JOB-NAME
           CALL "JOBCTL"
