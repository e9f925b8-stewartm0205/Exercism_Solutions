      *                  DATE WAS FAILED
      *    A CLEAN RUN PRINTS ALL THREE SECTIONS EMPTY AND EXITS
      *    ZERO; ANY EXCEPTION EXITS 8.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  PLATED (FROM PLATEBLD) COUNTS AS NOT YET
      *                     PROCESSED, LIKE RECEIVED: A MANIFESTED
      *                     SAMPLE LEFT AT PLATED IS MISSING, AND A
      *                     PLATED-ONLY SAMPLE IS NOT A STRAY.
      *    2026-10-15  RSK  ANALYSIS EVENTS (COMPARED, ORFSCANNED)
      *                     ARE PASSED OVER AS WELL.
      *    2026-10-15  RSK  FREEZER STORAGE EVENTS ARE PASSED OVER,
      *                     SO A CHECK-IN OR TRANSFER ON THE RUN
      *                     DATE NEITHER OVERWRITES A SAMPLE'S
      *                     OUTCOME NOR SHOWS UP AS A STRAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
      *    2000-MATCH-EVENTS - WALK THE ACCESSION FILE ONCE.  AN
      *    EVENT ON THE RUN DATE EITHER UPDATES ITS MANIFESTED
      *    SAMPLE'S OUTCOME OR ENROLLS A STRAY.  RECEIVED OR PLATED
      *    ALONE DOES NOT COUNT AS PROCESSED.
      ******************************************************************
       2000-MATCH-EVENTS.
           MOVE "N" TO WS-EOF-SW
           END-READ.

       2200-APPLY-ONE-EVENT.
           IF AN-EVENT-DATE = WS-RUN-DATE AND NOT AN-STORAGE-EVENT
               AND NOT AN-ANALYSIS-EVENT
               PERFORM 2300-FIND-MANIFEST-SAMPLE
               IF WS-MAN-FOUND
                   MOVE AN-STATUS TO WS-MF-OUTCOME(WS-MFX)
               ELSE
                   IF AN-STATUS NOT = "RECEIVED"
                       AND AN-STATUS NOT = "PLATED"
                       PERFORM 2400-ENROLL-STRAY
                   END-IF
               END-IF

      ******************************************************************
      *    3000-WRITE-EXCEPTIONS - THE THREE SECTIONS.  A MANIFESTED
      *    SAMPLE WHOSE LAST EVENT WAS RECEIVED OR PLATED (OR
      *    NOTHING AT ALL) IS MISSING; COUNTED AND TRANSLATED ARE
      *    CLEAN; FAILED IS ITS OWN SECTION.
      ******************************************************************
       3000-WRITE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-LIST-FILE
       3100-JUDGE-ONE-MISSING.
           IF WS-MF-OUTCOME(WS-SUB) = SPACES
               OR WS-MF-OUTCOME(WS-SUB) = "RECEIVED"
               OR WS-MF-OUTCOME(WS-SUB) = "PLATED"
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-MF-SAMPLE-ID(WS-SUB) TO WS-D-SAMPLE-ID
               MOVE WS-DETAIL-LINE TO EXCEPTION-LIST-LINE
