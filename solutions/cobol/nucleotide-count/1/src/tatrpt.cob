      *    DISTRIBUTION IN BUCKETS, EVERY SAMPLE OVER THE SLA
      *    THRESHOLD ON THE CONTROL CARD, AND THE COUNT OF SAMPLES
      *    STILL OPEN (RECEIVED, NEVER COMPLETED).
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  ANALYSIS EVENTS (COMPARED, ORFSCANNED)
      *                     ARE PASSED OVER AS WELL.
      *    2026-10-15  RSK  FREEZER STORAGE EVENTS (CHECKEDIN,
      *                     CHECKEDOUT, TRANSFER, DISPOSED) ARE
      *                     PASSED OVER, SO A TUBE THAT ONLY MOVED
      *                     IN THE FREEZER IS NOT COUNTED OPEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    2000-PAIR-ONE-EVENT - THE FIRST RECEIVED DATE AND THE
      *    LAST REPORTED-OR-FAILED DATE PER SAMPLE.  EVENTS ARRIVE
      *    IN APPEND ORDER, SO "LAST WINS" NEEDS NO SORTING.
      *    FREEZER STORAGE AND ANALYSIS EVENTS ARE NOT PART OF THE
      *    LIFECYCLE.
      ******************************************************************
       2000-PAIR-ONE-EVENT.
           MOVE "N" TO WS-FOUND-SW
           IF NOT AN-STORAGE-EVENT AND NOT AN-ANALYSIS-EVENT
               PERFORM 2100-FIND-OR-ADD-SAMPLE
           END-IF
           IF WS-FOUND
               SET WS-TX TO WS-TAT-SUB
               EVALUATE AN-STATUS
