      *    NO CARD IT PRINTS ONE LINE PER SAMPLE SHOWING THE LATEST
      *    STATE, SO THE BENCH ANSWERS "WHERE DOES SAMPLE X STAND"
      *    FROM ONE SCREEN-SIZED REPORT INSTEAD OF FOUR DATASETS.
      *    STORAGE AND ANALYSIS EVENTS ARE IN THE CHAIN OF CUSTODY
      *    BUT DO NOT CHANGE A SAMPLE'S LATEST STATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WRITE CUSTODY-REPORT-LINE
               END-IF
           ELSE
               IF NOT AN-STORAGE-EVENT AND NOT AN-ANALYSIS-EVENT
                   PERFORM 2100-KEEP-LATEST-STATE
               END-IF
           END-IF
           PERFORM 1100-READ-NEXT-EVENT.

