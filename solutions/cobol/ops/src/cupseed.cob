      *    PADDED WITH BYES AGAINST THE TOP SEEDS, AND A BYE MATCH
      *    IS DECIDED ON THE SPOT.  CUPADV TAKES THE BRACKET FROM
      *    HERE, ROUND BY ROUND, TO THE FINAL.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  EVERY BRACKET MATCH CARRIES THE SEEDING
      *                     DATE AS THE CUP'S IDENTIFIER.
      *    2026-10-15  RSK  AN ENTRANT UNDER SUSPENSION ON THE SEEDING
      *                     DATE (PER THE DISCIPLINARY REGISTER,
      *                     THROUGH THE SHARED SUSPLOOK SERVICE) IS
      *                     NOT SEEDED AND IS LISTED ON THE JOB LOG
      *                     WITH THE REASON CODE AND LAST SUSPENDED
      *                     DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.
       01  WS-SP-PLAYER-ID PIC X(06) EXTERNAL.
       01  WS-SP-AS-OF-DATE PIC 9(08) EXTERNAL.
       01  WS-SP-REASON-CODE PIC X(04) EXTERNAL.
       01  WS-SP-END-DATE PIC 9(08) EXTERNAL.
       01  WS-SP-SUSPENDED-SW PIC X EXTERNAL.
           88  WS-SP-SUSPENDED VALUE "Y".

       01  WS-EN-FILE-STATUS              PIC XX.
       01  WS-RA-FILE-STATUS              PIC XX.
       01  WS-BK-FILE-STATUS              PIC XX.

       01  WS-SEED-RATING                 PIC 9(04) VALUE 1500.
       01  WS-SEEDING-DATE                PIC 9(08) VALUE ZERO.
       01  WS-SUSPENDED-COUNT             PIC 9(03) VALUE ZERO.

      *    THE ENTRY FIELD WITH RATINGS ATTACHED, THEN RANKED INTO
      *    SEED ORDER (SEED 1 = HIGHEST RATING).
      *    CUP: THE RUN REFUSES RATHER THAN WRITE AN EMPTY BRACKET.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEEDING-DATE
           OPEN INPUT ENTRY-LIST-FILE
           MOVE "CUPSEED" TO WS-FS-CALLER
           MOVE "CUPENTRY" TO WS-FS-DDNAME
           END-READ.

       1200-STORE-ENTRY.
           MOVE "N" TO WS-SP-SUSPENDED-SW
           IF EN-PLAYER-ID NOT = SPACES
               PERFORM 1250-CHECK-SUSPENSION
           END-IF
           IF EN-PLAYER-ID NOT = SPACES AND NOT WS-SP-SUSPENDED
               AND WS-FIELD-COUNT < WS-FIELD-MAX
               ADD 1 TO WS-FIELD-COUNT
               SET WS-FX TO WS-FIELD-COUNT
           END-IF
           PERFORM 1100-READ-ENTRY.

      ******************************************************************
      *    1250-CHECK-SUSPENSION - ASK THE DISCIPLINARY REGISTER
      *    WHETHER THE ENTRANT IS SUSPENDED TODAY; A SUSPENDED
      *    ENTRANT IS LISTED ON THE JOB LOG AND LEFT UNSEEDED.
      ******************************************************************
       1250-CHECK-SUSPENSION.
           MOVE EN-PLAYER-ID TO WS-SP-PLAYER-ID
           MOVE WS-SEEDING-DATE TO WS-SP-AS-OF-DATE
           CALL "SUSPLOOK"
           IF WS-SP-SUSPENDED
               ADD 1 TO WS-SUSPENDED-COUNT
               DISPLAY "CUPSEED: " EN-PLAYER-ID " SUSPENDED ("
                   WS-SP-REASON-CODE ") THROUGH " WS-SP-END-DATE
                   " -- NOT SEEDED"
           END-IF.

       2000-ATTACH-RATINGS.
           OPEN INPUT RATING-FILE
           IF WS-RA-FILE-STATUS = "00"
           MOVE WS-MATCH-NO TO BK-MATCH-NO
           MOVE WS-SEED-ID(WS-HIGH-SUB) TO BK-HOME-ID
           MOVE WS-SEED-ID(WS-LOW-SUB) TO BK-AWAY-ID
           MOVE WS-SEEDING-DATE TO BK-CUP-DATE
           IF BK-AWAY-ID = "BYE"
               MOVE BK-HOME-ID TO BK-WINNER-ID
           ELSE

       9999-TERMINATE.
           DISPLAY "CUPSEED: " WS-MATCH-NO " ROUND-1 MATCHES FOR "
               WS-FIELD-COUNT " ENTRANTS (" WS-SUSPENDED-COUNT
               " SUSPENDED ENTRANTS LEFT OUT)".
