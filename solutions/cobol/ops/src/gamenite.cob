      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  EVERY ROSTER PLAYER IS CHECKED AGAINST THE
      *                     DISCIPLINARY REGISTER (THROUGH THE SHARED
      *                     SUSPLOOK SERVICE) FOR THE GAME DATE, AND A
      *                     DART OR YACHT SCORE POSTED FOR A PLAYER
      *                     UNDER SUSPENSION THAT NIGHT IS FLAGGED IN
      *                     ITS OWN SECTION OF THE NIGHT SUMMARY AND
      *                     ON THE JOB LOG.
      *    2026-08-22  RSK  A PREREQUISITE REFUSAL NOW EXITS WITH
      *                     RETURN CODE 8 SO COND-CHAINED STEPS DO
      *                     NOT RUN ON AGAINST A STALE OR MISSING
           88  WS-JC-PREREQ-OK            VALUE "Y".
       01  WS-GATE-OPEN-SW                PIC X VALUE "Y".
           88  WS-GATE-OPEN               VALUE "Y".
       01  WS-SP-PLAYER-ID                PIC X(06) EXTERNAL.
       01  WS-SP-AS-OF-DATE               PIC 9(08) EXTERNAL.
       01  WS-SP-REASON-CODE              PIC X(04) EXTERNAL.
       01  WS-SP-END-DATE                 PIC 9(08) EXTERNAL.
       01  WS-SP-SUSPENDED-SW             PIC X EXTERNAL.
           88  WS-SP-SUSPENDED            VALUE "Y".

       01  WS-GC-FILE-STATUS              PIC XX.
       01  WS-PM-FILE-STATUS              PIC XX.
               10  WS-N-YACHT-TOTAL         PIC 9(04) VALUE ZERO.
               10  WS-N-HANDICAP            PIC 9(04) VALUE ZERO.
               10  WS-N-DIVISION            PIC 9(01) VALUE 1.
               10  WS-N-SUSP-REASON         PIC X(04) VALUE SPACES.
               10  WS-N-SUSP-END-DATE       PIC 9(08) VALUE ZERO.
       01  WS-COMBINED-TOTAL              PIC 9(06).
       01  WS-HCAP-COMBINED-TOTAL         PIC 9(06).
       01  WS-DS-TOTAL-NUMERIC            PIC 9(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-FD-AWAY-RATING           PIC ZZZ9.

       01  WS-SUSPENSION-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-SUSPENSION-HEADING-LINE     PIC X(60) VALUE
           "SCORES POSTED UNDER SUSPENSION -- PLAYER  DARTS  YACHT".

       01  WS-SUSPENSION-DETAIL-LINE.
           05  WS-SD-PLAYER-ID             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-SD-NAME                  PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-SD-DART-TOTAL            PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-SD-YACHT-TOTAL           PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-SD-REASON                PIC X(04).
           05  FILLER                      PIC X(05) VALUE " THRU".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SD-END-DATE              PIC 9(08).

       01  WS-TEAM-DETAIL-LINE.
           05  WS-TD-TEAM-ID               PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
               MOVE ZERO TO WS-N-DART-TOTAL(WS-NX)
               MOVE ZERO TO WS-N-YACHT-TOTAL(WS-NX)
               MOVE 1 TO WS-N-DIVISION(WS-NX)
               PERFORM 1250-CHECK-SUSPENSION
           END-IF
           PERFORM 1100-READ-ROSTER-ENTRY.

      ******************************************************************
      *    1250-CHECK-SUSPENSION - NOTE ON THE NIGHT TABLE WHETHER THE
      *    PLAYER IS UNDER SUSPENSION ON THE GAME DATE, SO ANY SCORE
      *    POSTED FOR THEM CAN BE FLAGGED ONCE THE TOTALS ARE IN.
      ******************************************************************
       1250-CHECK-SUSPENSION.
           MOVE SPACES TO WS-N-SUSP-REASON(WS-NX)
           MOVE ZERO TO WS-N-SUSP-END-DATE(WS-NX)
           MOVE PLM-PLAYER-ID TO WS-SP-PLAYER-ID
           MOVE WS-GAME-DATE TO WS-SP-AS-OF-DATE
           CALL "SUSPLOOK"
           IF WS-SP-SUSPENDED
               MOVE WS-SP-REASON-CODE TO WS-N-SUSP-REASON(WS-NX)
               MOVE WS-SP-END-DATE TO WS-N-SUSP-END-DATE(WS-NX)
           END-IF.

      ******************************************************************
      *    1300-LOAD-TEAMS - LOAD THE TEAM-MASTER FILE INTO THE TEAM
      *    TABLE.  WHEN NO TEAM FILE IS SUPPLIED THE TABLE STAYS
               PERFORM 4200-WRITE-TEAM-SECTION
           END-IF
           PERFORM 4600-WRITE-FIXTURE-SECTION
           PERFORM 4700-WRITE-SUSPENSION-FLAGS
           CLOSE NIGHT-SUMMARY-FILE.

       4100-WRITE-ONE-PLAYER.
           END-IF
           PERFORM 4610-READ-FIXTURE-ENTRY.

      ******************************************************************
      *    4700-WRITE-SUSPENSION-FLAGS - LIST EVERY PLAYER SUSPENDED
      *    ON THE GAME DATE WHO NONETHELESS HAS A DART OR YACHT SCORE
      *    POSTED FOR THE NIGHT.  THE SECTION IS ONLY PRINTED WHEN
      *    THERE IS SOMETHING TO FLAG.
      ******************************************************************
       4700-WRITE-SUSPENSION-FLAGS.
           PERFORM 4710-FLAG-ONE-PLAYER
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-NIGHT-COUNT.

       4710-FLAG-ONE-PLAYER.
           IF WS-N-SUSP-REASON(WS-NX) NOT = SPACES
               AND (WS-N-DART-TOTAL(WS-NX) > ZERO
                    OR WS-N-YACHT-TOTAL(WS-NX) > ZERO)
               IF WS-SUSPENSION-COUNT = ZERO
                   MOVE WS-SUSPENSION-HEADING-LINE
                       TO NIGHT-SUMMARY-LINE
                   WRITE NIGHT-SUMMARY-LINE
               END-IF
               ADD 1 TO WS-SUSPENSION-COUNT
               MOVE WS-N-PLAYER-ID(WS-NX) TO WS-SD-PLAYER-ID
               MOVE WS-N-NAME(WS-NX) TO WS-SD-NAME
               MOVE WS-N-DART-TOTAL(WS-NX) TO WS-SD-DART-TOTAL
               MOVE WS-N-YACHT-TOTAL(WS-NX) TO WS-SD-YACHT-TOTAL
               MOVE WS-N-SUSP-REASON(WS-NX) TO WS-SD-REASON
               MOVE WS-N-SUSP-END-DATE(WS-NX) TO WS-SD-END-DATE
               MOVE WS-SUSPENSION-DETAIL-LINE TO NIGHT-SUMMARY-LINE
               WRITE NIGHT-SUMMARY-LINE
               DISPLAY "GAMENITE: SCORE POSTED FOR SUSPENDED PLAYER "
                   WS-N-PLAYER-ID(WS-NX) " ON " WS-GAME-DATE
           END-IF.

       9999-TERMINATE.
           CONTINUE.
