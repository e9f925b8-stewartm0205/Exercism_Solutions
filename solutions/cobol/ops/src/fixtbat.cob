      *    FIELD ALLOWS; AN ODD FIELD LEAVES THE LAST BOARD A BYE.
      *    THE GAME DATE ON THE CARD IS STAMPED ON EVERY FIXTURE SO
      *    GAMENITE CAN PRINT THE NIGHT'S OWN CARD.
      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  A PLAYER UNDER SUSPENSION ON THE GAME DATE
      *                     (PER THE DISCIPLINARY REGISTER, THROUGH
      *                     THE SHARED SUSPLOOK SERVICE) IS LEFT OFF
      *                     THE FIELD AND LISTED ON THE JOB LOG WITH
      *                     THE REASON CODE AND LAST SUSPENDED DATE.
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

       01  WS-FC-FILE-STATUS              PIC XX.
       01  WS-PM-FILE-STATUS              PIC XX.
       01  WS-HOME-SUB                    PIC 9(03).
       01  WS-AWAY-SUB                    PIC 9(03).
       01  WS-BOARD-NO                    PIC 9(02) VALUE ZERO.
       01  WS-SUSPENDED-COUNT             PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-READ.

       1200-STORE-ROSTER-ENTRY.
           IF PLM-ACTIVE
               PERFORM 1250-CHECK-SUSPENSION
           END-IF
           IF PLM-ACTIVE AND NOT WS-SP-SUSPENDED
               AND WS-FIELD-COUNT < WS-FIELD-MAX
               ADD 1 TO WS-FIELD-COUNT
               SET WS-FX-IX TO WS-FIELD-COUNT
               MOVE PLM-PLAYER-ID TO WS-F-PLAYER-ID(WS-FX-IX)
           END-IF
           PERFORM 1100-READ-ROSTER-ENTRY.

      ******************************************************************
      *    1250-CHECK-SUSPENSION - ASK THE DISCIPLINARY REGISTER
      *    WHETHER THE PLAYER IS SUSPENDED ON THE GAME DATE (TODAY
      *    WHEN THE CARD CARRIES NO DATE); A SUSPENDED PLAYER IS
      *    LISTED ON THE JOB LOG AND KEPT OFF THE FIELD.
      ******************************************************************
       1250-CHECK-SUSPENSION.
           MOVE PLM-PLAYER-ID TO WS-SP-PLAYER-ID
           IF WS-GAME-DATE > ZERO
               MOVE WS-GAME-DATE TO WS-SP-AS-OF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SP-AS-OF-DATE
           END-IF
           CALL "SUSPLOOK"
           IF WS-SP-SUSPENDED
               ADD 1 TO WS-SUSPENDED-COUNT
               DISPLAY "FIXTBAT: " PLM-PLAYER-ID " SUSPENDED ("
                   WS-SP-REASON-CODE ") THROUGH " WS-SP-END-DATE
                   " -- LEFT OFF THE CARD"
           END-IF.

      ******************************************************************
      *    2000-ATTACH-RATINGS - ATTACH RATING AND RATED-NIGHT COUNT
      *    FROM THE RATINGS FILE, THEN CLASSIFY EACH PLAYER AS

       9999-TERMINATE.
           DISPLAY "FIXTBAT: " WS-BOARD-NO " BOARDS DRAWN FOR "
               WS-GAME-DATE " (" WS-PROV-COUNT " PROVISIONAL, "
               WS-SUSPENDED-COUNT " SUSPENDED)".
