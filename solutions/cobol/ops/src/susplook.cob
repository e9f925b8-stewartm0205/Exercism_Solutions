       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPLOOK.
       AUTHOR. OPERATIONS-CONTROL-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    SUSPLOOK IS THE SUITE'S SHARED SUSPENSION CHECK, BUILT LIKE
      *    PARMLOOK.  A DRIVER SETS WS-SP-PLAYER-ID AND
      *    WS-SP-AS-OF-DATE AND CALLS IT; WHEN THE DISCIPLINARY
      *    REGISTER HOLDS A SUSPENSION COVERING THAT DATE, WS-SP-
      *    SUSPENDED COMES BACK ON WITH THE REASON CODE AND THE LAST
      *    DATE OF THE SUSPENSION (THE LATEST END DATE WHEN TWO
      *    OVERLAP).  NO REGISTER, OR NO COVERING RECORD, LEAVES THE
      *    SWITCH OFF SO THE PLAYER IS TREATED AS ELIGIBLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSION-FILE ASSIGN TO "DISCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSION-FILE.
       COPY DISCREG.

       WORKING-STORAGE SECTION.
       01 WS-SP-PLAYER-ID          PIC X(06) EXTERNAL.
       01 WS-SP-AS-OF-DATE         PIC 9(08) EXTERNAL.
       01 WS-SP-REASON-CODE        PIC X(04) EXTERNAL.
       01 WS-SP-END-DATE           PIC 9(08) EXTERNAL.
       01 WS-SP-SUSPENDED-SW       PIC X EXTERNAL.
           88 WS-SP-SUSPENDED      VALUE "Y".

       01  WS-SR-FILE-STATUS       PIC XX.
       01  WS-EOF-SW               PIC X.
           88  WS-EOF              VALUE "Y".

       PROCEDURE DIVISION.
       SUSPLOOK.
           MOVE "N" TO WS-SP-SUSPENDED-SW
           MOVE SPACES TO WS-SP-REASON-CODE
           MOVE ZERO TO WS-SP-END-DATE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSION-FILE
           IF WS-SR-FILE-STATUS = "00"
               PERFORM 1100-READ-SUSPENSION
               PERFORM 1200-JUDGE-SUSPENSION
                   UNTIL WS-EOF
               CLOSE SUSPENSION-FILE
           END-IF
           GOBACK.

       1100-READ-SUSPENSION.
           READ SUSPENSION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1200-JUDGE-SUSPENSION.
           IF SR-PLAYER-ID = WS-SP-PLAYER-ID
               AND SR-START-DATE <= WS-SP-AS-OF-DATE
               AND SR-END-DATE >= WS-SP-AS-OF-DATE
               AND SR-END-DATE >= WS-SP-END-DATE
               MOVE SR-END-DATE TO WS-SP-END-DATE
               MOVE SR-REASON-CODE TO WS-SP-REASON-CODE
               MOVE "Y" TO WS-SP-SUSPENDED-SW
           END-IF
           PERFORM 1100-READ-SUSPENSION.
