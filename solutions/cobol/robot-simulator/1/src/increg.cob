       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCREG.
       AUTHOR. WAREHOUSE-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    INCREG IS THE ROBOT INCIDENT REGISTER.  AFTER EACH SHIFT
      *    IT READS THE INCIDENT EVENTS ROBOT-SIMULATOR WROTE FOR
      *    EVERY REFUSED MOVE AND FOLDS THEM INTO INCIDENT TICKETS:
      *    ONE OPEN TICKET PER ROBOT, INCIDENT TYPE, CELL AND SHIFT.
      *    A ROBOT THAT BUMPS THE SAME OBSTACLE TWENTY TIMES IN ONE
      *    SHIFT RAISES ONE TICKET WITH TWENTY OCCURRENCES, NOT
      *    TWENTY TICKETS.  CLOSE CARDS (INCCLOSE, TICKET NUMBER IN
      *    COLUMNS 1-6) FROM ENGINEERING ARE APPLIED FIRST.  EVERY
      *    EVENT IS ALSO APPENDED TO THE INCIDENT HISTORY INCRPT
      *    READS FOR THE WEEKLY REPORT -- ONLY ONCE THE WHOLE SHIFT
      *    HAS FOLDED, SO A RUN REFUSED FOR A FULL REGISTER APPENDS
      *    NOTHING AND CAN SIMPLY BE RERUN.  THE NEW REGISTER GOES
      *    TO INCTKTO; COPY IT OVER THE LIVE REGISTER AFTER THE RUN.
      *    CLOSED TICKETS ARE DROPPED FROM THE NEW REGISTER, EXCEPT
      *    THE HIGHEST-NUMBERED TICKET, WHICH IS ALWAYS KEPT SO THAT
      *    NUMBERING CARRIES ON AND A TICKET NUMBER IS NEVER REUSED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO "INCTKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IT-FILE-STATUS.

           SELECT TICKET-OUT ASSIGN TO "INCTKTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-FILE-STATUS.

           SELECT CLOSE-CARD-FILE ASSIGN TO "INCCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.

           SELECT ROBOT-INCIDENT-FILE ASSIGN TO "ROBOTINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-FILE-STATUS.

           SELECT INCIDENT-HISTORY-FILE ASSIGN TO "ROBOTINH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
       COPY INCTKT.

       FD  TICKET-OUT.
       01  TICKET-OUT-RECORD             PIC X(114).

       FD  CLOSE-CARD-FILE.
       01  CLOSE-CARD-RECORD.
           05  CC-TICKET-NO              PIC 9(06).
           05  FILLER                    PIC X(74).

       FD  ROBOT-INCIDENT-FILE.
       COPY ROBOTINC.

       FD  INCIDENT-HISTORY-FILE.
       01  INCIDENT-HISTORY-RECORD       PIC X(93).

       WORKING-STORAGE SECTION.
       01  WS-IT-FILE-STATUS             PIC XX.
       01  WS-TO-FILE-STATUS             PIC XX.
       01  WS-CC-FILE-STATUS             PIC XX.
       01  WS-RI-FILE-STATUS             PIC XX.
       01  WS-IH-FILE-STATUS             PIC XX.
       01  WS-NEXT-TICKET-NO             PIC 9(06) VALUE 1.
       01  WS-EVENT-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-OPENED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REPEAT-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-STILL-OPEN-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-DROPPED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-LAST-TICKET-NO             PIC 9(06) VALUE ZERO.

      *    THE HIGHEST CLOSED TICKET ON THE OLD REGISTER, KEPT ONLY
      *    TO CARRY THE TICKET NUMBERING FORWARD.
       01  WS-HIGH-CLOSED-NO             PIC 9(06) VALUE ZERO.
       01  WS-HIGH-CLOSED-RECORD         PIC X(114) VALUE SPACES.

      *    THE OPEN TICKETS, HELD IN MEMORY FOR THE RUN.
       01  WS-TKT-MAX                    PIC 9(04) VALUE 5000.
       01  WS-TKT-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-TKT-TABLE.
           05  WS-TKT-ENTRY OCCURS 5000 TIMES.
               10  WS-T-TICKET-NO         PIC 9(06).
               10  WS-T-STATUS            PIC X(01).
                   88  WS-T-OPEN          VALUE "O".
               10  WS-T-ROBOT-ID          PIC X(06).
               10  WS-T-TYPE              PIC X(04).
               10  WS-T-X                 PIC S999.
               10  WS-T-Y                 PIC S999.
               10  WS-T-SHIFT-ID          PIC X(14).
               10  WS-T-MODEL-CODE        PIC X(04).
               10  WS-T-FIRST-DATE        PIC 9(08).
               10  WS-T-FIRST-TIME        PIC 9(06).
               10  WS-T-LAST-DATE         PIC 9(08).
               10  WS-T-LAST-TIME         PIC 9(06).
               10  WS-T-OCCURRENCES       PIC 9(05).
               10  WS-T-REASON            PIC X(40).
       01  WS-TKT-SUB                    PIC 9(04).
       01  WS-FOUND-SUB                  PIC 9(04).

       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(16) VALUE
               "INCREG EVENTS ".
           05  WS-S-EVENTS               PIC ZZZZ9.
           05  FILLER                    PIC X(10) VALUE "  OPENED ".
           05  WS-S-OPENED               PIC ZZZZ9.
           05  FILLER                    PIC X(10) VALUE "  REPEAT ".
           05  WS-S-REPEAT               PIC ZZZZ9.
           05  FILLER                    PIC X(10) VALUE "  CLOSED ".
           05  WS-S-CLOSED               PIC ZZZZ9.
           05  FILLER                    PIC X(12) VALUE
               "  STILL OPEN".
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-S-STILL-OPEN           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CLOSE-CARDS
           PERFORM 3000-FOLD-SHIFT-EVENTS
           PERFORM 3500-APPEND-HISTORY
           PERFORM 4000-WRITE-REGISTER
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - LOAD THE OPEN TICKETS OFF THE CURRENT
      *    REGISTER.  NO REGISTER YET MEANS THE FIRST RUN; TICKETS
      *    START AT 1.  A CLOSED TICKET ONLY MOVES THE NUMBERING ON.
      *    MORE OPEN TICKETS THAN THE TABLE HOLDS IS REFUSED RATHER
      *    THAN WRITTEN BACK SHORT.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT TICKET-FILE
           IF WS-IT-FILE-STATUS = "00"
               PERFORM 1100-READ-TICKET
               PERFORM 1200-STORE-TICKET
                   UNTIL WS-IT-FILE-STATUS NOT = "00"
               CLOSE TICKET-FILE
           END-IF.

       1100-READ-TICKET.
           READ TICKET-FILE
               AT END
                   MOVE "10" TO WS-IT-FILE-STATUS
           END-READ.

       1200-STORE-TICKET.
           IF IT-TICKET-NO >= WS-NEXT-TICKET-NO
               COMPUTE WS-NEXT-TICKET-NO = IT-TICKET-NO + 1
           END-IF
           IF IT-OPEN
               PERFORM 1250-STORE-OPEN-TICKET
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               IF IT-TICKET-NO > WS-HIGH-CLOSED-NO
                   MOVE IT-TICKET-NO TO WS-HIGH-CLOSED-NO
                   MOVE INCIDENT-TICKET-RECORD TO WS-HIGH-CLOSED-RECORD
               END-IF
           END-IF
           PERFORM 1100-READ-TICKET.

       1250-STORE-OPEN-TICKET.
           IF WS-TKT-COUNT >= WS-TKT-MAX
               DISPLAY "INCREG REFUSED -- TICKET REGISTER OVER "
                   WS-TKT-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TKT-COUNT
           MOVE IT-TICKET-NO TO WS-T-TICKET-NO(WS-TKT-COUNT)
           MOVE IT-STATUS TO WS-T-STATUS(WS-TKT-COUNT)
           MOVE IT-ROBOT-ID TO WS-T-ROBOT-ID(WS-TKT-COUNT)
           MOVE IT-INCIDENT-TYPE TO WS-T-TYPE(WS-TKT-COUNT)
           MOVE IT-X TO WS-T-X(WS-TKT-COUNT)
           MOVE IT-Y TO WS-T-Y(WS-TKT-COUNT)
           MOVE IT-SHIFT-ID TO WS-T-SHIFT-ID(WS-TKT-COUNT)
           MOVE IT-MODEL-CODE TO WS-T-MODEL-CODE(WS-TKT-COUNT)
           MOVE IT-FIRST-DATE TO WS-T-FIRST-DATE(WS-TKT-COUNT)
           MOVE IT-FIRST-TIME TO WS-T-FIRST-TIME(WS-TKT-COUNT)
           MOVE IT-LAST-DATE TO WS-T-LAST-DATE(WS-TKT-COUNT)
           MOVE IT-LAST-TIME TO WS-T-LAST-TIME(WS-TKT-COUNT)
           MOVE IT-OCCURRENCES TO WS-T-OCCURRENCES(WS-TKT-COUNT)
           MOVE IT-REASON TO WS-T-REASON(WS-TKT-COUNT).

      ******************************************************************
      *    2000-APPLY-CLOSE-CARDS - CLOSE EACH CARDED TICKET.  A
      *    CARD FOR A TICKET NOT OPEN ON THE REGISTER IS REPORTED AND
      *    OTHERWISE IGNORED.
      ******************************************************************
       2000-APPLY-CLOSE-CARDS.
           OPEN INPUT CLOSE-CARD-FILE
           IF WS-CC-FILE-STATUS = "00"
               PERFORM 2100-READ-CLOSE-CARD
               PERFORM 2200-CLOSE-ONE-TICKET
                   UNTIL WS-CC-FILE-STATUS NOT = "00"
               CLOSE CLOSE-CARD-FILE
           END-IF.

       2100-READ-CLOSE-CARD.
           READ CLOSE-CARD-FILE
               AT END
                   MOVE "10" TO WS-CC-FILE-STATUS
           END-READ.

       2200-CLOSE-ONE-TICKET.
           MOVE ZERO TO WS-FOUND-SUB
           IF CC-TICKET-NO IS NUMERIC
               PERFORM 2210-CHECK-ONE-NUMBER
                   VARYING WS-TKT-SUB FROM 1 BY 1
                   UNTIL WS-TKT-SUB > WS-TKT-COUNT
                      OR WS-FOUND-SUB > ZERO
           END-IF
           IF WS-FOUND-SUB > ZERO
               IF WS-T-OPEN(WS-FOUND-SUB)
                   MOVE "C" TO WS-T-STATUS(WS-FOUND-SUB)
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   DISPLAY "INCREG CLOSE CARD -- TICKET "
                       CC-TICKET-NO " ALREADY CLOSED"
               END-IF
           ELSE
               DISPLAY "INCREG CLOSE CARD -- TICKET "
                   CLOSE-CARD-RECORD(1:6) " NOT OPEN ON REGISTER"
           END-IF
           PERFORM 2100-READ-CLOSE-CARD.

       2210-CHECK-ONE-NUMBER.
           IF WS-T-TICKET-NO(WS-TKT-SUB) = CC-TICKET-NO
               MOVE WS-TKT-SUB TO WS-FOUND-SUB
           END-IF.

      ******************************************************************
      *    3000-FOLD-SHIFT-EVENTS - FOLD EVERY SHIFT EVENT INTO THE
      *    REGISTER.  NO EVENT FILE MEANS A SHIFT WITHOUT A SINGLE
      *    REFUSAL.
      ******************************************************************
       3000-FOLD-SHIFT-EVENTS.
           OPEN INPUT ROBOT-INCIDENT-FILE
           IF WS-RI-FILE-STATUS = "00"
               PERFORM 3100-READ-EVENT
               PERFORM 3200-FOLD-ONE-EVENT
                   UNTIL WS-RI-FILE-STATUS NOT = "00"
               CLOSE ROBOT-INCIDENT-FILE
           END-IF.

       3100-READ-EVENT.
           READ ROBOT-INCIDENT-FILE
               AT END
                   MOVE "10" TO WS-RI-FILE-STATUS
           END-READ.

      ******************************************************************
      *    3200-FOLD-ONE-EVENT - AN OPEN TICKET FOR THE SAME ROBOT,
      *    TYPE, CELL AND SHIFT TAKES THE EVENT AS ONE MORE
      *    OCCURRENCE; OTHERWISE THE EVENT RAISES A NEW TICKET.
      ******************************************************************
       3200-FOLD-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 3210-CHECK-ONE-TICKET
               VARYING WS-TKT-SUB FROM 1 BY 1
               UNTIL WS-TKT-SUB > WS-TKT-COUNT
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB > ZERO
               ADD 1 TO WS-T-OCCURRENCES(WS-FOUND-SUB)
               MOVE RI-DATE TO WS-T-LAST-DATE(WS-FOUND-SUB)
               MOVE RI-TIME TO WS-T-LAST-TIME(WS-FOUND-SUB)
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               PERFORM 3300-RAISE-TICKET
           END-IF
           PERFORM 3100-READ-EVENT.

       3210-CHECK-ONE-TICKET.
           IF WS-T-OPEN(WS-TKT-SUB)
               AND WS-T-ROBOT-ID(WS-TKT-SUB) = RI-ROBOT-ID
               AND WS-T-TYPE(WS-TKT-SUB) = RI-INCIDENT-TYPE
               AND WS-T-X(WS-TKT-SUB) = RI-X
               AND WS-T-Y(WS-TKT-SUB) = RI-Y
               AND WS-T-SHIFT-ID(WS-TKT-SUB) = RI-SHIFT-ID
               MOVE WS-TKT-SUB TO WS-FOUND-SUB
           END-IF.

       3300-RAISE-TICKET.
           IF WS-TKT-COUNT >= WS-TKT-MAX
               DISPLAY "INCREG REFUSED -- TICKET REGISTER OVER "
                   WS-TKT-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TKT-COUNT
           ADD 1 TO WS-OPENED-COUNT
           MOVE WS-NEXT-TICKET-NO TO WS-T-TICKET-NO(WS-TKT-COUNT)
           ADD 1 TO WS-NEXT-TICKET-NO
           MOVE "O" TO WS-T-STATUS(WS-TKT-COUNT)
           MOVE RI-ROBOT-ID TO WS-T-ROBOT-ID(WS-TKT-COUNT)
           MOVE RI-INCIDENT-TYPE TO WS-T-TYPE(WS-TKT-COUNT)
           MOVE RI-X TO WS-T-X(WS-TKT-COUNT)
           MOVE RI-Y TO WS-T-Y(WS-TKT-COUNT)
           MOVE RI-SHIFT-ID TO WS-T-SHIFT-ID(WS-TKT-COUNT)
           MOVE RI-MODEL-CODE TO WS-T-MODEL-CODE(WS-TKT-COUNT)
           MOVE RI-DATE TO WS-T-FIRST-DATE(WS-TKT-COUNT)
           MOVE RI-TIME TO WS-T-FIRST-TIME(WS-TKT-COUNT)
           MOVE RI-DATE TO WS-T-LAST-DATE(WS-TKT-COUNT)
           MOVE RI-TIME TO WS-T-LAST-TIME(WS-TKT-COUNT)
           MOVE 1 TO WS-T-OCCURRENCES(WS-TKT-COUNT)
           MOVE RI-REASON TO WS-T-REASON(WS-TKT-COUNT).

      ******************************************************************
      *    3500-APPEND-HISTORY - THE SHIFT HAS FOLDED CLEAN; NOW
      *    APPEND ITS EVENTS TO THE INCIDENT HISTORY.
      ******************************************************************
       3500-APPEND-HISTORY.
           OPEN INPUT ROBOT-INCIDENT-FILE
           IF WS-RI-FILE-STATUS = "00"
               OPEN EXTEND INCIDENT-HISTORY-FILE
               IF WS-IH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT INCIDENT-HISTORY-FILE
               END-IF
               PERFORM 3100-READ-EVENT
               PERFORM 3510-APPEND-ONE-EVENT
                   UNTIL WS-RI-FILE-STATUS NOT = "00"
               CLOSE ROBOT-INCIDENT-FILE
               CLOSE INCIDENT-HISTORY-FILE
           END-IF.

       3510-APPEND-ONE-EVENT.
           MOVE ROBOT-INCIDENT-RECORD TO INCIDENT-HISTORY-RECORD
           WRITE INCIDENT-HISTORY-RECORD
           PERFORM 3100-READ-EVENT.

      ******************************************************************
      *    4000-WRITE-REGISTER - WRITE THE OPEN TICKETS, OLD AND NEW,
      *    TO THE NEW GENERATION.  A TICKET CLOSED THIS RUN IS
      *    DROPPED, UNLESS IT IS THE HIGHEST-NUMBERED TICKET; WHEN
      *    THAT TICKET WAS ALREADY CLOSED ON THE OLD REGISTER IT IS
      *    WRITTEN BACK FROM THE SAVED RECORD.
      ******************************************************************
       4000-WRITE-REGISTER.
           COMPUTE WS-LAST-TICKET-NO = WS-NEXT-TICKET-NO - 1
           OPEN OUTPUT TICKET-OUT
           PERFORM 4100-WRITE-ONE-TICKET
               VARYING WS-TKT-SUB FROM 1 BY 1
               UNTIL WS-TKT-SUB > WS-TKT-COUNT
           IF WS-HIGH-CLOSED-NO > ZERO
               AND WS-HIGH-CLOSED-NO = WS-LAST-TICKET-NO
               MOVE WS-HIGH-CLOSED-RECORD TO TICKET-OUT-RECORD
               WRITE TICKET-OUT-RECORD
               SUBTRACT 1 FROM WS-DROPPED-COUNT
           END-IF
           CLOSE TICKET-OUT.

       4100-WRITE-ONE-TICKET.
           IF WS-T-OPEN(WS-TKT-SUB)
               OR WS-T-TICKET-NO(WS-TKT-SUB) = WS-LAST-TICKET-NO
               PERFORM 4200-WRITE-TICKET-RECORD
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       4200-WRITE-TICKET-RECORD.
           MOVE WS-T-TICKET-NO(WS-TKT-SUB) TO IT-TICKET-NO
           MOVE WS-T-STATUS(WS-TKT-SUB) TO IT-STATUS
           MOVE WS-T-ROBOT-ID(WS-TKT-SUB) TO IT-ROBOT-ID
           MOVE WS-T-TYPE(WS-TKT-SUB) TO IT-INCIDENT-TYPE
           MOVE WS-T-X(WS-TKT-SUB) TO IT-X
           MOVE WS-T-Y(WS-TKT-SUB) TO IT-Y
           MOVE WS-T-SHIFT-ID(WS-TKT-SUB) TO IT-SHIFT-ID
           MOVE WS-T-MODEL-CODE(WS-TKT-SUB) TO IT-MODEL-CODE
           MOVE WS-T-FIRST-DATE(WS-TKT-SUB) TO IT-FIRST-DATE
           MOVE WS-T-FIRST-TIME(WS-TKT-SUB) TO IT-FIRST-TIME
           MOVE WS-T-LAST-DATE(WS-TKT-SUB) TO IT-LAST-DATE
           MOVE WS-T-LAST-TIME(WS-TKT-SUB) TO IT-LAST-TIME
           MOVE WS-T-OCCURRENCES(WS-TKT-SUB) TO IT-OCCURRENCES
           MOVE WS-T-REASON(WS-TKT-SUB) TO IT-REASON
           IF IT-OPEN
               ADD 1 TO WS-STILL-OPEN-COUNT
           END-IF
           MOVE INCIDENT-TICKET-RECORD TO TICKET-OUT-RECORD
           WRITE TICKET-OUT-RECORD.

      ******************************************************************
      *    9999-TERMINATE - RUN TOTALS TO THE JOB LOG.
      ******************************************************************
       9999-TERMINATE.
           MOVE WS-EVENT-COUNT TO WS-S-EVENTS
           MOVE WS-OPENED-COUNT TO WS-S-OPENED
           MOVE WS-REPEAT-COUNT TO WS-S-REPEAT
           MOVE WS-CLOSED-COUNT TO WS-S-CLOSED
           MOVE WS-STILL-OPEN-COUNT TO WS-S-STILL-OPEN
           DISPLAY WS-SUMMARY-LINE
           DISPLAY "INCREG CLOSED TICKETS DROPPED " WS-DROPPED-COUNT.
