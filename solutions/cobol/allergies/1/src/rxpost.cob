       IDENTIFICATION DIVISION.
       PROGRAM-ID. RXPOST.
       AUTHOR. CLINIC-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    RXPOST POSTS A FILE OF APPROVED ORDERS -- THE DAY'S
      *    ORDRSCRN APPROVALS OR THE ORDERS RXRELEAS RELEASED -- TO
      *    THE KEYED PATIENT-PRESCRIPTION CLUSTER.  AN ORDER FOR A
      *    MEDICATION THE PATIENT HAS NO LINE FOR IS ADDED.  THE
      *    CLUSTER HOLDS ONE LINE PER PATIENT AND MEDICATION, SO AN
      *    ORDER FOR A MEDICATION ALREADY ON FILE REPLACES THE OLD
      *    LINE: THE NEWER ORDER CARRIES THE CURRENT START DATE,
      *    DOSE, PRESCRIBER AND FORMULARY STATUS.  NO CLUSTER IS
      *    FATAL; NO ORDERS FILE IS A RUN WITH NOTHING TO POST.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-ORDERS-FILE ASSIGN TO "ORDRAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT PRESCRIPTION-FILE ASSIGN TO "PRESCRIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-ORDERS-FILE.
       01  APPROVED-ORDER-RECORD          PIC X(72).

       FD  PRESCRIPTION-FILE.
       COPY PRESCRIP.

       WORKING-STORAGE SECTION.
       01  WS-FS-CALLER PIC X(10) EXTERNAL.
       01  WS-FS-DDNAME PIC X(08) EXTERNAL.
       01  WS-FS-STATUS-CODE PIC XX EXTERNAL.

       01  WS-AP-FILE-STATUS              PIC XX.
       01  WS-PX-FILE-STATUS              PIC XX.
       01  WS-EOF-SW                      PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-ORDERS-READ                 PIC 9(07) VALUE ZERO.
       01  WS-LINES-ADDED                 PIC 9(07) VALUE ZERO.
       01  WS-LINES-REPLACED              PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-ORDER
               UNTIL WS-EOF
           PERFORM 9999-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O PRESCRIPTION-FILE
           MOVE "RXPOST" TO WS-FS-CALLER
           MOVE "PRESCRIP" TO WS-FS-DDNAME
           MOVE WS-PX-FILE-STATUS TO WS-FS-STATUS-CODE
           CALL "FSHANDLR"
           IF WS-PX-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT APPROVED-ORDERS-FILE
           IF WS-AP-FILE-STATUS = "00"
               PERFORM 1100-READ-NEXT-ORDER
           ELSE
               SET WS-EOF TO TRUE
           END-IF.

       1100-READ-NEXT-ORDER.
           READ APPROVED-ORDERS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
           END-READ.

      ******************************************************************
      *    2000-POST-ONE-ORDER - A DUPLICATE KEY ON THE ADD MEANS THE
      *    PATIENT ALREADY HAS A LINE FOR THE MEDICATION; THAT LINE
      *    IS READ FOR UPDATE AND REPLACED BY THE ORDER.
      ******************************************************************
       2000-POST-ONE-ORDER.
           MOVE APPROVED-ORDER-RECORD TO PRESCRIPTION-RECORD
           WRITE PRESCRIPTION-RECORD
               INVALID KEY
                   PERFORM 2100-REPLACE-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-ADDED
           END-WRITE
           PERFORM 1100-READ-NEXT-ORDER.

       2100-REPLACE-LINE.
           READ PRESCRIPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE APPROVED-ORDER-RECORD TO PRESCRIPTION-RECORD
                   REWRITE PRESCRIPTION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-REPLACED
                   END-REWRITE
           END-READ.

       9999-TERMINATE.
           CLOSE PRESCRIPTION-FILE
           IF WS-AP-FILE-STATUS NOT = "35"
               CLOSE APPROVED-ORDERS-FILE
           END-IF
           DISPLAY "RXPOST: " WS-ORDERS-READ " ORDERS READ, "
               WS-LINES-ADDED " LINES ADDED, "
               WS-LINES-REPLACED " LINES REPLACED".
