       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEXP.
       AUTHOR. HR-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *    CERTEXP IS THE MONTHLY CERTIFICATION EXPIRY NOTICE.  IT
      *    LISTS EVERY OPEN CERTIFICATION ON THE REGISTER THAT
      *    EXPIRES WITHIN N DAYS OF THE AS-OF DATE, GROUPED BY THE
      *    HOLDER'S DEPARTMENT SO EACH MANAGER CAN BOOK THE
      *    RENEWALS.  AN OPEN ONE ALREADY PAST ITS EXPIRY IS LISTED
      *    TOO, FLAGGED EXPIRED, AND SETS RETURN CODE 4.  THE
      *    CERTXCTL CARD GIVES THE AS-OF DATE (COLS 1-8, DEFAULT
      *    TODAY) AND N (COLS 10-12, DEFAULT 30).  DEPARTMENTS RUN
      *    IN ORGUNIT ORDER, THEN ANY CODE NOT ON THE ORGUNIT
      *    MASTER, THEN THE UNASSIGNED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPIRY-CONTROL-FILE ASSIGN TO "CERTXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XC-FILE-STATUS.

           SELECT CERT-REGISTER-FILE ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-FILE-STATUS.

           SELECT ORG-UNIT-FILE ASSIGN TO "ORGUNIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OU-FILE-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "CERTXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPIRY-CONTROL-FILE.
       01  EXPIRY-CONTROL-RECORD.
           05  XC-AS-OF-DATE            PIC X(08).
           05  FILLER                   PIC X(01).
           05  XC-WINDOW-DAYS           PIC X(03).

       FD  CERT-REGISTER-FILE.
       COPY CERTREG.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  ORG-UNIT-FILE.
       COPY ORGUNIT.

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-XC-FILE-STATUS            PIC XX.
       01  WS-CE-FILE-STATUS            PIC XX.
       01  WS-EM-FILE-STATUS            PIC XX.
       01  WS-OU-FILE-STATUS            PIC XX.
       01  WS-XR-FILE-STATUS            PIC XX.

       01  WS-AS-OF-DATE                PIC 9(08).
       01  WS-WINDOW-DAYS               PIC 9(03) VALUE 30.
       01  WS-AS-OF-INT                 PIC 9(07).
       01  WS-EXPIRY-INT                PIC 9(07).
       01  WS-DAYS-LEFT                 PIC S9(05).

       01  WS-DUE-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-EXPIRED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNLISTED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-GROUP-CODE                PIC X(04).
       01  WS-GROUP-HITS                PIC 9(05).

      *    EMPLOYEE NAMES AND DEPARTMENTS OFF THE MASTER.
       01  WS-EMP-MAX                   PIC 9(04) VALUE 1000.
       01  WS-EMP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-E-EMPLOYEE-ID     PIC X(08).
               10  WS-E-NAME            PIC X(30).
               10  WS-E-DEPT-CODE       PIC X(04).
       01  WS-EMP-SUB                   PIC 9(04).
       01  WS-EMP-FOUND-SUB             PIC 9(04).

      *    ONE ENTRY PER DEPARTMENT: THE ORGUNIT MASTER FIRST, IN
      *    FILE ORDER, THEN ANY CODE FOUND ONLY ON THE EMPLOYEES.
       01  WS-DEPT-MAX                  PIC 9(02) VALUE 50.
       01  WS-DEPT-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DP-CODE           PIC X(04).
               10  WS-DP-NAME           PIC X(30).
       01  WS-DEPT-SUB                  PIC 9(02).
       01  WS-DEPT-HIT-SUB              PIC 9(02).

      *    THE CERTIFICATIONS COMING DUE, IN REGISTER ORDER, WITH
      *    THE HOLDER'S DEPARTMENT FOR THE GROUP WALK.
       01  WS-DUE-MAX                   PIC 9(04) VALUE 2000.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 2000 TIMES.
               10  WS-U-DEPT-CODE       PIC X(04).
               10  WS-U-EMPLOYEE-ID     PIC X(08).
               10  WS-U-NAME            PIC X(30).
               10  WS-U-CERT-TYPE       PIC X(08).
               10  WS-U-EXPIRY-DATE     PIC 9(08).
               10  WS-U-DAYS-LEFT       PIC S9(05).
       01  WS-DUE-SUB                   PIC 9(04).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(31) VALUE
               "CERTIFICATIONS EXPIRING WITHIN ".
           05  WS-H-DAYS                PIC ZZ9.
           05  FILLER                   PIC X(09) VALUE
               " DAYS OF ".
           05  WS-H-DATE                PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "  EMPLOYEE  NAME                        ".
           05  FILLER                   PIC X(38) VALUE
               "    TYPE      EXPIRES    DAYS  STATUS ".

       01  WS-GROUP-LINE.
           05  FILLER                   PIC X(05) VALUE "DEPT ".
           05  WS-G-DEPT-CODE           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-G-DEPT-NAME           PIC X(30).

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-EMPLOYEE-ID         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-NAME                PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-CERT-TYPE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-EXPIRY-DATE         PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-DAYS-LEFT           PIC ----9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  WS-D-STATUS              PIC X(07).

       01  WS-TOTALS-LINE.
           05  FILLER                   PIC X(14) VALUE
               "LISTED        ".
           05  WS-T-DUE                 PIC ZZZZ9.
           05  FILLER                   PIC X(20) VALUE
               "  ALREADY EXPIRED   ".
           05  WS-T-EXPIRED             PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-ONE-CERTIFICATION
               UNTIL WS-CE-FILE-STATUS NOT = "00"
           PERFORM 3000-WRITE-REPORT
           PERFORM 9999-TERMINATE
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - THE REGISTER AND THE EMPLOYEE MASTER ARE
      *    MANDATORY.  NO ORGUNIT FILE JUST LEAVES EVERY DEPARTMENT
      *    UNNAMED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           OPEN INPUT EXPIRY-CONTROL-FILE
           IF WS-XC-FILE-STATUS = "00"
               READ EXPIRY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XC-AS-OF-DATE NUMERIC
                           MOVE XC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF XC-WINDOW-DAYS NUMERIC
                           MOVE XC-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE EXPIRY-CONTROL-FILE
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           OPEN INPUT ORG-UNIT-FILE
           IF WS-OU-FILE-STATUS = "00"
               PERFORM 1100-READ-ORG-UNIT
               PERFORM 1150-STORE-ORG-UNIT
                   UNTIL WS-OU-FILE-STATUS NOT = "00"
               CLOSE ORG-UNIT-FILE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "CERTEXP REFUSED -- NO EMPLOYEE MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-READ-MASTER
           PERFORM 1250-STORE-MASTER
               UNTIL WS-EM-FILE-STATUS NOT = "00"
           CLOSE EMPLOYEE-MASTER-FILE
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-CE-FILE-STATUS NOT = "00"
               DISPLAY "CERTEXP REFUSED -- NO CERTIFICATION REGISTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-READ-CERTIFICATION.

       1100-READ-ORG-UNIT.
           READ ORG-UNIT-FILE
               AT END
                   MOVE "10" TO WS-OU-FILE-STATUS
           END-READ.

       1150-STORE-ORG-UNIT.
           IF WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE OU-DEPT-CODE TO WS-DP-CODE(WS-DEPT-COUNT)
               MOVE OU-DEPT-NAME TO WS-DP-NAME(WS-DEPT-COUNT)
           END-IF
           PERFORM 1100-READ-ORG-UNIT.

       1200-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE "10" TO WS-EM-FILE-STATUS
           END-READ.

       1250-STORE-MASTER.
           IF WS-EMP-COUNT < WS-EMP-MAX
               ADD 1 TO WS-EMP-COUNT
               MOVE EM-EMPLOYEE-ID TO WS-E-EMPLOYEE-ID(WS-EMP-COUNT)
               MOVE EM-NAME TO WS-E-NAME(WS-EMP-COUNT)
               MOVE EM-DEPT-CODE TO WS-E-DEPT-CODE(WS-EMP-COUNT)
           END-IF
           PERFORM 1200-READ-MASTER.

       1300-READ-CERTIFICATION.
           READ CERT-REGISTER-FILE
               AT END
                   MOVE "10" TO WS-CE-FILE-STATUS
           END-READ.

      ******************************************************************
      *    2000-SELECT-ONE-CERTIFICATION - CLOSED ONES, AND OPEN ONES
      *    THAT NEVER LAPSE (ZERO EXPIRY), ARE PASSED OVER.
      ******************************************************************
       2000-SELECT-ONE-CERTIFICATION.
           IF CE-OPEN
               AND CE-EXPIRY-DATE NUMERIC
               AND CE-EXPIRY-DATE > ZERO
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(CE-EXPIRY-DATE)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-AS-OF-INT
               IF WS-DAYS-LEFT NOT > WS-WINDOW-DAYS
                   PERFORM 2100-LIST-DUE-CERTIFICATION
               END-IF
           END-IF
           PERFORM 1300-READ-CERTIFICATION.

       2100-LIST-DUE-CERTIFICATION.
           IF WS-DUE-COUNT NOT < WS-DUE-MAX
               ADD 1 TO WS-UNLISTED-COUNT
           ELSE
               ADD 1 TO WS-DUE-COUNT
               IF WS-DAYS-LEFT < ZERO
                   ADD 1 TO WS-EXPIRED-COUNT
               END-IF
               PERFORM 8000-FIND-EMPLOYEE
               IF WS-EMP-FOUND-SUB = ZERO
                   MOVE SPACES TO WS-U-DEPT-CODE(WS-DUE-COUNT)
                   MOVE "** NOT ON EMPLOYEE MASTER **"
                       TO WS-U-NAME(WS-DUE-COUNT)
               ELSE
                   MOVE WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
                       TO WS-U-DEPT-CODE(WS-DUE-COUNT)
                   MOVE WS-E-NAME(WS-EMP-FOUND-SUB)
                       TO WS-U-NAME(WS-DUE-COUNT)
                   IF WS-E-DEPT-CODE(WS-EMP-FOUND-SUB) NOT = SPACES
                       PERFORM 2200-NOTE-DEPARTMENT
                   END-IF
               END-IF
               MOVE CE-EMPLOYEE-ID TO WS-U-EMPLOYEE-ID(WS-DUE-COUNT)
               MOVE CE-CERT-TYPE TO WS-U-CERT-TYPE(WS-DUE-COUNT)
               MOVE CE-EXPIRY-DATE TO WS-U-EXPIRY-DATE(WS-DUE-COUNT)
               MOVE WS-DAYS-LEFT TO WS-U-DAYS-LEFT(WS-DUE-COUNT)
           END-IF.

      ******************************************************************
      *    2200-NOTE-DEPARTMENT - A CODE NOT ON THE ORGUNIT MASTER
      *    GETS ITS OWN GROUP, NAMED AS SUCH.  PAST THE TABLE IT
      *    FALLS IN WITH THE UNASSIGNED.
      ******************************************************************
       2200-NOTE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-HIT-SUB
           PERFORM 2210-CHECK-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT-SUB > ZERO
           IF WS-DEPT-HIT-SUB = ZERO
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
                       TO WS-DP-CODE(WS-DEPT-COUNT)
                   MOVE "** NOT ON ORG-UNIT MASTER **"
                       TO WS-DP-NAME(WS-DEPT-COUNT)
               ELSE
                   MOVE SPACES TO WS-U-DEPT-CODE(WS-DUE-COUNT)
               END-IF
           END-IF.

       2210-CHECK-ONE-DEPARTMENT.
           IF WS-DP-CODE(WS-DEPT-SUB) = WS-E-DEPT-CODE(WS-EMP-FOUND-SUB)
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
           END-IF.

      ******************************************************************
      *    3000-WRITE-REPORT - ONE GROUP PER DEPARTMENT WITH ANYTHING
      *    COMING DUE, THEN THE UNASSIGNED.
      ******************************************************************
       3000-WRITE-REPORT.
           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE WS-WINDOW-DAYS TO WS-H-DAYS
           MOVE WS-AS-OF-DATE TO WS-H-DATE
           MOVE WS-HEADING-LINE TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           MOVE WS-COLUMN-LINE TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           PERFORM 3100-WRITE-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO WS-GROUP-CODE
           MOVE SPACES TO WS-G-DEPT-CODE
           MOVE "UNASSIGNED" TO WS-G-DEPT-NAME
           PERFORM 3200-WRITE-ONE-GROUP
           MOVE WS-DUE-COUNT TO WS-T-DUE
           MOVE WS-EXPIRED-COUNT TO WS-T-EXPIRED
           MOVE WS-TOTALS-LINE TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           CLOSE EXPIRY-REPORT-FILE.

       3100-WRITE-ONE-DEPARTMENT.
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-GROUP-CODE
           MOVE WS-DP-CODE(WS-DEPT-SUB) TO WS-G-DEPT-CODE
           MOVE WS-DP-NAME(WS-DEPT-SUB) TO WS-G-DEPT-NAME
           PERFORM 3200-WRITE-ONE-GROUP.

       3200-WRITE-ONE-GROUP.
           MOVE ZERO TO WS-GROUP-HITS
           PERFORM 3300-WRITE-ONE-DUE
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > WS-DUE-COUNT.

      ******************************************************************
      *    3300-WRITE-ONE-DUE - THE GROUP LINE GOES OUT AHEAD OF THE
      *    GROUP'S FIRST CERTIFICATION, SO AN EMPTY DEPARTMENT PRINTS
      *    NOTHING.
      ******************************************************************
       3300-WRITE-ONE-DUE.
           IF WS-U-DEPT-CODE(WS-DUE-SUB) = WS-GROUP-CODE
               IF WS-GROUP-HITS = ZERO
                   MOVE WS-GROUP-LINE TO EXPIRY-REPORT-LINE
                   WRITE EXPIRY-REPORT-LINE
               END-IF
               ADD 1 TO WS-GROUP-HITS
               MOVE WS-U-EMPLOYEE-ID(WS-DUE-SUB) TO WS-D-EMPLOYEE-ID
               MOVE WS-U-NAME(WS-DUE-SUB) TO WS-D-NAME
               MOVE WS-U-CERT-TYPE(WS-DUE-SUB) TO WS-D-CERT-TYPE
               MOVE WS-U-EXPIRY-DATE(WS-DUE-SUB) TO WS-D-EXPIRY-DATE
               MOVE WS-U-DAYS-LEFT(WS-DUE-SUB) TO WS-D-DAYS-LEFT
               MOVE SPACES TO WS-D-STATUS
               IF WS-U-DAYS-LEFT(WS-DUE-SUB) < ZERO
                   MOVE "EXPIRED" TO WS-D-STATUS
               END-IF
               MOVE WS-DETAIL-LINE TO EXPIRY-REPORT-LINE
               WRITE EXPIRY-REPORT-LINE
           END-IF.

      ******************************************************************
      *    8000-FIND-EMPLOYEE - LOCATE THE HOLDER ON THE MASTER.
      ******************************************************************
       8000-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-FOUND-SUB
           PERFORM 8100-CHECK-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   OR WS-EMP-FOUND-SUB > ZERO.

       8100-CHECK-ONE-EMPLOYEE.
           IF WS-E-EMPLOYEE-ID(WS-EMP-SUB) = CE-EMPLOYEE-ID
               MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
           END-IF.

       9999-TERMINATE.
           CLOSE CERT-REGISTER-FILE
           DISPLAY "CERTEXP: " WS-DUE-COUNT " COMING DUE, "
               WS-EXPIRED-COUNT " ALREADY EXPIRED"
           IF WS-UNLISTED-COUNT > ZERO
               DISPLAY "CERTEXP: " WS-UNLISTED-COUNT
                   " PAST THE LISTING TABLE, NOT LISTED"
           END-IF
           IF WS-EXPIRED-COUNT > ZERO OR WS-UNLISTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
