      ******************************************************************
      *    PRESCRIP.CPY
      *    RECORD LAYOUT FOR THE PATIENT-PRESCRIPTION FILE.  ONE
      *    RECORD PER MEDICATION A PATIENT IS CURRENTLY TAKING.  THE
      *    FILE IS A KEYED (VSAM KSDS) CLUSTER ON PX-KEY, PATIENT PLUS
      *    MEDICATION, SO ONE PATIENT'S LINES ARE READ BY A START ON
      *    THE PATIENT ID AND A SINGLE LINE BY A DIRECT READ.  A
      *    PATIENT CARRIES ONE LINE PER MEDICATION: A NEW ORDER FOR A
      *    MEDICATION ALREADY ON FILE REPLACES THE OLD LINE (RXPOST).
      *    THE SEQUENTIAL UNLOAD (PATKUNLD) KEEPS THE SAME LAYOUT IN
      *    THE SAME ORDER FOR THE EXTRACT AND ARCHIVE JOBS.
      *    VERSION 02 ADDED THE START AND STOP DATES SO A MEDICATION
      *    NO LONGER STAYS "CURRENT" FOREVER: THE RXSTOP RUN SETS
      *    PX-STOP-DATE WHEN A MEDICATION IS DISCONTINUED, AND THE
      *    SCREENS SKIP A RECORD WHOSE STOP DATE HAS PASSED.  A
      *    VERSION-01 RECORD READS WITH SPACES IN BOTH DATES AND IS
      *    TREATED AS OPEN-ENDED (STILL CURRENT).
      *    VERSION 03 ADDED THE DOSE: AMOUNT PER ADMINISTRATION IN
      *    PX-DOSE-UNIT, THE FREQUENCY CODE (QD, BID, TID, QID, Q4H,
      *    Q6H, Q8H, Q12H, QHS, QAM, ONCE) THE ORDER SCREEN TURNS
      *    INTO DOSES PER DAY, AND THE ROUTE.  ORDRSCRN HOLDS AN
      *    ORDER WHOSE SINGLE OR DAILY DOSE PASSES THE DOSING
      *    REFERENCE (DOSEREF.CPY).  A VERSION-01/02 RECORD READS
      *    WITH SPACES IN THE DOSE FIELDS.
      *    VERSION 04 ADDED THE PRESCRIBER WHO WROTE THE ORDER AND
      *    THE FORMULARY STATUS ORDRSCRN TAGGED IT WITH OFF THE
      *    FORMULARY REFERENCE (FORMLRY.CPY): P PREFERRED, R
      *    RESTRICTED (RELEASED ON AUTHORIZATION), N NON-FORMULARY.
      *    A SPACE MEANS THE ORDER WAS NOT TAGGED (NO FORMULARY
      *    FILE, OR A VERSION-01 TO 03 RECORD).
      ******************************************************************
       01  PRESCRIPTION-RECORD.
           05  PX-KEY.
               10  PX-PATIENT-ID         PIC X(08).
               10  PX-MEDICATION-NAME    PIC X(20).
           05  PX-START-DATE             PIC 9(08).
           05  PX-STOP-DATE              PIC 9(08).
           05  PX-DOSE-AMOUNT            PIC 9(05)V999.
           05  PX-DOSE-UNIT              PIC X(04).
           05  PX-FREQUENCY              PIC X(04).
           05  PX-ROUTE                  PIC X(03).
           05  PX-PRESCRIBER-ID          PIC X(08).
           05  PX-FORMULARY-STATUS       PIC X(01).
