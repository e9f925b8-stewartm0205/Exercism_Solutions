      *    PT-LAST-SCORE CARRIES THE PRIOR RUN'S BITMASK SO ALRGYBAT CAN
      *    TELL A NEWLY-SET BIT (GROWTH) FROM A CLEARED ONE WITHOUT
      *    RELYING ON THE TEXT OF PT-LAST-ALLERGEN-LIST.
      *    THE DEMOGRAPHICS AT THE END (325-BYTE RECORD; IT WAS 311)
      *    ARE MAINTAINED ONLY BY PATDEMO AND READ BY THE ORDER
      *    SCREEN'S AGE AND PREGNANCY CONTRAINDICATION PASS.  A
      *    RECORD WRITTEN BEFORE THEY EXISTED READS WITH THEM BLANK:
      *    A BIRTH DATE THAT IS NOT NUMERIC IS AN UNKNOWN AGE.
      *    THE FILE IS A KEYED (VSAM KSDS) CLUSTER ON PT-PATIENT-ID:
      *    SCREENS AND INQUIRIES READ ONE PATIENT DIRECTLY, THE
      *    UPDATE RUNS REWRITE IN PLACE, AND PATKUNLD PRODUCES THE
      *    SEQUENTIAL LAYOUT IN PATIENT ORDER FOR THE EXTRACT AND
      *    ARCHIVE JOBS (PATKLOAD RELOADS THE CLUSTER FROM IT).
      ******************************************************************
       01  PATIENT-MASTER-RECORD.
           05  PT-PATIENT-ID            PIC X(08).
           05  PT-SCORE                 PIC 9(07).
           05  PT-LAST-ALLERGEN-LIST    PIC X(259).
           05  PT-LAST-SCORE            PIC 9(07).
           05  PT-BIRTH-DATE            PIC 9(08).
           05  PT-SEX                   PIC X.
               88  PT-MALE              VALUE "M".
               88  PT-FEMALE            VALUE "F".
               88  PT-SEX-UNKNOWN       VALUE "U" " ".
           05  PT-WEIGHT-KG             PIC 9(03)V9.
           05  PT-PREGNANT-SW           PIC X.
               88  PT-PREGNANT          VALUE "Y".
