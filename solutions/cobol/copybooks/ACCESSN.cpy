      *    SAMPLE ACCESSION EVENT RECORD.  EVERY PIPELINE PROGRAM
      *    THAT TAKES A SAMPLE THROUGH A LIFECYCLE STATE APPENDS ONE
      *    EVENT HERE -- RECEIVED AND COUNTED (OR FAILED) FROM
      *    NUCLBAT, PLATED FROM PLATEBLD WHEN THE SAMPLE IS PUT ON
      *    A SEQUENCING RUN, TRANSLATED/REPORTED (OR FAILED) FROM
      *    GENEPIPE -- SO A SAMPLE'S CURRENT STATE IS ITS LAST
      *    EVENT AND THE WHOLE FILE IS THE CHAIN OF CUSTODY.
      *    ACCSRPT PRINTS EITHER ONE SAMPLE'S FULL CHAIN OR EVERY
      *    SAMPLE'S LATEST STATE.  THE FREEZER STORAGE RUN (STORMNT)
      *    APPENDS EACH TUBE MOVEMENT HERE TOO -- CHECKEDIN,
      *    CHECKEDOUT, TRANSFER, DISPOSED -- SO THE CHAIN OF CUSTODY
      *    SHOWS WHERE THE TUBE WENT.  THOSE STORAGE EVENTS SAY
      *    NOTHING ABOUT HOW FAR THE SAMPLE HAS GOT THROUGH THE
      *    PIPELINE; A PROGRAM JUDGING THE LIFECYCLE PASSES OVER
      *    THEM (AN-STORAGE-EVENT).  THE SAME GOES FOR THE ANALYSIS
      *    EVENTS -- COMPARED FROM VARCOMP, ORFSCANNED FROM ORFBAT
      *    -- WHICH RECORD A CHARGEABLE SERVICE FOR LABBILL, NOT A
      *    LIFECYCLE STATE (AN-ANALYSIS-EVENT).
      ******************************************************************
       01  ACCESSION-EVENT-RECORD.
           05  AN-SAMPLE-ID             PIC X(20).
           05  AN-STATUS                PIC X(10).
               88  AN-STORAGE-EVENT     VALUE "CHECKEDIN" "CHECKEDOUT"
                                              "TRANSFER" "DISPOSED".
               88  AN-ANALYSIS-EVENT    VALUE "COMPARED" "ORFSCANNED".
           05  AN-EVENT-DATE            PIC 9(08).
           05  AN-PROGRAM               PIC X(10).
