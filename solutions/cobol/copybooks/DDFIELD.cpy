      ******************************************************************
      *    DDFIELD.CPY
      *    DATA-DICTIONARY FIELD RECORD, WRITTEN BY DATADICT FOR EVERY
      *    NAMED ELEMENTARY FIELD OF EVERY RECORD LAYOUT IN THE
      *    COPYBOOK LIBRARY -- ONE RECORD PER OCCURRENCE WHEN THE
      *    FIELD IS IN A TABLE, DF-SUBSCRIPT GIVING WHICH ONE, E.G.
      *    (3) OR (2,5).  DF-START IS THE 1-BASED BYTE POSITION IN
      *    THE RECORD AND DF-LENGTH ITS STORAGE LENGTH.  A FIELD IN
      *    A REDEFINES VIEW IS DF-ALTERNATE-VIEW: PICK ONE VIEW PER
      *    EXTRACT.  DF-SPEC-CARD IS THE FIELD AS A FIELDSPC CARD
      *    (NAME, START, LENGTH, N IN COL 30 FOR AN UNSIGNED DISPLAY
      *    NUMERIC) READY FOR CSVXTRCT OR CSVLOADR; IT IS SPACES WHEN
      *    THE FIELD LIES PAST THEIR 400-BYTE RECORD AREA.  BINARY
      *    AND PACKED FIELDS (DF-BINARY) EXTRACT AS RAW BYTES.
      ******************************************************************
       01  DICTIONARY-FIELD-RECORD.
           05  DF-MEMBER                PIC X(08).
           05  DF-RECORD-NAME           PIC X(30).
           05  DF-FIELD-NAME            PIC X(30).
           05  DF-SUBSCRIPT             PIC X(12).
           05  DF-LEVEL                 PIC 9(02).
           05  DF-PICTURE               PIC X(30).
           05  DF-USAGE                 PIC X(08).
           05  DF-START                 PIC 9(05).
           05  DF-LENGTH                PIC 9(05).
           05  DF-DATA-TYPE             PIC X(01).
               88  DF-NUMERIC           VALUE "N".
               88  DF-NUMERIC-EDITED    VALUE "E".
               88  DF-ALPHANUMERIC      VALUE "A".
               88  DF-BINARY            VALUE "B".
           05  DF-VIEW                  PIC X(01).
               88  DF-PRIMARY-VIEW      VALUE "P".
               88  DF-ALTERNATE-VIEW    VALUE "R".
           05  DF-SPEC-CARD.
               10  DF-SPEC-NAME         PIC X(20).
               10  FILLER               PIC X(01).
               10  DF-SPEC-START        PIC 9(03).
               10  FILLER               PIC X(01).
               10  DF-SPEC-LENGTH       PIC 9(03).
               10  FILLER               PIC X(01).
               10  DF-SPEC-TYPE         PIC X(01).
