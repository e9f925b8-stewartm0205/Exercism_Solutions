      ******************************************************************
      *    KWICENT.CPY
      *    KEYWORD-IN-CONTEXT ENTRY, ONE PER SIGNIFICANT TITLE WORD
      *    KWICGEN FINDS ON THE DOCUMENT INDEX.  THE TITLE IS ROTATED
      *    SO THE KEYWORD STARTS KW-RIGHT-CONTEXT: KW-LEFT-CONTEXT IS
      *    THE TITLE AHEAD OF IT, RIGHT-JUSTIFIED SO EVERY KEYWORD
      *    LINES UP IN ONE INDEX COLUMN WHEN PRINTED.  KWICIDX SORTS
      *    THE FILE ON KEYWORD (COLS 1-20), RIGHT CONTEXT (COLS
      *    91-145) AND DOCUMENT ID (COLS 21-30) BEFORE KWICRPT
      *    PRINTS IT.
      ******************************************************************
       01  KWIC-ENTRY-RECORD.
           05  KW-KEYWORD               PIC X(20).
           05  KW-DOCUMENT-ID           PIC X(10).
           05  KW-ACRONYM               PIC X(20).
           05  KW-LEFT-CONTEXT          PIC X(40).
           05  KW-RIGHT-CONTEXT         PIC X(55).
