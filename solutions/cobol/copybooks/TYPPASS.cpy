      ******************************************************************
      *    TYPPASS.CPY
      *    TYPING-TEST PASSAGE LIBRARY RECORD, ONE PER PASSAGE THAT
      *    PASSGRAD HAS PROVED A TRUE PANGRAM THROUGH PANGRAM AND
      *    GRADED.  THE GRADE (1 EASIEST TO 5 HARDEST) IS ONE PLUS
      *    A POINT FOR EACH OF:
      *        LENGTH        45 TO 64 CHARACTERS ONE, 65 OR MORE TWO
      *        PUNCTUATION   THREE OR MORE MARKS
      *        COVERAGE      THE ALPHABET COVERED IN 32 LETTERS OR
      *                      FEWER -- A TIGHT PANGRAM MEANS ODD WORDS
      *    TYPASSGN HANDS OUT PASSAGES BY GRADE AND TYPESCOR SCORES
      *    A TEST AGAINST THE PASSAGE NAMED ON THE SAMPLE.
      ******************************************************************
       01  TYPING-PASSAGE-RECORD.
           05  PL-PASSAGE-ID            PIC X(06).
           05  PL-GRADE                 PIC 9(01).
           05  PL-LENGTH                PIC 9(02).
           05  PL-PUNCTUATION           PIC 9(02).
           05  PL-LETTERS               PIC 9(02).
           05  PL-TEXT                  PIC X(80).
