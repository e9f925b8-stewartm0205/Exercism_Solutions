      *    TESTS PER DATE FOR THE TREND REPORT AND THE
      *    CERTIFICATION CHECK, SO THE TRAINING PROGRAM ARGUES
      *    FROM A HISTORY INSTEAD OF ONE GOOD AFTERNOON.
      *    TH-PASSAGE-ID IS THE LIBRARY PASSAGE TYPED (SPACES FOR A
      *    SAMPLE THAT CARRIED ITS OWN TEXT), SO TYPASSGN NEVER
      *    HANDS A TYPIST THE SAME PASSAGE TWICE.
      ******************************************************************
       01  TYPING-HISTORY-RECORD.
           05  TH-SESSION-DATE          PIC 9(08).
           05  TH-TYPIST-ID             PIC X(06).
           05  TH-ACCURACY              PIC 9(03)V99.
           05  TH-WPM                   PIC 9(04)V9.
           05  TH-PASSAGE-ID            PIC X(06).
