      ******************************************************************
      *    ADDR128.CPY
      *    128-BIT ADDRESS RESULT SHARED WITH BASECONV (EXTERNAL, LIKE
      *    WS-VALUE/WS-BASE/WS-RESULT/WS-ERROR).  BASECONV FILLS IT ON
      *    EVERY CALL THAT CONVERTS CLEANLY:
      *        A VALUE WITH A COLON IS AN IPV6 ADDRESS IN BASE-16
      *        COLON NOTATION, "::" COMPRESSION ALLOWED, WITH AN
      *        OPTIONAL "/NNN" PREFIX LENGTH.  WS-RESULT COMES BACK
      *        ZERO AND THE ADDRESS IS HERE, ONE 16-BIT GROUP PER
      *        HEXTET, WITH ITS RFC 5952 CANONICAL TEXT (LOWER CASE,
      *        NO LEADING ZEROS, THE LONGEST ZERO RUN AS "::", THE
      *        PREFIX LENGTH APPENDED WHEN ONE WAS GIVEN).
      *        ANY OTHER VALUE IS IPV4 HABIT -- A PLAIN NUMBER IN
      *        WS-BASE.  WS-RESULT IS SET AS ALWAYS AND, WHEN IT IS
      *        NOT NEGATIVE, COPIED HERE INTO THE LOW HEXTETS; THE
      *        CANONICAL TEXT IS LEFT BLANK.
      *    WS-AD-FIRST AND WS-AD-LAST ARE THE FIRST AND LAST ADDRESS
      *    UNDER THE PREFIX LENGTH (BOTH THE ADDRESS ITSELF WHEN NONE
      *    WAS GIVEN, WHICH READS AS 128).  EACH HEXTET IS HELD AS A
      *    FIVE-DIGIT NUMBER, SO THE FAMILY BYTE FOLLOWED BY THE
      *    EIGHT HEXTETS COMPARES AS A STRING IN ADDRESS ORDER FOR
      *    EITHER FAMILY, AND NEVER ACROSS FAMILIES.
      ******************************************************************
       01  WS-ADDRESS-128 EXTERNAL.
           05  WS-AD-FAMILY             PIC X(01).
               88  WS-AD-IPV4           VALUE "4".
               88  WS-AD-IPV6           VALUE "6".
           05  WS-AD-PREFIX-LENGTH      PIC 9(03).
           05  WS-AD-ADDRESS.
               10  WS-AD-HEXTET         PIC 9(05) OCCURS 8 TIMES.
           05  WS-AD-FIRST.
               10  WS-AD-FIRST-HEXTET   PIC 9(05) OCCURS 8 TIMES.
           05  WS-AD-LAST.
               10  WS-AD-LAST-HEXTET    PIC 9(05) OCCURS 8 TIMES.
           05  WS-AD-CANONICAL          PIC X(43).
