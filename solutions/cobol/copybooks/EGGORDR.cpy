      ******************************************************************
      *    EGGORDR.CPY
      *    STANDING CUSTOMER ORDER, ONE PER CUSTOMER PER GRADE.  THE
      *    ORDER IS DUE ON EVERY DAY WHOSE EO-DAYS FLAG IS Y (MONDAY
      *    FIRST); EGGPACK FILLS DUE ORDERS IN EO-PRIORITY ORDER, 01
      *    FIRST, IN WHOLE DOZEN CARTONS (UNIT D, 12 EGGS) OR TRAYS
      *    (UNIT T, 30 EGGS).
      ******************************************************************
       01  EGG-ORDER-RECORD.
           05  EO-CUSTOMER-ID           PIC X(06).
           05  EO-CUSTOMER-NAME         PIC X(20).
           05  EO-CUSTOMER-TYPE         PIC X(01).
               88  EO-SHOP              VALUE "S".
               88  EO-RESTAURANT        VALUE "R".
           05  EO-PRIORITY              PIC 9(02).
           05  EO-GRADE                 PIC X(02).
           05  EO-QUANTITY              PIC 9(04).
           05  EO-PACK-UNIT             PIC X(01).
               88  EO-DOZENS            VALUE "D".
               88  EO-TRAYS             VALUE "T".
           05  EO-DAYS                  PIC X(07).
           05  EO-DAY-FLAGS REDEFINES EO-DAYS.
               10  EO-DAY-FLAG          PIC X(01) OCCURS 7 TIMES.
