      ******************************************************************
      *    NETINV.CPY
      *    NETWORK ADDRESS-INVENTORY RECORD, ONE RANGE OR DEVICE PER
      *    RECORD: COL 1 TYPE (R RANGE / D DEVICE), COLS 2-13 NAME,
      *    COLS 15-26 THE DEVICE'S ASSIGNED RANGE NAME, COLS 28-29
      *    NUMBER BASE, COLS 31-46 LOW VALUE OR DEVICE ADDRESS, COLS
      *    48-63 HIGH VALUE (RANGES ONLY).
      *    AN IPV6 RANGE OR DEVICE CARRIES ITS ADDRESS IN COLON
      *    NOTATION IN COLS 65-107 INSTEAD (BASE 16, COLS 31-63 LEFT
      *    BLANK): A DEVICE ADDRESS, OR A RANGE AS A PREFIX
      *    ("2001:DB8:0:10::/64") OR AS ITS LOW ADDRESS WITH THE HIGH
      *    ONE IN COLS 109-151.  A RECORD WRITTEN BEFORE THE IPV6
      *    FIELDS EXISTED READS AS SPACES THERE AND IS IPV4.
      ******************************************************************
       01  NETWORK-INVENTORY-RECORD.
           05  NI-RECORD-TYPE           PIC X(01).
               88  NI-RANGE             VALUE "R".
               88  NI-DEVICE            VALUE "D".
           05  NI-NAME                  PIC X(12).
           05  FILLER                   PIC X(01).
           05  NI-RANGE-NAME            PIC X(12).
           05  FILLER                   PIC X(01).
           05  NI-BASE                  PIC 9(02).
           05  FILLER                   PIC X(01).
           05  NI-VALUE-LOW             PIC X(16).
           05  FILLER                   PIC X(01).
           05  NI-VALUE-HIGH            PIC X(16).
           05  FILLER                   PIC X(01).
           05  NI-V6-VALUE-LOW          PIC X(43).
           05  FILLER                   PIC X(01).
           05  NI-V6-VALUE-HIGH         PIC X(43).
