      ******************************************************************
      *    ITEMLOC.CPY
      *    ITEM LOCATION MASTER RECORD.  ONE RECORD PER STOCKED ITEM:
      *    THE GRID CELL IT IS SLOTTED IN (SAME COORDINATES AS THE
      *    WAREHOUSE MAP), HOW MANY UNITS THE CELL HOLDS, AND HOW
      *    MANY ARE THERE NOW.  ONE ITEM PER CELL.  PICKPLAN RESOLVES
      *    A PICK'S CELL FROM HERE WHEN THE PICK NAMES AN ITEM, AND
      *    SLOTRPT RANKS THE ITEMS BY PICK FREQUENCY AGAINST THEIR
      *    TRAVEL DISTANCE FROM THE DOCKS.
      ******************************************************************
       01  ITEM-LOCATION-RECORD.
           05  IL-ITEM-NO               PIC X(10).
           05  IL-X                     PIC S999.
           05  IL-Y                     PIC S999.
           05  IL-CAPACITY              PIC 9(05).
           05  IL-ON-HAND               PIC 9(05).
