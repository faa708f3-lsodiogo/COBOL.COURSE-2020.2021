       01  PKB-DETAILS.
      *        ONE LINE PER PACKAGING ITEM (WEDGE BOX, LABEL, BAG..)
      *        A SANDWICH GOES OUT IN. THE ITEM IS AN FXINGREDS
      *        RECORD, BOUGHT AND PRICED ON ITS OWN FXRISSUPLY
      *        AGREEMENTS LIKE ANY INGREDIENT
           05  PKB-ID.
               10  PKB-SAND-ID              PIC 9(005).
               10  PKB-ITEM-ID              PIC 9(005).
      *        IN THE ITEM'S SANDWICH UNIT, CONVERTED TO SUPPLIER
      *        UNITS THROUGH ITS CONVERSION FACTOR
           05  PKB-QTY                      PIC 9(003)V99.
           05  PKB-LAST-BY                  PIC X(008).
           05  PKB-LAST-DATE                PIC 9(008).
