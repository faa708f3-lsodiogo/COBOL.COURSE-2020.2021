           05  SIL-PO-LINE-NO               PIC 9(003).
           05  SIL-LAST-BY                  PIC X(008).
           05  SIL-LAST-DATE                PIC 9(008).
      *        A CHARGE LINE CARRIES FREIGHT, FUEL SURCHARGE, DELIVERY
      *        OR OTHER COSTS INSTEAD OF GOODS; IT HAS NO INGREDIENT OR
      *        ORDER LINE AND IS SPREAD OVER THE INGREDIENT LINES OF THE
      *        SAME INVOICE BY VALUE OR BY QUANTITY. SPACE (OLD
      *        RECORDS) MEANS AN INGREDIENT LINE.
           05  SIL-LINE-TYPE                PIC X(001).
               88  SIL-LINE-INGREDIENT      VALUE "I" " ".
               88  SIL-LINE-CHARGE          VALUE "C".
           05  SIL-CHARGE-TYPE              PIC X(002).
               88  SIL-CHARGE-FREIGHT       VALUE "FR".
               88  SIL-CHARGE-FUEL          VALUE "FS".
               88  SIL-CHARGE-DELIVERY      VALUE "DL".
               88  SIL-CHARGE-OTHER         VALUE "OT".
           05  SIL-CHARGE-AMOUNT            PIC 9(007)V99.
           05  SIL-APPORTION                PIC X(001).
               88  SIL-APPORTION-VALUE      VALUE "V".
               88  SIL-APPORTION-QTY        VALUE "Q".
      *        ON AN INGREDIENT LINE, ITS SHARE OF THE INVOICE CHARGES
           05  SIL-CHARGE-SHARE             PIC 9(007)V99.
      *        CATCH-WEIGHT INGREDIENT LINE: THE KG BILLED. THE UNIT
      *        PRICE IS THEN PER KG AND THE LINE VALUE IS WEIGHT TIMES
      *        PRICE; SIL-QTY STILL HOLDS THE PIECE COUNT.
           05  SIL-WEIGHT                   PIC 9(006)V999.
