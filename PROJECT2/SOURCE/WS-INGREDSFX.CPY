           05  WSINGREDS-TAX-CODE           PIC X(002).
           05  WSINGREDS-LAST-BY            PIC X(008).
           05  WSINGREDS-LAST-DATE          PIC 9(008).
      *        CATCH-WEIGHT ITEMS ARE BOUGHT AND STOCKED BY THE PIECE
      *        BUT INVOICED BY ACTUAL KILOGRAMS; THE NOMINAL WEIGHT IS
      *        THE KG PER PIECE THE AGREEMENT PRICE IS BASED ON.
      *        SPACE (OLD RECORDS) MEANS AN ORDINARY FIXED-UNIT ITEM.
           05  WSINGREDS-CATCH-WEIGHT       PIC X(001).
               88  WSINGREDS-IS-CATCH-WEIGHT VALUE "Y".
               88  VALID-CATCH-WEIGHT       VALUE "Y" "N".
           05  WSINGREDS-NOMINAL-WEIGHT     PIC 9(003)V999.

       01  INGREDS-EOF-FLAG                 PIC X(001) VALUE "N".
           88  EOFINGREDS                   VALUE "Y".
