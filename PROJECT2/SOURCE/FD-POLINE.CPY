               88  POL-STATUS-CANCELLED     VALUE "X".
           05  POL-LAST-BY                  PIC X(008).
           05  POL-LAST-DATE                PIC 9(008).
      *        INVOICE CHARGES APPORTIONED TO THIS RECEIPT, IN THE
      *        ORDER CURRENCY, AND THE RESULTING LANDED UNIT PRICE
      *        (PRICE PLUS CHARGES PER UNIT RECEIVED). ZERO (OLD
      *        RECORDS) MEANS THE PLAIN PRICE IS THE LANDED PRICE.
           05  POL-CHARGE-TOTAL             PIC 9(007)V99.
           05  POL-LANDED-PRICE             PIC 9(003)V9999.
      *        CATCH-WEIGHT INGREDIENTS: ACTUAL KG BOOKED IN SO FAR,
      *        WHICH THE THREE-WAY MATCH COMPARES WITH THE INVOICE
           05  POL-WEIGHT-RECEIVED          PIC 9(006)V999.
