               88  WS-POL-STATUS-CANCELLED  VALUE "X".
           05  WS-POL-LAST-BY               PIC X(008).
           05  WS-POL-LAST-DATE             PIC 9(008).
      *        INVOICE CHARGES APPORTIONED TO THIS RECEIPT, IN THE
      *        ORDER CURRENCY, AND THE RESULTING LANDED UNIT PRICE
      *        (PRICE PLUS CHARGES PER UNIT RECEIVED). ZERO (OLD
      *        RECORDS) MEANS THE PLAIN PRICE IS THE LANDED PRICE.
           05  WS-POL-CHARGE-TOTAL          PIC 9(007)V99.
           05  WS-POL-LANDED-PRICE          PIC 9(003)V9999.
           05  WS-POL-WEIGHT-RECEIVED       PIC 9(006)V999.

       01  POL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-POL                      VALUE "Y".
