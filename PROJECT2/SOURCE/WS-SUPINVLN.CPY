           05  WS-SIL-PO-LINE-NO            PIC 9(003).
           05  WS-SIL-LAST-BY               PIC X(008).
           05  WS-SIL-LAST-DATE             PIC 9(008).
      *        A CHARGE LINE CARRIES FREIGHT, FUEL SURCHARGE, DELIVERY
      *        OR OTHER COSTS INSTEAD OF GOODS; IT HAS NO INGREDIENT OR
      *        ORDER LINE AND IS SPREAD OVER THE INGREDIENT LINES OF THE
      *        SAME INVOICE BY VALUE OR BY QUANTITY. SPACE (OLD
      *        RECORDS) MEANS AN INGREDIENT LINE.
           05  WS-SIL-LINE-TYPE             PIC X(001).
               88  WS-SIL-LINE-INGREDIENT   VALUE "I" " ".
               88  WS-SIL-LINE-CHARGE       VALUE "C".
           05  WS-SIL-CHARGE-TYPE           PIC X(002).
               88  WS-SIL-CHARGE-TYPE-VALID VALUE "FR" "FS" "DL" "OT".
           05  WS-SIL-CHARGE-AMOUNT         PIC 9(007)V99.
           05  WS-SIL-APPORTION             PIC X(001).
               88  WS-SIL-APPORTION-VALID   VALUE "V" "Q".
      *        ON AN INGREDIENT LINE, ITS SHARE OF THE INVOICE CHARGES
           05  WS-SIL-CHARGE-SHARE          PIC 9(007)V99.
           05  WS-SIL-WEIGHT                PIC 9(006)V999.

       01  SIL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SIL                      VALUE "Y".
