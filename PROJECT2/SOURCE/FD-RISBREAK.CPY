       01  RBK-DETAILS.
      *        A QUANTITY BREAK ON ONE PRICE AGREEMENT: FROM THE
      *        THRESHOLD QUANTITY UPWARDS THE LINE IS PRICED AT THE
      *        BREAK PRICE INSTEAD OF THE AGREEMENT PRICE. THE FIRST
      *        THREE KEY FIELDS ARE THE FXRISSUPLY KEY, SO THE BREAKS
      *        OF ONE AGREEMENT READ IN ASCENDING THRESHOLD ORDER.
           05  RBK-ID.
               10  RBK-AGREEMENT.
                   15  RBK-ING-ID           PIC 9(005).
                   15  RBK-SUPP-ID          PIC 9(005).
                   15  RBK-EFF-DATE         PIC 9(008).
               10  RBK-MIN-QTY              PIC 9(005).
           05  RBK-PRICE                    PIC 9(003)V99.
           05  RBK-LAST-BY                  PIC X(008).
           05  RBK-LAST-DATE                PIC 9(008).
