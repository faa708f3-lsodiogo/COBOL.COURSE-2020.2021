           05  PO-CALLED-OFF-QTY            PIC 9(007).
           05  PO-VALID-FROM                PIC 9(008).
           05  PO-VALID-TO                  PIC 9(008).
      *        THE PRODUCTION SITE THE GOODS ARE DELIVERED TO; SPACES
      *        IS THE MAIN KITCHEN (SEE FD-SITE)
           05  PO-DELIVER-SITE              PIC X(002).
           05  PO-LAST-BY                   PIC X(008).
           05  PO-LAST-DATE                 PIC 9(008).
