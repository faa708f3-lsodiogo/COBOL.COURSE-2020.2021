           05  WS-PO-CALLED-OFF-QTY         PIC 9(007).
           05  WS-PO-VALID-FROM             PIC 9(008).
           05  WS-PO-VALID-TO               PIC 9(008).
      *        THE PRODUCTION SITE THE GOODS ARE DELIVERED TO; SPACES
      *        IS THE MAIN KITCHEN (SEE FD-SITE)
           05  WS-PO-DELIVER-SITE           PIC X(002).
           05  WS-PO-LAST-BY                PIC X(008).
           05  WS-PO-LAST-DATE              PIC 9(008).

