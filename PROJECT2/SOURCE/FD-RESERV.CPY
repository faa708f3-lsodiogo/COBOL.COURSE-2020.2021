           05  RSV-ID.
               10  RSV-ING-ID               PIC 9(005).
               10  RSV-DATE                 PIC 9(008).
      *            THE PRODUCTION SITE WHOSE RUN HOLDS THE STOCK; EACH
      *            KITCHEN'S REQUIREMENTS RUN REPLACES ONLY ITS OWN
               10  RSV-SITE                 PIC X(002).
           05  RSV-QTY                      PIC 9(005).
           05  RSV-LAST-BY                  PIC X(008).
           05  RSV-LAST-DATE                PIC 9(008).
