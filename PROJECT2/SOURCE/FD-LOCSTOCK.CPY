           05  LOC-ID.
               10  LOC-ING-ID               PIC 9(005).
               10  LOC-CODE                 PIC X(002).
      *            "ST" = DRY STORE, "KI" = PREP KITCHEN OF THE MAIN
      *            SITE; ANY OTHER CODE IS THE STORE OR KITCHEN OF
      *            ANOTHER PRODUCTION SITE ON FXSITE
           05  LOC-QTY                      PIC 9(005).
           05  LOC-LAST-BY                  PIC X(008).
           05  LOC-LAST-DATE                PIC 9(008).
