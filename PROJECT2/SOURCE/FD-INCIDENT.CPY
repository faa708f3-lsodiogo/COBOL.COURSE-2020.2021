               88  INC-STATUS-CLOSED        VALUE "C".
           05  INC-LAST-BY                  PIC X(008).
           05  INC-LAST-DATE                PIC 9(008).
      *        THE PRODUCTION BATCH THE COMPLAINT IS TRACED TO AND THE
      *        INGREDIENT SUSPECTED OF CAUSING IT (ZERO UNTIL LINKED).
      *        THE BATCH'S FXBATCHLOT LOTS OF THAT INGREDIENT ARE WHAT
      *        A SUPPLIER QUALITY CLAIM IS RAISED AGAINST (SUPPCLAIM)
           05  INC-BATCH-CODE.
               10  INC-BATCH-DATE           PIC 9(008).
               10  INC-BATCH-SAND-ID        PIC 9(005).
           05  INC-SUSPECT-ING-ID           PIC 9(005).
