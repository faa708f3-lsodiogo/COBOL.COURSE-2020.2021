       01  BLOT-DETAILS.
      *        THE FXINGLOT LOTS PICKED INTO A PRODUCTION BATCH. THE
      *        DAY'S DRAW ON AN INGREDIENT IS TAKEN FIRST-EXPIRED-FIRST-
      *        OUT AND EVERY BATCH WHOSE SANDWICH USED THE INGREDIENT
      *        THAT DAY IS LINKED TO EACH LOT DRAWN; THE ALTERNATE KEY
      *        ON THE LOT LETS THE RECALL TRACE GO FROM A LOT STRAIGHT
      *        TO ITS BATCHES
           05  BLOT-KEY.
               10  BLOT-BATCH.
                   15  BLOT-DATE            PIC 9(008).
                   15  BLOT-SAND-ID         PIC 9(005).
               10  BLOT-LOT.
                   15  BLOT-ING-ID          PIC 9(005).
                   15  BLOT-LOT-NO          PIC X(010).
      *        SUPPLIER UNITS DRAWN FROM THE LOT FOR THE DAY'S RUN
           05  BLOT-QTY                     PIC 9(005).
           05  BLOT-LAST-BY                 PIC X(008).
           05  BLOT-LAST-DATE               PIC 9(008).
