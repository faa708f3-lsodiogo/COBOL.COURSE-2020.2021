               88  LOT-QC-REJECTED          VALUE "X".
           05  LOT-LAST-BY                  PIC X(008).
           05  LOT-LAST-DATE                PIC 9(008).
      *        CATCH-WEIGHT INGREDIENTS ONLY: PIECES AND ACTUAL KG AS
      *        WEIGHED IN AT THE DOCK, AND THE KG STILL IN THE LOT
      *        (LOT-QTY-REMAINING STAYS THE PIECE COUNT). ZERO OR
      *        SPACES ON ANY OTHER LOT.
           05  LOT-PIECES-RECEIVED          PIC 9(005).
           05  LOT-WEIGHT-RECEIVED          PIC 9(005)V999.
           05  LOT-WEIGHT-REMAINING         PIC 9(005)V999.
      *        THE SUPPLIER AND ORDER LINE THE LOT WAS FIRST RECEIVED
      *        AGAINST, SO A QUALITY CLAIM CAN GO STRAIGHT BACK TO
      *        THEM. ZERO ON LOTS BOOKED BEFORE THEY WERE KEPT.
           05  LOT-SUPPLIER-ID              PIC 9(005).
           05  LOT-PO-ID                    PIC 9(006).
           05  LOT-PO-LINE-NO               PIC 9(003).
