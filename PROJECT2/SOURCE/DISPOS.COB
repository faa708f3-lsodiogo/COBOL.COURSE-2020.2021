       EXIT SECTION.

       310-ZERO-THE-LOT SECTION.
           MOVE ZERO TO LOT-QTY-REMAINING LOT-WEIGHT-REMAINING
           CALL "GETOPER" USING LOT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO LOT-LAST-DATE
           REWRITE LOT-DETAILS
