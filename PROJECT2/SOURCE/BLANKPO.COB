           MOVE ZERO TO PO-CALLED-OFF-QTY
           MOVE ASK-VALID-FROM TO PO-VALID-FROM
           MOVE ASK-VALID-TO TO PO-VALID-TO
           MOVE SPACES TO PO-DELIVER-SITE
           CALL "GETOPER" USING PO-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PO-LAST-DATE
           WRITE PO-DETAILS
           MOVE SPACES TO POL-UNIT POL-DELIV-NOTE
           MOVE ASK-PRICE TO POL-PRICE
           MOVE "EUR" TO POL-CURRENCY
           MOVE ZERO TO POL-QTY-RECEIVED POL-CHARGE-TOTAL
               POL-LANDED-PRICE POL-WEIGHT-RECEIVED
           MOVE "C" TO POL-STATUS
           CALL "GETOPER" USING POL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO POL-LAST-DATE
           MOVE SPACE TO PO-TYPE
           MOVE ZERO TO PO-BLANKET-QTY PO-CALLED-OFF-QTY
               PO-VALID-FROM PO-VALID-TO
      *> THE CALL-OFF KEEPS THE BLANKET'S DELIVERY SITE
           CALL "GETOPER" USING PO-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PO-LAST-DATE
           WRITE PO-DETAILS
           MOVE BLANKET-UNIT TO POL-UNIT
           MOVE BLANKET-PRICE TO POL-PRICE
           MOVE BLANKET-CURRENCY TO POL-CURRENCY
           MOVE ZERO TO POL-QTY-RECEIVED POL-CHARGE-TOTAL
               POL-LANDED-PRICE POL-WEIGHT-RECEIVED
           MOVE SPACES TO POL-DELIV-NOTE
           MOVE "O" TO POL-STATUS
           CALL "GETOPER" USING POL-LAST-BY
