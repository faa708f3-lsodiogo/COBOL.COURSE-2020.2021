       78  RECV-TEXT-NOTE      VALUE " DELIVERY NOTE:".
       78  RECV-TEXT-LOT       VALUE "    LOT NUMBER:".
       78  RECV-TEXT-EXPIRY    VALUE "EXPIRY YYYYMMDD".
       78  RECV-TEXT-WEIGHT    VALUE " ACTUAL KG:".
       78  RECV-TEXT-NOMINAL   VALUE "NOMINAL KG:".
       78  ERROR-WEIGHT-ZERO
           VALUE "CATCH-WEIGHT ITEM - THE ACTUAL WEIGHT MUST BE KEYED".
       78  ERROR-PO-NO         VALUE "PURCHASE ORDER DOESN'T EXIST".
       78  ERROR-PO-NOT-OPEN
           VALUE "ORDER IS NOT OPEN OR PART-RECEIVED".
           VALUE "SHORT DELIVERY - LINE LEFT PART-RECEIVED".
       78  WARN-OVER-DELIVERY
           VALUE "OVER DELIVERY AGAINST ORDERED QUANTITY - LINE CLOSED".
       78  RECV-TEXT-ASN       VALUE "SHIPPING NOTICE ".
       78  RECV-TEXT-ASN-TAIL
           VALUE " - CONFIRM OR CORRECT THE LINE".
       78  MESSAGE-SAVE
           VALUE "BOOK THIS DELIVERY INTO STOCK? (Y)ES/(N)O".
       78  ERROR-FILE-STATUS-MSG
