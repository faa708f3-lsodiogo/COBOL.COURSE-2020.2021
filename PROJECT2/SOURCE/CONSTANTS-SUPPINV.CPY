       78  SINV-TEXT-PRICE     VALUE "    UNIT PRICE:".
       78  SINV-TEXT-PO        VALUE "      ORDER NO:".
       78  SINV-TEXT-POLINE    VALUE " ORDER LINE NO:".
       78  SINV-TEXT-WEIGHT    VALUE "   INVOICED KG:".
       78  SINV-TEXT-PER-KG    VALUE "(UNIT PRICE IS PER KG)".
       78  SINV-TEXT-LTYPE     VALUE "     LINE TYPE:".
       78  SINV-HINT-LTYPE     VALUE "(I)NGREDIENT / (C)HARGE".
       78  SINV-TEXT-CTYPE     VALUE "   CHARGE TYPE:".
       78  SINV-HINT-CTYPE
           VALUE "FR FREIGHT / FS FUEL / DL DELIVERY / OT OTHER".
       78  SINV-TEXT-CAMT      VALUE " CHARGE AMOUNT:".
       78  SINV-TEXT-APPORT    VALUE "     SPREAD BY:".
       78  SINV-HINT-APPORT    VALUE "(V)ALUE / (Q)UANTITY".
       78  ERROR-SUPPID-NO     VALUE "SUPPLIER ID DOESN'T EXIST".
       78  ERROR-INGRED-NO     VALUE "INGREDIENT ID DOESN'T EXIST".
       78  ERROR-POLINE-NO
       78  ERROR-POLINE-SUPP
           VALUE "ORDER BELONGS TO A DIFFERENT SUPPLIER".
       78  ERROR-QTY-ZERO      VALUE "QUANTITY MUST BE GREATER THAN 0".
       78  ERROR-WEIGHT-ZERO
           VALUE "CATCH-WEIGHT ITEM - THE INVOICED KG MUST BE KEYED".
       78  ERROR-LINE-TYPE
           VALUE "LINE TYPE MUST BE I (INGREDIENT) OR C (CHARGE)".
       78  ERROR-CHARGE-TYPE
           VALUE "CHARGE TYPE MUST BE FR, FS, DL OR OT".
       78  ERROR-CHARGE-ZERO
           VALUE "CHARGE AMOUNT MUST BE GREATER THAN 0".
       78  ERROR-APPORTION
           VALUE "SPREAD THE CHARGE BY V (VALUE) OR Q (QUANTITY)".
       78  ERROR-INVALID-DATE
           VALUE "INVALID INVOICE DATE, TRY AGAIN".
       78  ERROR-INVALID-CURRENCY
