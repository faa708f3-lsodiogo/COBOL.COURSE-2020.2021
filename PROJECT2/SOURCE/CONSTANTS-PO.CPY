       78  PO-TEXT-DATE        VALUE "    ORDER DATE:".
       78  PO-TEXT-PRICE       VALUE "  AGREED PRICE:".
       78  PO-TEXT-UNIT        VALUE "          UNIT:".
       78  PO-TEXT-SITE        VALUE "DELIVER TO SITE (BLANK = 01):".
       78  ERROR-SUPPID-NO     VALUE "SUPPLIER ID DOESN'T EXIST".
       78  ERROR-SITE-NO       VALUE "PRODUCTION SITE DOESN'T EXIST".
       78  ERROR-INGRED-NO     VALUE "INGREDIENT ID DOESN'T EXIST".
       78  ERROR-PO-NO         VALUE "PURCHASE ORDER DOESN'T EXIST".
       78  ERROR-LINE-NO       VALUE "ORDER LINE DOESN'T EXIST".
