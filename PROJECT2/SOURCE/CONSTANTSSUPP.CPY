       78  EDIT7                    VALUE "7 - PHONE".
       78  EDIT8                    VALUE "8 - ACTIVE/INACTIVE STATUS".
       78  EDIT9                    VALUE "9 - PAYMENT TERMS (DAYS)".
       78  EDIT10                   VALUE "10 - TAX NUMBER (NIF)".
       78  EDIT11                   VALUE "11 - BACK".
       78  MESSAGE-NIF
           VALUE "NEW TAX NUMBER (NIF, 9 DIGITS, 0 = NOT KNOWN): ".
       78  ERROR-NIF
           VALUE "INVALID TAX NUMBER (NIF) - CHECK DIGIT WRONG".
       78  MESSAGE-PAYMENT-TERMS
           VALUE "NEW PAYMENT TERMS (DAYS FROM INVOICE DATE, "-
           "0 = PAYABLE IMMEDIATELY): ".
