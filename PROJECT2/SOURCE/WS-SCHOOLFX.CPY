      *        OPEN INVOICE BALANCE ALLOWED BEFORE ORDER GENERATION
      *        AND ORDER ENTRY HOLD THE ACCOUNT; ZERO MEANS NO LIMIT
           05  WSSCHOOL-CREDIT-LIMIT        PIC 9(007)V99.
      *        THE PRODUCTION SITE ON FXSITE WHOSE KITCHEN MAKES AND
      *        SENDS THIS SCHOOL'S ORDERS; SPACES MEANS THE MAIN SITE
           05  WSSCHOOL-SITE                PIC X(002).
      *        TAX IDENTIFICATION NUMBER (NIF), CHECKED BY NIFCHK;
      *        ZERO MEANS NOT YET RECORDED
           05  WSSCHOOL-NIF                 PIC 9(009).
      *        "Y" WHEN THE SCHOOL IS FILLED IN FULL BEFORE THE OTHERS
      *        WHEN A PRODUCTION SHORTFALL IS SHARED OUT (SHORTALLOC)
           05  WSSCHOOL-SHORT-PRIORITY      PIC X(001).
               88  WSSCHOOL-PRIORITY-YES    VALUE "Y".
               88  WSSCHOOL-PRIORITY-VALID  VALUE "Y" "N".
           05  WSSCHOOL-LAST-BY             PIC X(008).
           05  WSSCHOOL-LAST-DATE           PIC 9(008).
