      *        OPEN INVOICE BALANCE ALLOWED BEFORE ORDER GENERATION
      *        AND ORDER ENTRY HOLD THE ACCOUNT; ZERO MEANS NO LIMIT
           05  SCHOOL-CREDIT-LIMIT          PIC 9(007)V99.
      *        THE PRODUCTION SITE ON FXSITE WHOSE KITCHEN MAKES AND
      *        SENDS THIS SCHOOL'S ORDERS; SPACES MEANS THE MAIN SITE
           05  SCHOOL-SITE                  PIC X(002).
      *        TAX IDENTIFICATION NUMBER (NIF), CHECKED BY NIFCHK;
      *        ZERO MEANS NOT YET RECORDED
           05  SCHOOL-NIF                   PIC 9(009).
      *        "Y" WHEN THE SCHOOL IS FILLED IN FULL BEFORE THE OTHERS
      *        WHEN A PRODUCTION SHORTFALL IS SHARED OUT (SHORTALLOC)
           05  SCHOOL-SHORT-PRIORITY        PIC X(001).
               88  SCHOOL-PRIORITY-YES      VALUE "Y".
           05  SCHOOL-LAST-BY               PIC X(008).
           05  SCHOOL-LAST-DATE             PIC 9(008).
