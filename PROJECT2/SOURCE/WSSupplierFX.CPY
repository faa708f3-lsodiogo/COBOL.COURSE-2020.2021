      *        DAYS FROM INVOICE DATE TO DUE DATE; ZERO MEANS THE
      *        INVOICE IS PAYABLE IMMEDIATELY
           05  WSSUPPLIER-PAYMENT-TERMS     PIC 9(003).
      *        TAX IDENTIFICATION NUMBER (NIF), CHECKED BY NIFCHK;
      *        ZERO MEANS NOT YET RECORDED
           05  WSSUPPLIER-NIF               PIC 9(009).
           05  WSSUPPLIER-LAST-BY           PIC X(008).
           05  WSSUPPLIER-LAST-DATE         PIC 9(008).

