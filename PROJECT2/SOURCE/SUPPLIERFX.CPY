      *        DAYS FROM INVOICE DATE TO DUE DATE; ZERO MEANS THE
      *        INVOICE IS PAYABLE IMMEDIATELY
           05  SUPPLIER-PAYMENT-TERMS       PIC 9(003).
      *        TAX IDENTIFICATION NUMBER (NIF), CHECKED BY NIFCHK;
      *        ZERO MEANS NOT YET RECORDED
           05  SUPPLIER-NIF                 PIC 9(009).
           05  SUPPLIER-LAST-BY             PIC X(008).
           05  SUPPLIER-LAST-DATE           PIC 9(008).
