               10 WSSUPPLIER-TELEPHONE3        PIC 9(009).
           05 WSSUPPLIER-IS-ACTIVE             PIC 9(001).
           05 WSSUPPLIER-PAYMENT-TERMS         PIC 9(003).
           05 WSSUPPLIER-NIF                   PIC 9(009).
           05 WSSUPPLIER-LAST-BY               PIC X(008).
           05 WSSUPPLIER-LAST-DATE             PIC 9(008).

