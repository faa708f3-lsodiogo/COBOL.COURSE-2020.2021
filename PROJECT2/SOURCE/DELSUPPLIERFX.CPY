               10  DEL-SUPPLIER-TELEPHONE3  PIC 9(009).
           05  DEL-SUPPLIER-IS-ACTIVE       PIC 9(001).
           05  DEL-SUPPLIER-PAYMENT-TERMS   PIC 9(003).
           05  DEL-SUPPLIER-NIF             PIC 9(009).
           05  DEL-SUPPLIER-LAST-BY         PIC X(008).
           05  DEL-SUPPLIER-LAST-DATE       PIC 9(008).
