       01  ASN-DETAILS.
      *        ONE PENDING RECEIPT PER ORDER LINE AND LOT, FROM THE
      *        SUPPLIER'S ADVANCE SHIPPING NOTICE (ASNIMP)
           05  ASN-ID.
               10  ASN-PO-ID                PIC 9(006).
               10  ASN-LINE-NO              PIC 9(003).
               10  ASN-LOT-NO               PIC X(010).
           05  ASN-NOTICE-NO                PIC X(010).
           05  ASN-SUPPLIER-ID              PIC 9(005).
           05  ASN-QTY                      PIC 9(005).
           05  ASN-EXPIRY-DATE              PIC 9(008).
      *        DATE THE SUPPLIER SAYS THE VAN WILL ARRIVE
           05  ASN-DUE-DATE                 PIC 9(008).
           05  ASN-IMPORT-DATE              PIC 9(008).
      *        PENDING UNTIL GOODSRECV BOOKS THE LINE IN AGAINST IT
           05  ASN-STATUS                   PIC X(001).
               88  ASN-STATUS-PENDING       VALUE "P".
               88  ASN-STATUS-RECEIVED      VALUE "R".
           05  ASN-QTY-RECEIVED             PIC 9(005).
           05  ASN-LAST-BY                  PIC X(008).
           05  ASN-LAST-DATE                PIC 9(008).
