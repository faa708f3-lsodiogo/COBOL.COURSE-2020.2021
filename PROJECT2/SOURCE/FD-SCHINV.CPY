           05  SCHINV-STATUS                PIC X(001).
               88  SCHINV-STATUS-OPEN       VALUE "O".
               88  SCHINV-STATUS-PAID       VALUE "P".
      *        "W" WRITTEN OFF AS A BAD DEBT (SEE FXWRITEOFF)
               88  SCHINV-STATUS-WRITTEN-OFF VALUE "W".
      *        "X" CANCELLED AS ISSUED IN ERROR (SEE DOCCANCEL); THE
      *        RECORD STAYS ON FILE SO ITS NUMBER IS ACCOUNTED FOR
               88  SCHINV-STATUS-CANCELLED  VALUE "X".
           05  SCHINV-GL-FLAG               PIC X(001).
               88  SCHINV-GL-EXPORTED       VALUE "Y".
      *        CASH RECEIVED AGAINST THE INVOICE SO FAR; THE STATUS
      *        VAT CHARGED ON TOP OF THE NET TOTAL, SPLIT OUT ON THE
      *        PRINTED INVOICE AND SUMMED BY THE PERIOD VAT RETURN
           05  SCHINV-VAT-AMOUNT            PIC 9(007)V99.
      *        "D" WHILE THE INVOICE SITS IN A DIRECT DEBIT
      *        COLLECTION THE BANK HAS NOT YET SETTLED, SO IT IS NOT
      *        ALSO OFFERED FOR A MANUAL RECEIPT
           05  SCHINV-COLLECT-FLAG          PIC X(001).
               88  SCHINV-IN-COLLECTION     VALUE "D".
           05  SCHINV-LAST-BY               PIC X(008).
           05  SCHINV-LAST-DATE             PIC 9(008).
      *        NUMBER IN THE INVOICE SERIES OF THE YEAR OF ISSUE, AS
      *        HANDED OUT BY DOCSERIES; ZERO ON INVOICES ISSUED
      *        BEFORE THE SERIES WERE KEPT
           05  SCHINV-ISSUE-DATE            PIC 9(008).
           05  SCHINV-SERIES-YEAR           PIC 9(004).
           05  SCHINV-SERIES-NO             PIC 9(006).
           05  SCHINV-DOC-NUMBER            PIC X(016).
           05  SCHINV-CANCEL-REASON         PIC X(030).
           05  SCHINV-CANCEL-BY             PIC X(008).
           05  SCHINV-CANCEL-DATE           PIC 9(008).
