       01  WOF-DETAILS.
      *        ONE RECORD PER BAD-DEBT WRITE-OFF OF A SCHOOL INVOICE
           05  WOF-ID                       PIC 9(006).
           05  WOF-INV-ID                   PIC 9(006).
           05  WOF-SCHOOL-ID                PIC 9(005).
           05  WOF-REQ-DATE                 PIC 9(008).
           05  WOF-REASON                   PIC X(040).
      *        "P" WAITING FOR A SUPERVISOR, "A" APPROVED AND THE
      *        INVOICE CLOSED AS "W", "X" REJECTED
           05  WOF-STATUS                   PIC X(001).
               88  WOF-STATUS-PENDING       VALUE "P".
               88  WOF-STATUS-APPROVED      VALUE "A".
               88  WOF-STATUS-REJECTED      VALUE "X".
           05  WOF-REQ-BY                   PIC X(008).
           05  WOF-APPR-BY                  PIC X(008).
           05  WOF-APPR-DATE                PIC 9(008).
      *        THE OPEN BALANCE WRITTEN OFF, SPLIT INTO THE NET LOSS
      *        AND THE OUTPUT VAT RECLAIMED AS BAD-DEBT RELIEF, IN
      *        THE SAME PROPORTION AS ON THE INVOICE
           05  WOF-NET                      PIC 9(007)V99.
           05  WOF-VAT                      PIC 9(007)V99.
           05  WOF-GL-FLAG                  PIC X(001).
               88  WOF-GL-EXPORTED          VALUE "Y".
      *        CASH LATER RECEIVED AGAINST THE WRITTEN-OFF INVOICE;
      *        THE LEDGER EXPORT REVERSES WHAT IT HAS NOT YET POSTED
           05  WOF-RECOVERED                PIC 9(007)V99.
           05  WOF-RCV-DATE                 PIC 9(008).
           05  WOF-RCV-EXPORTED             PIC 9(007)V99.
           05  WOF-LAST-BY                  PIC X(008).
           05  WOF-LAST-DATE                PIC 9(008).
