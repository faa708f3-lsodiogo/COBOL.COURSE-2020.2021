       01  RBS-DETAILS.
      *        A VOLUME REBATE THE SUPPLIER HAS SETTLED WITH US, BY
      *        CREDIT NOTE OR DEDUCTION; NUMBERED IN ORDER PER
      *        SUPPLIER. IT REDUCES WHAT WE OWE THE SUPPLIER ON THE
      *        SUPPLIER LEDGER FROM ITS SETTLEMENT DATE.
           05  RBS-ID.
               10  RBS-SUPPLIER-ID          PIC 9(005).
               10  RBS-SEQ                  PIC 9(004).
           05  RBS-DATE                     PIC 9(008).
      *        THE AGREEMENT PERIOD THE SETTLEMENT COVERS
           05  RBS-PERIOD-FROM              PIC 9(008).
           05  RBS-PERIOD-TO                PIC 9(008).
           05  RBS-AMOUNT                   PIC 9(007)V99.
      *        THE SUPPLIER'S CREDIT NOTE OR REMITTANCE REFERENCE
           05  RBS-REFERENCE                PIC X(012).
           05  RBS-LAST-BY                  PIC X(008).
           05  RBS-LAST-DATE                PIC 9(008).
