      ******************************************************************
      *    SUPPLIER QUALITY CLAIMS - ONE PER SUSPECT LOT OF AN
      *    INCIDENT'S PRODUCTION BATCH, RAISED IN SUPPCLAIM AND
      *    COUNTED PER SUPPLIER ON THE SCORECARD (REPORT-SUPP-PERF).
      *    THE GOODS ARE ALREADY EATEN, SO NOTHING GOES BACK INTO
      *    STOCK; THE MONEY COMES BACK AS A DEBIT NOTE ON FXDEBITNOTE
      *    WHEN ONE IS RAISED FOR THE CLAIM.
      ******************************************************************
       01  CLM-DETAILS.
           05  CLM-ID                       PIC 9(006).
           05  CLM-INC-ID                   PIC 9(006).
           05  CLM-BATCH-CODE.
               10  CLM-BATCH-DATE           PIC 9(008).
               10  CLM-BATCH-SAND-ID        PIC 9(005).
           05  CLM-ING-ID                   PIC 9(005).
           05  CLM-LOT-NO                   PIC X(010).
           05  CLM-SUPPLIER-ID              PIC 9(005).
           05  CLM-PO-ID                    PIC 9(006).
           05  CLM-PO-LINE-NO               PIC 9(003).
           05  CLM-DATE                     PIC 9(008).
      *        SUPPLIER UNITS OF THE LOT THE CLAIM COVERS
           05  CLM-QTY                      PIC 9(005).
           05  CLM-UNIT-PRICE               PIC 9(003)V99.
           05  CLM-CREDIT-REQUESTED         PIC 9(007)V99.
           05  CLM-REASON-CODE              PIC 9(003).
           05  CLM-REASON-TEXT              PIC X(030).
      *        OPEN WHEN RAISED, SENT ONCE THE SUPPLIER HAS IT, THEN
      *        ACCEPTED OR REJECTED BY THE SUPPLIER, AND CLOSED
           05  CLM-STATUS                   PIC X(001).
               88  CLM-STATUS-OPEN          VALUE "O".
               88  CLM-STATUS-SENT          VALUE "S".
               88  CLM-STATUS-ACCEPTED      VALUE "A".
               88  CLM-STATUS-REJECTED      VALUE "R".
               88  CLM-STATUS-CLOSED        VALUE "C".
      *        ZERO UNTIL A DEBIT NOTE IS RAISED FOR THE CLAIM
           05  CLM-DBN-ID                   PIC 9(006).
           05  CLM-LAST-BY                  PIC X(008).
           05  CLM-LAST-DATE                PIC 9(008).
