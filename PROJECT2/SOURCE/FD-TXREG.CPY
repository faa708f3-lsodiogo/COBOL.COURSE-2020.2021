       01  TXM-DETAILS.
      *        ONE ENTRY PER OUTBOUND FILE PRODUCED, IN ORDER OF
      *        CREATION
           05  TXM-ID                       PIC 9(007).
      *        "PO-ORDERS", "BANK-PAYMENT", "GL-POSTINGS", "LABELS",
      *        "MESSAGES"
           05  TXM-INTERFACE                PIC X(012).
           05  TXM-FILE-NAME                PIC X(040).
           05  TXM-PROGRAM                  PIC X(030).
      *        RECORDS WRITTEN AND THE CONTROL TOTAL OF THE AMOUNTS
      *        (OR QUANTITIES) THEY CARRY, AS THE RECEIVER SHOULD SEE
           05  TXM-RECORDS                  PIC 9(007).
           05  TXM-CONTROL-TOTAL            PIC 9(011)V99.
           05  TXM-CREATED-STAMP            PIC 9(014).
           05  TXM-CREATED-BY               PIC X(008).
           05  TXM-STATUS                   PIC X(001).
               88  TXM-STATUS-CREATED       VALUE "C".
               88  TXM-STATUS-TRANSMITTED   VALUE "T".
               88  TXM-STATUS-ACKNOWLEDGED  VALUE "A".
               88  TXM-STATUS-FAILED        VALUE "F".
           05  TXM-STATUS-STAMP             PIC 9(014).
      *        TIMES THE FILE HAS BEEN HANDED OVER; ABOVE ONE ONLY
      *        THROUGH A CONTROLLED RE-SEND OF A FAILED FILE
           05  TXM-SEND-COUNT               PIC 9(002).
           05  TXM-LAST-BY                  PIC X(008).
           05  TXM-LAST-DATE                PIC 9(008).
