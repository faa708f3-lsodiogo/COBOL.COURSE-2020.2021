       01  DDC-DETAILS.
      *        ONE RECORD PER INVOICE HANDED TO THE BANK IN A
      *        COLLECTION RUN
           05  DDC-ID.
               10  DDC-RUN-ID               PIC 9(006).
               10  DDC-LINE-NO              PIC 9(004).
           05  DDC-INV-ID                   PIC 9(006).
           05  DDC-SCHOOL-ID                PIC 9(005).
           05  DDC-MANDATE-REF              PIC X(020).
           05  DDC-AMOUNT                   PIC 9(007)V99.
           05  DDC-COLLECT-DATE             PIC 9(008).
      *        "S" SENT TO THE BANK, "P" RECEIPT POSTED ONCE THE
      *        COLLECTION DATE HAS PASSED, "R" RETURNED UNPAID
           05  DDC-STATUS                   PIC X(001).
               88  DDC-STATUS-SENT          VALUE "S".
               88  DDC-STATUS-POSTED        VALUE "P".
               88  DDC-STATUS-RETURNED      VALUE "R".
           05  DDC-RCPT-ID                  PIC 9(006).
           05  DDC-RETURN-REASON            PIC X(004).
           05  DDC-RETURN-DATE              PIC 9(008).
           05  DDC-LAST-BY                  PIC X(008).
           05  DDC-LAST-DATE                PIC 9(008).
