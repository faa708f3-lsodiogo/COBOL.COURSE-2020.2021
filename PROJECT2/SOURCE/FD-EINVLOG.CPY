       01  ELOG-DETAILS.
      *        ONE RECORD PER DOCUMENT PLACED ON AN ELECTRONIC
      *        INVOICE FILE: WHICH DOCUMENT, TO WHOM, IN WHICH FILE
      *        AND WHEN
           05  ELOG-ID.
               10  ELOG-DOC-TYPE            PIC X(001).
                   88  ELOG-DOC-INVOICE     VALUE "I".
                   88  ELOG-DOC-CREDIT      VALUE "C".
               10  ELOG-DOC-ID              PIC 9(006).
               10  ELOG-SENT-STAMP          PIC 9(014).
           05  ELOG-RECIPIENT-TYPE          PIC X(001).
               88  ELOG-TO-COUNCIL          VALUE "C".
               88  ELOG-TO-SCHOOL           VALUE "S".
           05  ELOG-RECIPIENT-ID            PIC 9(005).
           05  ELOG-RECIPIENT-REF           PIC X(008).
           05  ELOG-FILE-NAME               PIC X(040).
           05  ELOG-GROSS                   PIC 9(007)V99.
           05  ELOG-LAST-BY                 PIC X(008).
           05  ELOG-LAST-DATE               PIC 9(008).
