       01  ARC-DETAILS.
      *        SINGLE CONTROL RECORD, ALWAYS KEY 1
           05  ARC-ID                       PIC 9(001).
      *        YEARS A SETTLED DOCUMENT STAYS ON THE LIVE FILES AFTER
      *        ITS YEAR ENDS BEFORE THE ARCHIVE RUN MAY MOVE IT; ZERO
      *        TAKES THE DEFAULT OF 2
           05  ARC-RETAIN-YEARS             PIC 9(002).
      *        YEARS THE LAW OBLIGES US TO KEEP ACCOUNTING DOCUMENTS;
      *        ARCHIVES OLDER THAN THIS MAY BE PURGED. ZERO TAKES THE
      *        DEFAULT OF 10
           05  ARC-LEGAL-YEARS              PIC 9(002).
           05  ARC-LAST-BY                  PIC X(008).
           05  ARC-LAST-DATE                PIC 9(008).
