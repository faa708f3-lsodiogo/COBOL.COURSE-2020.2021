       01  SCC-DETAILS.
      *        SINGLE CONTROL RECORD, ALWAYS KEY 1
           05  SCC-ID                       PIC 9(001).
      *        FAILED SIGN-ONS IN A ROW BEFORE THE OPERATOR IS LOCKED
      *        OUT; ZERO TAKES THE DEFAULT OF 3
           05  SCC-MAX-ATTEMPTS             PIC 9(002).
      *        DAYS A PASSWORD LASTS BEFORE A CHANGE IS FORCED; ZERO
      *        MEANS PASSWORDS DO NOT EXPIRE
           05  SCC-PASSWORD-DAYS            PIC 9(003).
           05  SCC-LAST-BY                  PIC X(008).
           05  SCC-LAST-DATE                PIC 9(008).
