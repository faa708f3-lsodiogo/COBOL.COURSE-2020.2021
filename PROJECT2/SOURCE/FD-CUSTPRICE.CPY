      ******************************************************************
      *    CUSTOMER PRICE LIST LINE - THE PRICE OF ONE SANDWICH ON ONE
      *    PRICE LIST FROM ITS EFFECTIVE DATE TO ITS EXPIRY DATE.
      *    SEVERAL CUSTOMERS MAY SHARE A LIST; THE LATEST EFFECTIVE
      *    DATE VALID ON THE EVENT DATE WINS, AS ON THE SCHOOL
      *    CONTRACTS.
      ******************************************************************
       01  CPL-DETAILS.
           05  CPL-ID.
               10  CPL-LIST-CODE            PIC X(004).
               10  CPL-SANDWICH-ID          PIC 9(005).
               10  CPL-EFF-DATE             PIC 9(008).
           05  CPL-PRICE                    PIC 9(003)V99.
           05  CPL-EXPIRY-DATE              PIC 9(008).
           05  CPL-LAST-BY                  PIC X(008).
           05  CPL-LAST-DATE                PIC 9(008).
