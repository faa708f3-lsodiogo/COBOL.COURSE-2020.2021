       01  RTE-DETAILS.
           05  RTE-ID                       PIC 9(003).
           05  RTE-NAME                     PIC X(030).
      *        TIME THE VAN LEAVES THE KITCHEN, HHMM; ZERO MEANS NO
      *        DEPARTURE IS SET AND NO ARRIVAL TIMES ARE ESTIMATED
           05  RTE-DEPART-TIME              PIC 9(004).
      *        WHAT ONE DAY'S RUN OF THE ROUTE COSTS (DRIVER, VAN,
      *        FUEL); THE PROFITABILITY REPORT SPREADS IT OVER THE
      *        DAY'S STOPS BY THE QUANTITY EACH ONE RECEIVED
           05  RTE-DAY-COST                 PIC 9(005)V99.
      *        THE PRODUCTION SITE THE VAN LOADS AT; SPACES MEANS THE
      *        MAIN SITE. EACH SITE'S DISPATCH RUN ONLY PRINTS ITS OWN
      *        ROUTES.
           05  RTE-SITE                     PIC X(002).
           05  RTE-LAST-BY                  PIC X(008).
           05  RTE-LAST-DATE                PIC 9(008).
