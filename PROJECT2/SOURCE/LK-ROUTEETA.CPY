      ******************************************************************
      *    LINKAGE AREA FOR ROUTEETA - ESTIMATED ARRIVAL TIMES FOR
      *    ONE DELIVERY DATE. THE CALLER SETS RETA-DATE; ROUTEETA
      *    RETURNS EVERY ROUTE STOP WITH ORDERS THAT DAY, IN ROUTE
      *    AND DROP ORDER, WITH ITS ESTIMATED ARRIVAL (HHMM), THE
      *    SCHOOL'S DELIVERY WINDOW FROM FXSCHSCHED AND A FLAG WHEN
      *    THE ARRIVAL FALLS OUTSIDE IT. A ROUTE WITH NO DEPARTURE
      *    TIME GIVES ARRIVAL ZERO AND NO FLAG.
      ******************************************************************
       01  ROUTEETA-REQUEST.
           05  RETA-DATE                    PIC 9(008).
           05  RETA-STOP-COUNT              PIC 9(004).
           05  RETA-FLAG-COUNT              PIC 9(004).
           05  RETA-STOP OCCURS 500 TIMES.
               10  RETA-ROUTE-ID            PIC 9(003).
               10  RETA-SEQ                 PIC 9(003).
               10  RETA-SCHOOL-ID           PIC 9(005).
               10  RETA-ARRIVAL             PIC 9(004).
               10  RETA-EARLIEST            PIC 9(004).
               10  RETA-LATEST              PIC 9(004).
               10  RETA-WINDOW-FLAG         PIC X(001).
                   88  RETA-EARLY           VALUE "E".
                   88  RETA-LATE            VALUE "L".
