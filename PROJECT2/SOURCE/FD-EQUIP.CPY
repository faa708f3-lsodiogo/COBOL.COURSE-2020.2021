       01  EQP-DETAILS.
      *        ONE RECORD PER KITCHEN MACHINE (CHILLERS, SLICERS, THE
      *        OVEN ...) UNDER A PLANNED-MAINTENANCE REGIME
           05  EQP-CODE                     PIC X(008).
           05  EQP-DESCRIPTION              PIC X(030).
      *        WHERE THE MACHINE STANDS, THE FXTEMPLOC CODE WHEN IT IS
      *        ONE OF THE MONITORED LOCATIONS ("ST", "KI", "F1".."F9")
           05  EQP-LOCATION                 PIC X(002).
      *        DAYS BETWEEN SERVICES AND THE LENGTH OF THE SERVICE
      *        WINDOW THAT IS BOOKED ON THE DOWNTIME CALENDAR
           05  EQP-INTERVAL-DAYS            PIC 9(003).
           05  EQP-SERVICE-HOURS            PIC 9(002).
      *        FXREASONS CODE AND FXSUPPLIERS SERVICE CONTRACTOR THE
      *        PLANNED WINDOWS ARE WRITTEN WITH
           05  EQP-REASON-ID                PIC 9(003).
           05  EQP-SUPPLIER-ID              PIC 9(005).
           05  EQP-LAST-SERVICE             PIC 9(008).
      *        SERVICE ALREADY BOOKED ON CALENDARFILE AND NOT YET
      *        RECORDED AS DONE; ZERO WHEN NOTHING IS BOOKED
           05  EQP-PLANNED-DATE             PIC 9(008).
           05  EQP-PLANNED-DOWNTIME-ID      PIC 9(003).
      *        "A" IN SERVICE, "R" RETIRED (KEPT FOR THE FAILURE
      *        HISTORY, NO LONGER SCHEDULED)
           05  EQP-STATUS                   PIC X(001).
               88  EQP-STATUS-ACTIVE        VALUE "A".
               88  EQP-STATUS-RETIRED       VALUE "R".
           05  EQP-LAST-BY                  PIC X(008).
           05  EQP-LAST-DATE                PIC 9(008).
