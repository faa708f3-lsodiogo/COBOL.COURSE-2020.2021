       01  VEH-DETAILS.
           05  VEH-REG                      PIC X(010).
           05  VEH-DESCRIPTION              PIC X(030).
      *        HOW MANY FULL TRAYS THE VAN TAKES IN ONE RUN
           05  VEH-CAPACITY-TRAYS           PIC 9(003).
           05  VEH-CHILLED                  PIC X(001).
               88  VEH-IS-CHILLED           VALUE "Y".
      *        "N" WHILE THE VAN IS OFF THE ROAD (SERVICE, MOT,
      *        REPAIR); THE LOAD PLAN FLAGS ANY ROUTE LEFT ON IT
           05  VEH-IN-SERVICE               PIC X(001).
               88  VEH-IS-IN-SERVICE        VALUE "Y".
           05  VEH-LAST-BY                  PIC X(008).
           05  VEH-LAST-DATE                PIC 9(008).
