       01  RVH-DETAILS.
           05  RVH-ID.
               10  RVH-ROUTE-ID             PIC 9(003).
      *            1 = MONDAY .. 7 = SUNDAY, AS ON FXSCHSCHED
               10  RVH-WEEKDAY              PIC 9(001).
           05  RVH-VEH-REG                  PIC X(010).
           05  RVH-LAST-BY                  PIC X(008).
           05  RVH-LAST-DATE                PIC 9(008).
