       01  CAP-DETAILS.
           05  CAP-KEY.
      *            THE PRODUCTION SITE; THE MAIN KITCHEN IS "01"
               10  CAP-SITE                 PIC X(002).
      *            1=MONDAY .. 7=SUNDAY, SAME NUMBERING AS FXSCHSCHED
               10  CAP-WEEKDAY              PIC 9(001).
      *        SANDWICHES THE KITCHEN CAN MAKE ON THAT WEEKDAY;
      *        ORDER ENTRY AND GENERATION WARN PAST THIS FIGURE
           05  CAP-LIMIT-QTY                PIC 9(005).
