      ******************************************************************
      *    SUPPLIER DELIVERY SCHEDULE - ONE RECORD PER SUPPLIER. THE
      *    WEEKDAYS THE SUPPLIER DELIVERS ON ("Y" PER DAY, MONDAY
      *    FIRST) AND THE ORDER CUT-OFF: AN ORDER MUST BE WITH THE
      *    SUPPLIER BY SSC-CUTOFF-TIME ON THE DAY SSC-CUTOFF-DAYS
      *    BEFORE THE DELIVERY DAY. A SUPPLIER WITHOUT A RECORD IS
      *    TAKEN TO DELIVER ANY DAY WITH NO CUT-OFF (SEE SUPPDAYS).
      ******************************************************************
       01  SSC-DETAILS.
           05  SSC-SUPPLIER-ID              PIC 9(005).
           05  SSC-DELIVERY-DAYS.
               10  SSC-DELIVERS-ON          PIC X(001) OCCURS 7 TIMES.
                   88  SSC-DELIVERS-YES     VALUE "Y".
           05  SSC-CUTOFF-DAYS              PIC 9(001).
           05  SSC-CUTOFF-TIME.
               10  SSC-CUTOFF-HOUR          PIC 9(002).
               10  SSC-CUTOFF-MIN           PIC 9(002).
           05  SSC-LAST-BY                  PIC X(008).
           05  SSC-LAST-DATE                PIC 9(008).
