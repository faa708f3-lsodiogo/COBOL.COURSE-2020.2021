       01  CCT-DETAILS.
      *        SINGLE CONTROL RECORD, ALWAYS KEY 1
           05  CCT-ID                       PIC 9(001).
      *        COST OF ONE KITCHEN STAFF HOUR, APPLIED TO EACH
      *        SANDWICH'S LABOUR MINUTES
           05  CCT-LABOUR-RATE              PIC 9(003)V99.
      *        OVERHEAD AS A PERCENTAGE OF MATERIAL, LABOUR AND
      *        PACKAGING TOGETHER
           05  CCT-OVERHEAD-PCT             PIC 9(003)V99.
           05  CCT-LAST-BY                  PIC X(008).
           05  CCT-LAST-DATE                PIC 9(008).
