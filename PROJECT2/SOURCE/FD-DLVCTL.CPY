       01  DLC-DETAILS.
      *        SINGLE CONTROL RECORD, ALWAYS KEY 1
           05  DLC-ID                       PIC 9(001).
      *        SANDWICHES ONE RETURNABLE TRAY HOLDS; ZERO TAKES THE
      *        DEFAULT OF 20
           05  DLC-TRAY-SANDWICHES          PIC 9(003).
      *        MINUTES SPENT UNLOADING AT EACH SCHOOL BEFORE THE VAN
      *        DRIVES ON TO THE NEXT STOP
           05  DLC-DROP-MINUTES             PIC 9(003).
      *        TRAYS A SCHOOL MAY HOLD BEFORE IT SHOWS ON THE HOLDING
      *        REPORT AND THE DASHBOARD; ZERO TAKES THE DEFAULT OF 50
           05  DLC-TRAY-ALERT               PIC 9(004).
      *        TRAYS A SCHOOL MAY LOSE IN A CALENDAR YEAR FREE OF
      *        CHARGE, AND THE PRICE OF EACH LOST TRAY ABOVE THAT
      *        CHARGED ON THE SCHOOL'S NEXT INVOICE
           05  DLC-TRAY-ALLOWANCE           PIC 9(004).
           05  DLC-TRAY-CHARGE              PIC 9(003)V99.
           05  DLC-LAST-BY                  PIC X(008).
           05  DLC-LAST-DATE                PIC 9(008).
