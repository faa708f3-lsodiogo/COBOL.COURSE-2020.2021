       01  PLN-DETAILS.
           05  PLN-ID                       PIC 9(002).
           05  PLN-NAME                     PIC X(030).
      *        THE PRODUCTION SITE THE LINE STANDS IN; SPACES MEANS THE
      *        MAIN SITE
           05  PLN-SITE                     PIC X(002).
      *        SANDWICHES THE LINE TURNS OUT IN ONE HOUR; A LINE AT
      *        ZERO IS STOOD DOWN AND THE SCHEDULE LEAVES IT OUT
           05  PLN-RATE-HOUR                PIC 9(005).
      *        HHMM THE LINE STARTS ON A PRODUCTION MORNING
           05  PLN-START-TIME               PIC 9(004).
      *        MINUTES THE CLEAN-DOWN TAKES WHEN THE LINE MOVES ON TO
      *        THE NEXT ALLERGEN GROUP
           05  PLN-CLEAN-MINUTES            PIC 9(003).
      *        THE SANDWICHES THE LINE IS SET UP TO MAKE, 20 SLOTS;
      *        ALL SLOTS AT ZERO MEANS IT CAN MAKE ANY OF THEM
           05  PLN-SAND-TABLE.
               10  PLN-SAND-ID OCCURS 20 TIMES
                                            PIC 9(005).
           05  PLN-LAST-BY                  PIC X(008).
           05  PLN-LAST-DATE                PIC 9(008).
