       01  SITE-DETAILS.
      *        "01" IS THE ORIGINAL KITCHEN AND ALWAYS USES THE ST AND
      *        KI LOCATIONS; EVERY OTHER SITE HAS ITS OWN PAIR OF
      *        LOCATION CODES SO FXLOCSTOCK KEEPS ITS INGREDIENT AND
      *        LOCATION KEY. A BLANK SITE ON OLDER RECORDS MEANS "01".
           05  SITE-CODE                    PIC X(002).
           05  SITE-NAME                    PIC X(030).
           05  SITE-STORE-LOC               PIC X(002).
           05  SITE-KITCHEN-LOC             PIC X(002).
           05  SITE-LAST-BY                 PIC X(008).
           05  SITE-LAST-DATE               PIC 9(008).
