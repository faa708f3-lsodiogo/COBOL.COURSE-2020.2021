       01  CLT-DETAILS.
           05  CLT-CODE                     PIC 9(004).
      *        PRODUCTION SITE WHOSE KITCHEN OWNS THE TASK; BLANK ON
      *        KEYING IS THE MAIN KITCHEN, "01"
           05  CLT-SITE                     PIC X(002).
           05  CLT-AREA                     PIC X(020).
           05  CLT-DESCRIPTION              PIC X(030).
      *        "D" EVERY DAY, "W" ON WEEKDAY CLT-DAY (1 = MONDAY),
      *        "M" ON DAY CLT-DAY OF THE MONTH (THE LAST DAY WHEN THE
      *        MONTH IS SHORTER), "R" PER PRODUCTION RUN - NEVER ON
      *        THE DAY'S LIST, RAISED BY PRODREQ AT EACH LINE
      *        CLEARANCE OF THE ALLERGEN SEQUENCE
           05  CLT-FREQUENCY                PIC X(001).
               88  CLT-FREQ-DAILY           VALUE "D".
               88  CLT-FREQ-WEEKLY          VALUE "W".
               88  CLT-FREQ-MONTHLY         VALUE "M".
               88  CLT-FREQ-PER-RUN         VALUE "R".
           05  CLT-DAY                      PIC 9(002).
      *        LATEST TIME OF DAY (HHMM) THE TASK MAY BE SIGNED OFF
           05  CLT-DUE-TIME                 PIC 9(004).
           05  CLT-ALLERGEN                 PIC X(001).
               88  CLT-ALLERGEN-YES         VALUE "Y".
      *        OPERATOR WHO SIGNS THE TASK OFF; ANYONE ELSE NEEDS
      *        SUPERVISOR PERMISSION. SPACES - ANY KITCHEN OPERATOR
           05  CLT-RESPONSIBLE              PIC X(008).
           05  CLT-ACTIVE                   PIC X(001).
               88  CLT-ACTIVE-YES           VALUE "Y".
           05  CLT-LAST-BY                  PIC X(008).
           05  CLT-LAST-DATE                PIC 9(008).
