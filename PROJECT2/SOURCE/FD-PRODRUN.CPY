       01  PRUN-DETAILS.
      *        ONE CONFIRMED RUN PER DATE AND PRODUCTION SITE
           05  PRUN-KEY.
               10  PRUN-DATE.
                   15  PRUN-YEAR            PIC 9(004).
                   15  PRUN-MONTH           PIC 9(002).
                   15  PRUN-DAY             PIC 9(002).
               10  PRUN-SITE                PIC X(002).
           05  PRUN-STATUS                  PIC X(001).
               88  PRUN-STATUS-CONFIRMED    VALUE "C".
           05  PRUN-LAST-BY                 PIC X(008).
