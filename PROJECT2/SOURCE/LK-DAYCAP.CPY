      ******************************************************************
      *    LINKAGE AREA FOR DAYCAP - THE KITCHEN'S SANDWICH CAPACITY
      *    FOR ONE DATE. THE CALLER SETS DCAP-DATE; WHEN THE DATE
      *    HAS SHIFTS ON FXROSTER THE CAPACITY IS THE ROSTERED HOURS
      *    TIMES EACH PERSON'S RATE, OTHERWISE THE WEEKDAY DEFAULT ON
      *    FXCAPACITY. NEITHER ON FILE GIVES SOURCE SPACE AND ZERO.
      *    DCAP-SITE NAMES ONE PRODUCTION SITE ("01" IS THE MAIN
      *    KITCHEN); SPACES ASKS FOR THE WHOLE OPERATION, THE SUM OF
      *    EVERY SITE'S CAPACITY FOR THE DATE.
      ******************************************************************
       01  DAYCAP-REQUEST.
           05  DCAP-DATE                    PIC 9(008).
           05  DCAP-SITE                    PIC X(002).
           05  DCAP-QTY                     PIC 9(005).
           05  DCAP-SOURCE                  PIC X(001).
               88  DCAP-FROM-ROSTER         VALUE "R".
               88  DCAP-FROM-WEEKDAY        VALUE "W".
               88  DCAP-NOT-SET             VALUE SPACE.
      *        ROSTER ONLY: HOURS OF THE STAFF ON SHIFT AND THE
      *        AVERAGE RATE OF EVERYONE ROSTERED THAT DAY
           05  DCAP-HOURS                   PIC 9(004)V99.
           05  DCAP-AVG-RATE                PIC 9(003)V99.
