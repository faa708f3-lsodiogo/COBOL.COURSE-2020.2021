       01  ROS-DETAILS.
      *        ONE KITCHEN SHIFT OF ONE PERSON ON ONE DATE
           05  ROS-KEY.
               10  ROS-DATE                 PIC 9(008).
               10  ROS-STAFF                PIC X(012).
      *        SHIFT START AND END AS HHMM; AN END BEFORE THE START
      *        RUNS PAST MIDNIGHT
           05  ROS-START                    PIC 9(004).
           05  ROS-END                      PIC 9(004).
      *        SANDWICHES PER HOUR THIS PERSON MAKES
           05  ROS-RATE                     PIC 9(003).
      *        SPACE ON SHIFT, "S" OFF SICK, "H" ON HOLIDAY; AN
      *        ABSENT SHIFT STAYS ON FILE BUT ADDS NO HOURS
           05  ROS-ABSENCE                  PIC X(001).
               88  ROS-ON-SHIFT             VALUE SPACE.
               88  ROS-ABSENT               VALUE "S" "H".
      *        THE PRODUCTION SITE THE SHIFT IS WORKED AT; SPACES
      *        MEANS THE MAIN SITE
           05  ROS-SITE                     PIC X(002).
           05  ROS-LAST-BY                  PIC X(008).
           05  ROS-LAST-DATE                PIC 9(008).
