      ******************************************************************
      *    REPORT DISTRIBUTION TABLE - WHO RECEIVES EACH CATALOGUED
      *    REPORT (BY ITS FXRPTCAT BASE NAME), HOW, AND WHEN.
      ******************************************************************
       01  RDS-DETAILS.
           05  RDS-ID.
               10  RDS-BASE-NAME            PIC X(020).
               10  RDS-RECIPIENT            PIC X(030).
           05  RDS-METHOD                   PIC X(001).
      *        "P" PRINT QUEUE, "M" MESSAGE FILE (VIA NOTIFY-SEND)
               88  RDS-METHOD-PRINT         VALUE "P".
               88  RDS-METHOD-MESSAGE       VALUE "M".
               88  RDS-METHOD-VALID         VALUE "P" "M".
           05  RDS-WHEN                     PIC X(001).
      *        "A" ALWAYS, "N" ONLY WHEN THE REPORT IS NOT EMPTY
               88  RDS-WHEN-ALWAYS          VALUE "A".
               88  RDS-WHEN-NOT-EMPTY       VALUE "N".
               88  RDS-WHEN-VALID           VALUE "A" "N".
           05  RDS-LAST-BY                  PIC X(008).
           05  RDS-LAST-DATE                PIC 9(008).
