       01  UPT-DETAILS.
      *        SHARE OF THE ROLL EXPECTED TO TAKE A SANDWICH ON ONE
      *        WEEKDAY (1=MONDAY .. 7=SUNDAY). SCHOOL 00000 HOLDS THE
      *        HOUSE FIGURE USED BY ANY SCHOOL WITHOUT ITS OWN
           05  UPT-KEY.
               10  UPT-SCHOOL-ID            PIC 9(005).
               10  UPT-WEEKDAY              PIC 9(001).
           05  UPT-PCT                      PIC 9(003)V9.
           05  UPT-LAST-BY                  PIC X(008).
           05  UPT-LAST-DATE                PIC 9(008).
