       01  SPRO-DETAILS.
      *        A PROPOSED NEW STANDING-ORDER QUANTITY FROM THE ROLL
      *        AND UPTAKE REVIEW; ACCEPTING IT WRITES AN FXSTANDORD
      *        VERSION EFFECTIVE FROM SPRO-EFF-DATE
           05  SPRO-ID.
               10  SPRO-SCHOOL-ID           PIC 9(005).
               10  SPRO-WEEKDAY             PIC 9(001).
               10  SPRO-SANDWICH-ID         PIC 9(005).
           05  SPRO-EFF-DATE                PIC 9(008).
           05  SPRO-CURRENT-QTY             PIC 9(005).
           05  SPRO-QTY                     PIC 9(005).
           05  SPRO-STATUS                  PIC X(001).
               88  SPRO-STATUS-PENDING      VALUE "P".
               88  SPRO-STATUS-ACCEPTED     VALUE "A".
           05  SPRO-LAST-BY                 PIC X(008).
           05  SPRO-LAST-DATE               PIC 9(008).
