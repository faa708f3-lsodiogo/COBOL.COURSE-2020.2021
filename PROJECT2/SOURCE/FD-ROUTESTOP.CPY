      *            DROP SEQUENCE ALONG THE ROUTE, 1 = FIRST STOP
               10  RST-SEQ                  PIC 9(003).
           05  RST-SCHOOL-ID                PIC 9(005).
      *        DRIVING MINUTES FROM THE PREVIOUS STOP, OR FROM THE
      *        KITCHEN FOR THE FIRST STOP OF THE ROUTE
           05  RST-DRIVE-MINUTES            PIC 9(003).
           05  RST-LAST-BY                  PIC X(008).
           05  RST-LAST-DATE                PIC 9(008).
