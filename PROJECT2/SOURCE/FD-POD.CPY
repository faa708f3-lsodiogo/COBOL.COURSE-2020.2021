       01  POD-DETAILS.
      *        ONE RECORD PER DISPATCH NOTE ONCE ITS SIGNED MANIFEST
      *        HAS BEEN WORKED, SO THE SAME NOTE IS NEVER CREDITED
      *        TWICE
           05  POD-NOTE-NO                  PIC 9(006).
           05  POD-DELIVERY-DATE            PIC 9(008).
           05  POD-SCHOOL-ID                PIC 9(005).
      *        HHMM THE SCHOOL SIGNED ON THE DRIVER'S HANDHELD; ZERO
      *        WHEN THE MANIFEST WAS KEYED BACK FROM PAPER
           05  POD-ARRIVAL-TIME             PIC 9(004).
           05  POD-SOURCE                   PIC X(001).
               88  POD-FROM-FILE            VALUE "F".
               88  POD-FROM-MANIFEST        VALUE "K".
           05  POD-LINES-SIGNED             PIC 9(003).
           05  POD-LINES-SHORT              PIC 9(003).
           05  POD-LAST-BY                  PIC X(008).
           05  POD-LAST-DATE                PIC 9(008).
