           05  INGREDS-TAX-CODE             PIC X(002).
           05  INGREDS-LAST-BY              PIC X(008).
           05  INGREDS-LAST-DATE            PIC 9(008).
           05  INGREDS-CATCH-WEIGHT         PIC X(001).
               88  INGREDS-IS-CATCH-WEIGHT  VALUE "Y".
           05  INGREDS-NOMINAL-WEIGHT       PIC 9(003)V999.
