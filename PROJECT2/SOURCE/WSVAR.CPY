       78  F3                                   VALUE "1003".

       01  VIEW-OPTION                          PIC 9(001).
           88  VALID-VIEW-OPTION                VALUE 1 THRU 6.
