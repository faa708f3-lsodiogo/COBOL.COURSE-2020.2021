       01  PROLL-DETAILS.
      *        PUPILS ON ONE SCHOOL'S ROLL FOR ONE TERM; THE TERM IN
      *        FORCE ON A DATE IS THE LATEST ONE STARTING ON OR BEFORE
      *        IT
           05  PROLL-KEY.
               10  PROLL-SCHOOL-ID          PIC 9(005).
               10  PROLL-TERM-START         PIC 9(008).
           05  PROLL-TERM-END               PIC 9(008).
           05  PROLL-PUPILS                 PIC 9(005).
           05  PROLL-LAST-BY                PIC X(008).
           05  PROLL-LAST-DATE              PIC 9(008).
