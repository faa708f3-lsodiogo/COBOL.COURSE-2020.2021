       01  DEL-SCHOOL-DETAILS.
           05  DEL-SCHOOL-ID                PIC 9(005).
           05  DEL-SCHOOL-EXTERNAL-ID       PIC X(008).
           05  DEL-SCHOOL-DESIGNATION.
               10  DEL-SCHOOL-DESIGNATION1  PIC X(050).
               10  DEL-SCHOOL-DESIGNATION2  PIC X(050).
               10  DEL-SCHOOL-DESIGNATION3  PIC X(050).
           05  DEL-SCHOOL-ADDRESS.
               10  DEL-SCHOOL-ADDRESS1      PIC X(075).
               10  DEL-SCHOOL-ADDRESS2      PIC X(075).
           05  DEL-SCHOOL-POSTAL-CODE       PIC 9(007).
           05  DEL-SCHOOL-TOWN              PIC X(030).
           05  DEL-SCHOOL-IS-ACTIVE         PIC 9(001).
           05  DEL-SCHOOL-COUNCIL-ID        PIC 9(004).
           05  DEL-SCHOOL-CREDIT-LIMIT      PIC 9(007)V99.
           05  DEL-SCHOOL-SITE              PIC X(002).
           05  DEL-SCHOOL-NIF               PIC 9(009).
           05  DEL-SCHOOL-SHORT-PRIORITY    PIC X(001).
           05  DEL-SCHOOL-LAST-BY           PIC X(008).
           05  DEL-SCHOOL-LAST-DATE         PIC 9(008).
