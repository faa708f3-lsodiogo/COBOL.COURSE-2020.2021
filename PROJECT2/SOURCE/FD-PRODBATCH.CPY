       01  PBAT-DETAILS.
      *        ONE BATCH PER SANDWICH MADE ON A PRODUCTION DAY, WRITTEN
      *        WHEN PRODCONF CONFIRMS THE RUN. THE BATCH CODE IS THE
      *        PRODUCTION DATE FOLLOWED BY THE SANDWICH ID, SO A LABEL
      *        OR DISPATCH NOTE PRINTED BEFORE THE RUN IS CONFIRMED
      *        ALREADY CARRIES THE CODE THE BATCH WILL BE FILED UNDER
           05  PBAT-CODE.
               10  PBAT-DATE                PIC 9(008).
               10  PBAT-SAND-ID             PIC 9(005).
           05  PBAT-QTY                     PIC 9(007).
      *        PRODUCTION START AND END, HHMM
           05  PBAT-START                   PIC 9(004).
           05  PBAT-END                     PIC 9(004).
           05  PBAT-LAST-BY                 PIC X(008).
           05  PBAT-LAST-DATE               PIC 9(008).
