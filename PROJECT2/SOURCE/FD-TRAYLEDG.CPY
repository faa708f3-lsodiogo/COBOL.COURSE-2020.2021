       01  TRL-DETAILS.
      *        ONE MOVEMENT OF RETURNABLE TRAYS AND CRATES PER SCHOOL,
      *        IN ORDER; THE LAST ENTRY OF A SCHOOL CARRIES WHAT THE
      *        SCHOOL STILL HOLDS
           05  TRL-ID.
               10  TRL-SCHOOL-ID            PIC 9(005).
               10  TRL-SEQ                  PIC 9(006).
           05  TRL-DATE                     PIC 9(008).
           05  TRL-TYPE                     PIC X(001).
               88  TRL-TYPE-SENT            VALUE "S".
               88  TRL-TYPE-RETURNED        VALUE "R".
               88  TRL-TYPE-LOST            VALUE "L".
      *        DISPATCH NOTE THE TRAYS WENT OUT OR CAME BACK ON, ZERO
      *        FOR A LOSS DECLARED FROM THE OFFICE
           05  TRL-NOTE-NO                  PIC 9(006).
           05  TRL-TRAYS                    PIC 9(005).
      *        TRAYS THE SCHOOL HOLDS AFTER THIS MOVEMENT
           05  TRL-BALANCE                  PIC S9(005).
      *        LOSSES ONLY - THE SCHOOL INVOICE THAT PICKED THE LOSS
      *        UP (ZERO UNTIL INVOICED) AND HOW MANY OF THE TRAYS WERE
      *        CHARGED ONCE THE YEARLY ALLOWANCE WAS USED UP
           05  TRL-INV-ID                   PIC 9(006).
           05  TRL-CHARGED-QTY              PIC 9(005).
           05  TRL-LAST-BY                  PIC X(008).
           05  TRL-LAST-DATE                PIC 9(008).
