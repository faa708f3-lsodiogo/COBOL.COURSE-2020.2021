      ******************************************************************
      *    LINKAGE AREA FOR TRAYPOST - POSTS ONE MOVEMENT OF RETURNABLE
      *    TRAYS ON THE FXTRAYLEDG CONTAINER LEDGER. THE CALLER FILLS
      *    SCHOOL, TYPE ("S" SENT, "R" RETURNED, "L" LOST), NOTE AND
      *    TRAYS; TRAYPOST HANDS BACK WHAT THE SCHOOL NOW HOLDS.
      *    WITH TRAYS AT ZERO NOTHING IS POSTED AND ONLY THE CURRENT
      *    BALANCE IS RETURNED.
      ******************************************************************
       01  TRAYPOST-REQUEST.
           05  TRP-SCHOOL-ID                PIC 9(005).
           05  TRP-TYPE                     PIC X(001).
           05  TRP-NOTE-NO                  PIC 9(006).
           05  TRP-TRAYS                    PIC 9(005).
           05  TRP-BALANCE                  PIC S9(005).
