           05  FD-DOWNTIME-SUPPLIER-ID          PIC 9(005).
           05  FD-DOWNTIME-LAST-BY              PIC X(008).
           05  FD-DOWNTIME-LAST-DATE            PIC 9(008).
      *        A CANCELLED WINDOW STAYS ON FILE FOR THE DOWNTIME
      *        HISTORY BUT NO LONGER BLOCKS ORDERS OR PRODUCTION;
      *        SPACE MEANS THE WINDOW IS IN FORCE
           05  FD-DOWNTIME-STATUS               PIC X(001).
               88  FD-DOWNTIME-CANCELLED        VALUE "C".
      *        ASSET CODE ON FXEQUIP WHEN THE WINDOW IS A SERVICE OR
      *        A BREAKDOWN OF ONE MACHINE; SPACES FOR GENERAL DOWNTIME
           05  FD-DOWNTIME-EQUIP-CODE           PIC X(008).
