           05  WS-DOWNTIME-SUPPLIER-ID          PIC 9(005).
           05  WS-DOWNTIME-LAST-BY              PIC X(008).
           05  WS-DOWNTIME-LAST-DATE            PIC 9(008).
           05  WS-DOWNTIME-STATUS               PIC X(001).
               88  WS-DOWNTIME-CANCELLED        VALUE "C".
           05  WS-DOWNTIME-EQUIP-CODE           PIC X(008).
