           05  WS-SINV-PAID-DATE            PIC 9(008).
           05  WS-SINV-PAID-BY              PIC X(008).
           05  WS-SINV-GL-FLAG              PIC X(001).
      *        FREIGHT AND OTHER CHARGE LINES INCLUDED IN THE TOTAL;
      *        POSTED TO THEIR OWN ACCOUNT BY THE GL EXPORT
           05  WS-SINV-CHARGE-TOTAL         PIC 9(007)V99.
           05  WS-SINV-LAST-BY              PIC X(008).
           05  WS-SINV-LAST-DATE            PIC 9(008).

