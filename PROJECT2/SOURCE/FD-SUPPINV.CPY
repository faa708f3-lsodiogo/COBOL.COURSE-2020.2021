           05  SINV-PAID-BY                 PIC X(008).
           05  SINV-GL-FLAG                 PIC X(001).
               88  SINV-GL-EXPORTED         VALUE "Y".
      *        FREIGHT AND OTHER CHARGE LINES INCLUDED IN THE TOTAL;
      *        POSTED TO THEIR OWN ACCOUNT BY THE GL EXPORT
           05  SINV-CHARGE-TOTAL            PIC 9(007)V99.
           05  SINV-LAST-BY                 PIC X(008).
           05  SINV-LAST-DATE               PIC 9(008).
