      ******************************************************************
      *    LINKAGE AREA FOR TXREG - REGISTERS ONE OUTBOUND INTERFACE
      *    FILE ON THE FXTXREG TRANSMISSION REGISTER. THE PRODUCING
      *    PROGRAM FILLS THIS AREA ONCE THE FILE IS CLOSED AND CALLS
      *    "TXREG"; THE ENTRY STARTS LIFE AS CREATED.
      ******************************************************************
       01  TXREG-REQUEST.
           05  TXR-INTERFACE                PIC X(012).
           05  TXR-FILE-NAME                PIC X(040).
           05  TXR-PROGRAM                  PIC X(030).
           05  TXR-RECORDS                  PIC 9(007).
           05  TXR-CONTROL-TOTAL            PIC 9(011)V99.
