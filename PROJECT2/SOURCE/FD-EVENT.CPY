      ******************************************************************
      *    CUSTOMER EVENT - ONE DELIVERY TO A CUSTOMER ON ONE DATE. THE
      *    SANDWICHES ARE ORDINARY FXORDERS LINES UNDER THE CUSTOMER
      *    NUMBER AND THE EVENT DATE; THIS RECORD CARRIES WHERE AND
      *    WHEN THEY GO, THE VALUE PRICED WHEN THE EVENT WAS BOOKED AND
      *    THE DEPOSIT ASKED FOR. THE DEPOSIT IS PAID ON ACCOUNT
      *    (CASHRCPT) AND TAKEN OFF THE EVENT'S INVOICE (SCHINV).
      ******************************************************************
       01  EVT-DETAILS.
           05  EVT-ID.
               10  EVT-CUST-ID              PIC 9(005).
               10  EVT-DATE                 PIC 9(008).
           05  EVT-NAME                     PIC X(030).
           05  EVT-ADDRESS1                 PIC X(075).
           05  EVT-POSTAL-CODE              PIC 9(007).
           05  EVT-TOWN                     PIC X(030).
           05  EVT-DELIVER-AT.
               10  EVT-DELIVER-HOUR         PIC 9(002).
               10  EVT-DELIVER-MIN          PIC 9(002).
           05  EVT-CONTACT-NAME             PIC X(040).
           05  EVT-CONTACT-PHONE            PIC 9(009).
           05  EVT-ORDER-VALUE              PIC 9(007)V99.
           05  EVT-DEPOSIT-DUE              PIC 9(007)V99.
           05  EVT-STATUS                   PIC X(001).
               88  EVT-STATUS-BOOKED        VALUE "B".
               88  EVT-STATUS-INVOICED      VALUE "I".
               88  EVT-STATUS-CANCELLED     VALUE "C".
           05  EVT-INVOICE-NO               PIC 9(006).
           05  EVT-LAST-BY                  PIC X(008).
           05  EVT-LAST-DATE                PIC 9(008).
