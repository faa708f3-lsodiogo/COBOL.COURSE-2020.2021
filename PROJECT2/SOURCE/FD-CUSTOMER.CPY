      ******************************************************************
      *    NON-SCHOOL CUSTOMER ACCOUNT - COUNCIL OFFICES, SPORTS CLUBS,
      *    CORPORATE CLIENTS AND ONE-OFF EVENTS. THE CUSTOMER NUMBER
      *    IS TAKEN FROM CUST-FIRST-ID UP (CONSTANTS-CUST), SO IT CAN
      *    STAND IN THE SCHOOL NUMBER OF FXORDERS, FXSCHINV AND
      *    FXCASHRCPT WITHOUT EVER MEETING A SCHOOL. PRICES COME FROM
      *    THE PRICE LIST NAMED HERE (FXCUSTPRICE) AND EACH EVENT
      *    BOOKED ASKS FOR CUST-DEPOSIT-PCT OF ITS VALUE UP FRONT.
      ******************************************************************
       01  CUST-DETAILS.
           05  CUST-ID                      PIC 9(005).
           05  CUST-NAME                    PIC X(050).
           05  CUST-TYPE                    PIC X(001).
               88  CUST-TYPE-CORPORATE      VALUE "C".
               88  CUST-TYPE-CLUB           VALUE "S".
               88  CUST-TYPE-EVENT          VALUE "E".
               88  CUST-TYPE-VALID          VALUE "C" "S" "E".
           05  CUST-ADDRESS1                PIC X(075).
           05  CUST-POSTAL-CODE             PIC 9(007).
           05  CUST-TOWN                    PIC X(030).
           05  CUST-NIF                     PIC 9(009).
           05  CUST-CONTACT-NAME            PIC X(040).
           05  CUST-PHONE                   PIC 9(009).
           05  CUST-PRICE-LIST              PIC X(004).
           05  CUST-DEPOSIT-PCT             PIC 9(003).
           05  CUST-SITE                    PIC X(002).
           05  CUST-IS-ACTIVE               PIC 9(001).
           05  CUST-LAST-BY                 PIC X(008).
           05  CUST-LAST-DATE               PIC 9(008).
