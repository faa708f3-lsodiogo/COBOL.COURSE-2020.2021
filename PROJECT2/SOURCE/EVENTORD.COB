      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CUSTOMER ACCOUNTS
      ******************************************************************
      *    EVENT ORDERS - TAKES AN ORDER FROM A NON-SCHOOL CUSTOMER
      *    (FXCUSTOMER) FOR ONE EVENT DATE, WITH THE DELIVERY ADDRESS,
      *    THE TIME IT IS WANTED AND A CONTACT ON THE SPOT (FXEVENT).
      *    THE LINES ARE PRICED FROM THE CUSTOMER'S PRICE LIST
      *    (FXCUSTPRICE) AND WRITTEN TO FXORDERS UNDER THE CUSTOMER
      *    NUMBER, SO PRODUCTION REQUIREMENTS, LABELS AND DISPATCH
      *    TAKE THEM LIKE ANY OTHER ORDER. THE BOOKING WORKS OUT THE
      *    DEPOSIT DUE FROM THE CUSTOMER'S DEPOSIT PERCENTAGE AND
      *    PRINTS A CONFIRMATION (EVENTCONF-<CUSTOMER>-<DATE>) ASKING
      *    FOR IT; THE DEPOSIT IS PAID IN THROUGH CASHRCPT AND SITS ON
      *    ACCOUNT UNTIL SCHINV INVOICES THE EVENT AND TAKES IT OFF
      *    THE BALANCE. AN EVENT NOT YET DELIVERED CAN BE CANCELLED,
      *    WHICH TAKES ITS OPEN LINES OFF FXORDERS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTORD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXEVENT ASSIGN TO "FXEVENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-ID
                   FILE STATUS EVT-STATUS-FS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

               SELECT FXCUSTPRICE ASSIGN TO "FXCUSTPRICE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CPL-ID
                   FILE STATUS CPL-STATUS-FS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT CALENDAR ASSIGN TO "CALENDARFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FD-DOWNTIME-ID
                   ALTERNATE KEY IS FD-START-DOWNTIME WITH DUPLICATES
                   FILE STATUS IS CALENDAR-TEST.

               SELECT FXDAYCLOSE ASSIGN TO "FXDAYCLOSE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DCL-DATE
                   FILE STATUS DCL-STATUS-FS.

               SELECT CONFIRM-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS CONFIRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXEVENT.
           COPY FD-EVENT.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXCUSTPRICE.
           COPY FD-CUSTPRICE.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD CALENDAR.
           COPY FDCALENDAR.
       FD FXDAYCLOSE.
           COPY FD-DAYCLOSE.
       FD CONFIRM-FILE.
       01  CONFIRM-LINE                     PIC X(090).

       WORKING-STORAGE SECTION.
       COPY CONSTANTS-CUST.
       COPY LK-BUNDLEX.
       COPY LK-RPTCAT.
       78  MODULE-NAME-VIEW    VALUE "EVENT ORDERS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  EVO-MENU-OPTION1    VALUE "1 - BOOK AN EVENT ORDER".
       78  EVO-MENU-OPTION2    VALUE "2 - LIST EVENTS FROM A DATE".
       78  EVO-MENU-OPTION3    VALUE "3 - CANCEL AN EVENT".
       78  EVO-MENU-OPTION4    VALUE "4 - BACK".
       78  EVO-TEXT-CUST       VALUE "      CUSTOMER:".
       78  EVO-TEXT-DATE       VALUE "    EVENT DATE:".
       78  EVO-TEXT-NAME       VALUE "    EVENT NAME:".
       78  EVO-TEXT-ADDRESS    VALUE "    DELIVER TO:".
       78  EVO-TEXT-POSTAL     VALUE "   POSTAL CODE:".
       78  EVO-TEXT-TOWN       VALUE "          TOWN:".
       78  EVO-TEXT-TIME       VALUE "DELIVER AT (HH:MM):".
       78  EVO-TEXT-CONTACT    VALUE "  SITE CONTACT:".
       78  EVO-TEXT-PHONE      VALUE "     TELEPHONE:".
       78  EVO-TEXT-SANDWICH   VALUE "      SANDWICH:".
       78  EVO-TEXT-QTY        VALUE "      QUANTITY:".
       78  EVO-TEXT-FROM       VALUE "LIST FROM (YYYYMMDD):".
       78  MESSAGE-SAVE
           VALUE "BOOK THIS EVENT? (Y)ES/(N)O".
       78  MESSAGE-CANCEL
           VALUE "CANCEL THIS EVENT? (Y)ES/(N)O".
       78  ANOTHER-LINE-TEXT
           VALUE "ADD ANOTHER LINE? (Y)ES/(N)O".
       78  EVO-LIST-HEADER
           VALUE "CUST  DATE     EVENT                          "-
           "TIME     VALUE  DEPOSIT S".
       78  CONFIRM-EVT-RECORD
           VALUE "EVENT BOOKED, CONFIRMATION PRINTED".
       78  CONFIRM-EVT-CANCEL  VALUE "EVENT CANCELLED".
       78  ERROR-NO-CUSTOMER   VALUE "THAT CUSTOMER DOES NOT EXIST".
       78  ERROR-CUST-INACTIVE VALUE "THAT CUSTOMER IS NOT ACTIVE".
       78  ERROR-INVALID-DATE
           VALUE "INVALID EVENT DATE, TRY AGAIN".
       78  ERROR-NO-EVENT-NAME
           VALUE "THE EVENT NEEDS A NAME AND A DELIVERY ADDRESS".
       78  ERROR-BAD-TIME      VALUE "INVALID DELIVERY TIME".
       78  ERROR-EVENT-EXISTS
           VALUE "THE CUSTOMER ALREADY HAS AN EVENT BOOKED THAT DAY".
       78  ERROR-NO-EVENT      VALUE "NO SUCH EVENT ON FILE".
       78  ERROR-NOT-BOOKED
           VALUE "ONLY A BOOKED EVENT CAN BE CANCELLED".
       78  ERROR-DELIVERED
           VALUE "PART OF THAT EVENT IS ALREADY DELIVERED".
       78  ERROR-DOWNTIME
           VALUE "THAT DATE FALLS IN A REGISTERED DOWNTIME WINDOW".
       78  ERROR-PERIOD-CLOSED
           VALUE "THAT DATE FALLS IN A CLOSED ACCOUNTING PERIOD".
       78  ERROR-DAY-CLOSED
           VALUE "THAT DATE WAS CLOSED BY THE END-OF-DAY "-
           "RUN - NO BACKDATED ENTRIES".
       78  ERROR-SANDWICH-NO   VALUE "SANDWICH ID DOESN'T EXIST".
       78  ERROR-SANDWICH-DRAFT
           VALUE "THAT SANDWICH IS STILL A DRAFT - LAUNCH IT FIRST".
       78  ERROR-BUNDLE-EMPTY
           VALUE "THAT BUNDLE HAS NO CONTENTS ON FILE YET".
       78  ERROR-NO-PRICE
           VALUE "NO PRICE FOR THAT SANDWICH ON THE CUSTOMER'S LIST".
       78  ERROR-QTY-ZERO      VALUE "QUANTITY MUST BE GREATER THAN 0".
       78  ERROR-DUP-LINE
           VALUE "THAT SANDWICH IS ALREADY ON THE ORDER".
       78  ERROR-LINES-FULL
           VALUE "THE ORDER IS FULL - NO MORE LINES".
       78  ERROR-NO-LINES      VALUE "NO LINES KEYED, NOTHING BOOKED".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE ORDERS PERMISSION".
       78  EMPTY-LIST-TEXT     VALUE "NO EVENTS TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  MAX-LIST-LINES                   VALUE 14.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-EVENT-LINES                  VALUE 30.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  EVT-STATUS-FS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       77  CPL-STATUS-FS                    PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  CALENDAR-TEST                    PIC 9(002).
       77  DCL-STATUS-FS                    PIC 9(002).
       77  CONFIRM-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).
       01  PERCHK-REQUEST.
           05  PERCHK-DATE                  PIC 9(008).
           05  PERCHK-OPEN                  PIC X(001).
               88  PERCHK-OPEN-YES          VALUE "Y".

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  EVT-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-EVT                      VALUE "Y".
       01  CPL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CPL                      VALUE "Y".
       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".
       01  CALENDAR-EOF-FLAG                PIC X(001) VALUE "N".
           88  EOF-DOWNTIME                 VALUE "Y".
       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".
       01  ANOTHER-LINE                     PIC X(002).
           88  ANOTHER-LINE-YES             VALUE "Y" "y" "S" "s".
           88  ANOTHER-LINE-VALID
               VALUE "Y" "y" "N" "n" "S" "s".
       01  CUST-FOUND                       PIC X(001).
           88  CUST-FOUND-YES               VALUE "Y".
       01  EVENT-OK                         PIC X(001).
           88  EVENT-OK-YES                 VALUE "Y".
       01  LINE-OK                          PIC X(001).
           88  LINE-OK-YES                  VALUE "Y".
       01  PRICE-FOUND                      PIC X(001).
           88  PRICE-FOUND-YES              VALUE "Y".
       01  ANY-DELIVERED                    PIC X(001).
           88  ANY-DELIVERED-YES            VALUE "Y".
       01  IN-DOWNTIME                      PIC X(001).
           88  IN-DOWNTIME-YES              VALUE "Y".
       01  DAY-IS-CLOSED                    PIC X(001).
           88  DAY-IS-CLOSED-YES            VALUE "Y".
       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  REBOOK-EVENT                     PIC X(001).
           88  REBOOK-EVENT-YES             VALUE "Y".

       01  ASK-EVENT.
           05  ASK-CUST-ID                  PIC 9(005).
           05  ASK-DATE.
               10  ASK-YEAR                 PIC 9(004).
               10  ASK-MONTH                PIC 9(002).
               10  ASK-DAY                  PIC 9(002).
           05  ASK-EVENT-NAME               PIC X(030).
           05  ASK-ADDRESS1                 PIC X(075).
           05  ASK-POSTAL-CODE              PIC 9(007).
           05  ASK-TOWN                     PIC X(030).
           05  ASK-HOUR                     PIC 9(002).
           05  ASK-MIN                      PIC 9(002).
           05  ASK-CONTACT-NAME             PIC X(040).
           05  ASK-CONTACT-PHONE            PIC 9(009).
       01  ASK-SANDWICH-ID                  PIC 9(005).
       01  ASK-QTY                          PIC 9(005).
       01  LIST-FROM                        PIC 9(008).

      *> THE CUSTOMER BEING BOOKED, KEPT WHILE THE LINES ARE KEYED
       01  BOOK-CUST-NAME                   PIC X(050).
       01  BOOK-PRICE-LIST                  PIC X(004).
       01  BOOK-DEPOSIT-PCT                 PIC 9(003).
       01  BOOK-VALUE                       PIC 9(007)V99.
       01  BOOK-DEPOSIT                     PIC 9(007)V99.
       01  UNIT-PRICE                       PIC 9(003)V99.
       01  BEST-EFF-DATE                    PIC 9(008).
       01  LINE-SANDWICH-NAME               PIC X(030).
       77  LINE-COUNT                       PIC 9(002).
       77  LINE-IX                          PIC 9(002).
       01  EVENT-LINE-TABLE.
           05  EVENT-LINE OCCURS MAX-EVENT-LINES TIMES.
               10  ELN-SANDWICH-ID          PIC 9(005).
               10  ELN-SANDWICH-NAME        PIC X(030).
               10  ELN-QTY                  PIC 9(005).
               10  ELN-PRICE                PIC 9(003)V99.
               10  ELN-AMOUNT               PIC 9(007)V99.
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).
       01  REPORT-FILENAME                  PIC X(040).
       77  REPORT-LINES                     PIC 9(004).

       01  EVO-LIST-LINE.
           05  EL-CUST-ID                   PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  EL-DATE                      PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  EL-NAME                      PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  EL-HOUR                      PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ":".
           05  EL-MIN                       PIC 9(002).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  EL-VALUE                     PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  EL-DEPOSIT                   PIC ZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  EL-STATUS                    PIC X(001).

      *> EVENT CONFIRMATION SENT TO THE CUSTOMER
       01  CONF-TITLE.
           05  FILLER                       PIC X(030)
               VALUE "BREADWICH - EVENT CONFIRMATION".
       01  CONF-CUSTOMER.
           05  FILLER                       PIC X(010)
               VALUE "CUSTOMER: ".
           05  CC-CUST-ID                   PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CC-NAME                      PIC X(050).
       01  CONF-EVENT.
           05  FILLER                       PIC X(010)
               VALUE "EVENT:    ".
           05  CE-NAME                      PIC X(030).
           05  FILLER                       PIC X(004) VALUE " ON ".
           05  CE-DAY                       PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  CE-MONTH                     PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  CE-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(004) VALUE " AT ".
           05  CE-HOUR                      PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ":".
           05  CE-MIN                       PIC 9(002).
       01  CONF-ADDRESS.
           05  FILLER                       PIC X(010)
               VALUE "DELIVER:  ".
           05  CA-ADDRESS                   PIC X(075).
       01  CONF-TOWN.
           05  FILLER                       PIC X(010) VALUE SPACES.
           05  CT-POSTAL-CODE               PIC 9999B999.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CT-TOWN                      PIC X(030).
       01  CONF-CONTACT.
           05  FILLER                       PIC X(010)
               VALUE "CONTACT:  ".
           05  CN-NAME                      PIC X(040).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CN-PHONE                     PIC 9(009).
       01  CONF-HEADING.
           05  FILLER                       PIC X(050)
               VALUE "SAND  NAME                            QTY".
           05  FILLER                       PIC X(030)
               VALUE "   PRICE      AMOUNT".
       01  CONF-DETAIL.
           05  CD-SANDWICH-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CD-NAME                      PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CD-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CD-PRICE                     PIC ZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CD-AMOUNT                    PIC ZZZZZZ9.99.
       01  CONF-TOTAL.
           05  FILLER                       PIC X(052)
               VALUE "ORDER VALUE (EXCLUDING VAT)".
           05  CO-VALUE                     PIC ZZZZZZ9.99.
       01  CONF-DEPOSIT.
           05  FILLER                       PIC X(018)
               VALUE "DEPOSIT REQUESTED ".
           05  CO-PCT                       PIC ZZ9.
           05  FILLER                       PIC X(031)
               VALUE "% - PLEASE PAY BEFORE THE EVENT".
           05  CO-DEPOSIT                   PIC ZZZZZZ9.99.
       01  CONF-FOOTNOTE.
           05  FILLER                       PIC X(062)
               VALUE "THE BALANCE IS INVOICED AFTER DELIVERY, "-
               "LESS ANY DEPOSIT PAID.".

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MODULE-NAME-VIEW LINE 03 COL 43.
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
      ******************************************************************
       01  EVO-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE EVO-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE EVO-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE EVO-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE EVO-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 EM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  EVENT-SCREEN.
           05 VALUE EVO-TEXT-CUST LINE 06 COL 15.
           05 ES-CUST PIC 9(005) LINE 06 COL PLUS 1
               TO ASK-CUST-ID REQUIRED.
           05 VALUE EVO-TEXT-DATE LINE 07 COL 15.
           05 ES-DAY PIC 9(002) LINE 07 COL PLUS 1
               TO ASK-DAY REQUIRED.
           05 VALUE "/" LINE 07 COL PLUS 1.
           05 ES-MONTH PIC 9(002) LINE 07 COL PLUS 1
               TO ASK-MONTH REQUIRED.
           05 VALUE "/" LINE 07 COL PLUS 1.
           05 ES-YEAR PIC 9(004) LINE 07 COL PLUS 1
               TO ASK-YEAR REQUIRED.
           05 VALUE EVO-TEXT-NAME LINE 09 COL 15.
           05 ES-NAME PIC X(030) LINE 09 COL PLUS 1
               TO ASK-EVENT-NAME.
           05 VALUE EVO-TEXT-ADDRESS LINE 10 COL 15.
           05 ES-ADDRESS PIC X(075) LINE 10 COL PLUS 1
               TO ASK-ADDRESS1.
           05 VALUE EVO-TEXT-POSTAL LINE 11 COL 15.
           05 ES-POSTAL PIC 9(007) LINE 11 COL PLUS 1
               TO ASK-POSTAL-CODE.
           05 VALUE EVO-TEXT-TOWN LINE 12 COL 15.
           05 ES-TOWN PIC X(030) LINE 12 COL PLUS 1
               TO ASK-TOWN.
           05 VALUE EVO-TEXT-TIME LINE 14 COL 11.
           05 ES-HOUR PIC 9(002) LINE 14 COL PLUS 1
               TO ASK-HOUR.
           05 VALUE ":" LINE 14 COL PLUS 1.
           05 ES-MIN PIC 9(002) LINE 14 COL PLUS 1
               TO ASK-MIN.
           05 VALUE EVO-TEXT-CONTACT LINE 15 COL 15.
           05 ES-CONTACT PIC X(040) LINE 15 COL PLUS 1
               TO ASK-CONTACT-NAME.
           05 VALUE EVO-TEXT-PHONE LINE 16 COL 15.
           05 ES-PHONE PIC 9(009) LINE 16 COL PLUS 1
               TO ASK-CONTACT-PHONE AUTO.
      ******************************************************************
       01  LINE-SCREEN.
           05 VALUE EVO-TEXT-SANDWICH LINE 18 COL 15.
           05 LS-SAND PIC 9(005) LINE 18 COL PLUS 1
               TO ASK-SANDWICH-ID REQUIRED.
           05 VALUE EVO-TEXT-QTY LINE 19 COL 15.
           05 LS-QTY PIC 9(005) LINE 19 COL PLUS 1
               TO ASK-QTY REQUIRED AUTO.
      ******************************************************************
       01  ASK-KEY-SCREEN.
           05 VALUE EVO-TEXT-CUST LINE 08 COL 15.
           05 AK-CUST PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-CUST-ID REQUIRED.
           05 VALUE EVO-TEXT-DATE LINE 10 COL 15.
           05 AK-DAY PIC 9(002) LINE 10 COL PLUS 1
               TO ASK-DAY REQUIRED.
           05 VALUE "/" LINE 10 COL PLUS 1.
           05 AK-MONTH PIC 9(002) LINE 10 COL PLUS 1
               TO ASK-MONTH REQUIRED.
           05 VALUE "/" LINE 10 COL PLUS 1.
           05 AK-YEAR PIC 9(004) LINE 10 COL PLUS 1
               TO ASK-YEAR REQUIRED AUTO.
      ******************************************************************
       01  ASK-FROM-SCREEN.
           05 VALUE EVO-TEXT-FROM LINE 08 COL 15.
           05 AF-FROM PIC 9(008) LINE 08 COL PLUS 1
               TO LIST-FROM REQUIRED AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 ERROR-TEXT LINE 25 COL 03 PIC X(085)
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SCREEN-DUMMY1 LINE 26 COL 95 PIC X TO DUMMY AUTO.
      ******************************************************************
       01 SAVE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-SAVE LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       01 CANCEL-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-CANCEL LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 CANCEL-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       01 ANOTHER-LINE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE ANOTHER-LINE-TEXT LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 ANOTHER-IT PIC X(002) LINE 25 COL PLUS 1
               TO ANOTHER-LINE
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "O" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY EVO-MENU
               ACCEPT EVO-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-BOOK-EVENT
                   WHEN 2
                       PERFORM 300-LIST-EVENTS
                   WHEN 3
                       PERFORM 400-CANCEL-EVENT
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

      *> ABORTS THE PROGRAM WITH A VISIBLE MESSAGE WHEN AN INDEXED
      *> FILE OPEN COMES BACK WITH A STATUS OTHER THAN "SUCCESS" OR
      *> "FILE DOES NOT EXIST YET" (35), INSTEAD OF SILENTLY READING
      *> FROM A HANDLE THAT NEVER ACTUALLY OPENED
       090-CHECK-FILE-STATUS SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           STRING ERROR-FILE-STATUS-MSG DELIMITED BY SIZE
               FILE-ERROR-STATUS DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

      *> THE EVENT DETAILS ARE CHECKED FIRST; THE LINES ARE THEN
      *> KEYED ONE BY ONE AND PRICED AS THEY COME, AND NOTHING IS
      *> WRITTEN UNTIL THE WHOLE BOOKING IS CONFIRMED
       100-BOOK-EVENT SECTION.
           INITIALIZE ASK-EVENT
           MOVE "N" TO VALID-DATE-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY EVENT-SCREEN
               ACCEPT EVENT-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               PERFORM 115-VALIDATE-DATE
               IF NOT VALID-DATE-YES
                   MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           PERFORM 110-VALIDATE-EVENT
           IF NOT EVENT-OK-YES
               EXIT SECTION
           END-IF
           MOVE ZERO TO LINE-COUNT BOOK-VALUE
           INITIALIZE EVENT-LINE-TABLE
           SET ANOTHER-LINE-YES TO TRUE
           PERFORM UNTIL NOT ANOTHER-LINE-YES
               PERFORM 130-CAPTURE-ONE-LINE
               IF KEYSTATUS = 1003
                   MOVE "N" TO ANOTHER-LINE
               ELSE
                   MOVE SPACES TO ANOTHER-LINE
                   PERFORM WITH TEST AFTER UNTIL ANOTHER-LINE-VALID
                       DISPLAY ANOTHER-LINE-SCREEN
                       ACCEPT ANOTHER-LINE-SCREEN
                   END-PERFORM
               END-IF
           END-PERFORM
           IF LINE-COUNT = ZERO
               MOVE ERROR-NO-LINES TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           COMPUTE BOOK-DEPOSIT ROUNDED =
               BOOK-VALUE * BOOK-DEPOSIT-PCT / 100
           PERFORM 190-CONFIRM-AND-SAVE
       EXIT SECTION.

       110-VALIDATE-EVENT SECTION.
           MOVE "N" TO EVENT-OK
           PERFORM 120-READ-CUSTOMER
           IF NOT CUST-FOUND-YES
               MOVE ERROR-NO-CUSTOMER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF CUST-IS-ACTIVE NOT = 1
               MOVE ERROR-CUST-INACTIVE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-EVENT-NAME) TO ASK-EVENT-NAME
           MOVE UPPER-CASE (ASK-ADDRESS1) TO ASK-ADDRESS1
           MOVE UPPER-CASE (ASK-TOWN) TO ASK-TOWN
           MOVE UPPER-CASE (ASK-CONTACT-NAME) TO ASK-CONTACT-NAME
           IF ASK-EVENT-NAME = SPACES OR ASK-ADDRESS1 = SPACES
               MOVE ERROR-NO-EVENT-NAME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-HOUR > 23 OR ASK-MIN > 59
               MOVE ERROR-BAD-TIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
      *> ONE EVENT PER CUSTOMER AND DAY; A CANCELLED ONE MAY BE
      *> BOOKED AGAIN AND IS THEN OVERWRITTEN
           MOVE "N" TO REBOOK-EVENT
           OPEN INPUT FXEVENT
           IF EVT-STATUS-FS = ZERO THEN
               MOVE ASK-CUST-ID TO EVT-CUST-ID
               MOVE ASK-DATE TO EVT-DATE
               READ FXEVENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EVT-STATUS-CANCELLED
                           MOVE "Y" TO REBOOK-EVENT
                       ELSE
                           CLOSE FXEVENT
                           MOVE ERROR-EVENT-EXISTS TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                           EXIT SECTION
                       END-IF
               END-READ
           END-IF
           CLOSE FXEVENT
           PERFORM 160-CHECK-DOWNTIME
           IF IN-DOWNTIME-YES
               MOVE ERROR-DOWNTIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-DATE TO PERCHK-DATE
           CALL "PERCHK" USING PERCHK-REQUEST
           IF NOT PERCHK-OPEN-YES
               MOVE ERROR-PERIOD-CLOSED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 180-CHECK-DAY-CLOSED
           IF DAY-IS-CLOSED-YES
               MOVE ERROR-DAY-CLOSED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO EVENT-OK
       EXIT SECTION.

      *> ONLY NUMBERS FROM CUST-FIRST-ID UP ARE CUSTOMER ACCOUNTS;
      *> A SCHOOL NUMBER IS NEVER LOOKED UP HERE
       120-READ-CUSTOMER SECTION.
           MOVE "N" TO CUST-FOUND
           IF ASK-CUST-ID < CUST-FIRST-ID
               EXIT SECTION
           END-IF
           OPEN INPUT FXCUSTOMER
           IF CUST-STATUS-FS = ZERO THEN
               MOVE ASK-CUST-ID TO CUST-ID
               READ FXCUSTOMER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUST-FOUND
                       MOVE CUST-NAME TO BOOK-CUST-NAME
                       MOVE CUST-PRICE-LIST TO BOOK-PRICE-LIST
                       MOVE CUST-DEPOSIT-PCT TO BOOK-DEPOSIT-PCT
               END-READ
           END-IF
           CLOSE FXCUSTOMER
       EXIT SECTION.

       130-CAPTURE-ONE-LINE SECTION.
           IF LINE-COUNT = MAX-EVENT-LINES
               MOVE ERROR-LINES-FULL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               MOVE 1003 TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-SANDWICH-ID ASK-QTY
           DISPLAY LINE-SCREEN
           ACCEPT LINE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 140-CHECK-SANDWICH
           IF NOT LINE-OK-YES
               EXIT SECTION
           END-IF
           IF ASK-QTY = ZERO
               MOVE ERROR-QTY-ZERO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM VARYING LINE-IX FROM 1 BY 1
               UNTIL LINE-IX > LINE-COUNT
               IF ELN-SANDWICH-ID (LINE-IX) = ASK-SANDWICH-ID
                   MOVE ERROR-DUP-LINE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-PERFORM
           PERFORM 150-PRICE-LINE
           IF NOT PRICE-FOUND-YES
               MOVE ERROR-NO-PRICE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           ADD 1 TO LINE-COUNT
           MOVE ASK-SANDWICH-ID TO ELN-SANDWICH-ID (LINE-COUNT)
           MOVE LINE-SANDWICH-NAME TO ELN-SANDWICH-NAME (LINE-COUNT)
           MOVE ASK-QTY TO ELN-QTY (LINE-COUNT)
           MOVE UNIT-PRICE TO ELN-PRICE (LINE-COUNT)
           COMPUTE ELN-AMOUNT (LINE-COUNT) = ASK-QTY * UNIT-PRICE
           ADD ELN-AMOUNT (LINE-COUNT) TO BOOK-VALUE
       EXIT SECTION.

       140-CHECK-SANDWICH SECTION.
           MOVE "N" TO LINE-OK
           MOVE SPACES TO LINE-SANDWICH-NAME
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO AND SANDWICH-STATUS NOT = 35
               MOVE SANDWICH-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-SANDWICH-ID TO SANDWICH-ID
           READ FXSANDWICH
               NOT INVALID KEY
                   IF SANDWICH-DRAFT
                       MOVE ERROR-SANDWICH-DRAFT TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   ELSE
                       MOVE "Y" TO LINE-OK
                       MOVE SANDWICH-NAME TO LINE-SANDWICH-NAME
                   END-IF
               INVALID KEY
                   MOVE ERROR-SANDWICH-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
           END-READ
           CLOSE FXSANDWICH
           IF LINE-OK-YES AND SANDWICH-IS-BUNDLE
               MOVE ASK-SANDWICH-ID TO BUNX-BUNDLE-ID
               CALL "BUNDLEX" USING BUNDLEX-REQUEST
               IF BUNX-COUNT = ZERO
                   MOVE "N" TO LINE-OK
                   MOVE ERROR-BUNDLE-EMPTY TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-IF
       EXIT SECTION.

      *> THE PRICE VALID ON THE EVENT DATE ON THE CUSTOMER'S LIST;
      *> THE LATEST EFFECTIVE DATE WINS WHEN SEVERAL QUALIFY
       150-PRICE-LINE SECTION.
           MOVE ZERO TO UNIT-PRICE BEST-EFF-DATE
           MOVE "N" TO PRICE-FOUND
           MOVE "N" TO CPL-EOF-FLAG
           OPEN INPUT FXCUSTPRICE
           IF CPL-STATUS-FS NOT = ZERO THEN
               CLOSE FXCUSTPRICE
               EXIT SECTION
           END-IF
           MOVE BOOK-PRICE-LIST TO CPL-LIST-CODE
           MOVE ASK-SANDWICH-ID TO CPL-SANDWICH-ID
           MOVE ZERO TO CPL-EFF-DATE
           START FXCUSTPRICE KEY IS >= CPL-ID
               INVALID KEY SET EOF-CPL TO TRUE
           END-START
           PERFORM UNTIL EOF-CPL
               READ FXCUSTPRICE NEXT RECORD
                   AT END SET EOF-CPL TO TRUE
                   NOT AT END
                       IF CPL-LIST-CODE NOT = BOOK-PRICE-LIST OR
                           CPL-SANDWICH-ID NOT = ASK-SANDWICH-ID
                           SET EOF-CPL TO TRUE
                       ELSE
                           IF CPL-EFF-DATE <= ASK-DATE AND
                               CPL-EXPIRY-DATE >= ASK-DATE AND
                               CPL-EFF-DATE >= BEST-EFF-DATE
                               MOVE CPL-PRICE TO UNIT-PRICE
                               MOVE CPL-EFF-DATE TO BEST-EFF-DATE
                               MOVE "Y" TO PRICE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCUSTPRICE
       EXIT SECTION.

       160-CHECK-DOWNTIME SECTION.
           MOVE "N" TO IN-DOWNTIME
           MOVE "N" TO CALENDAR-EOF-FLAG
           OPEN INPUT CALENDAR
           IF CALENDAR-TEST NOT = ZERO THEN
               CLOSE CALENDAR
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-DOWNTIME
               READ CALENDAR NEXT RECORD
                   AT END SET EOF-DOWNTIME TO TRUE
                   NOT AT END
                       IF ASK-DATE >= FD-START-DOWNTIME
                           AND ASK-DATE <= FD-END-DOWNTIME
                           AND NOT FD-DOWNTIME-CANCELLED
                           MOVE "Y" TO IN-DOWNTIME
                           SET EOF-DOWNTIME TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR
       EXIT SECTION.

       180-CHECK-DAY-CLOSED SECTION.
           MOVE "N" TO DAY-IS-CLOSED
           OPEN INPUT FXDAYCLOSE
           IF DCL-STATUS-FS = ZERO THEN
               MOVE ASK-DATE TO DCL-DATE
               READ FXDAYCLOSE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DCL-STATUS-CLOSED
                           MOVE "Y" TO DAY-IS-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE FXDAYCLOSE
       EXIT SECTION.

       115-VALIDATE-DATE SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           MOVE "N" TO BISSEXTO
           IF FUNCTION MOD (ASK-YEAR, 4) = 0 AND
               (FUNCTION MOD (ASK-YEAR, 100) NOT = 0 OR
                FUNCTION MOD (ASK-YEAR, 400) = 0)
               MOVE "S" TO BISSEXTO
           END-IF
           EVALUATE ASK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF ASK-DAY >= 1 AND ASK-DAY <= 31
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF ASK-DAY >= 1 AND ASK-DAY <= 30
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 2
                   IF BISSEXTO-YES AND ASK-DAY >= 1
                       AND ASK-DAY <= 29
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
                   IF NOT BISSEXTO-YES AND ASK-DAY >= 1
                       AND ASK-DAY <= 28
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

      *> THE LINES GO ON FXORDERS AS OPEN ORDERS UNDER THE CUSTOMER
      *> NUMBER AND THE EVENT GOES ON FXEVENT WITH ITS VALUE AND
      *> DEPOSIT; A LINE WHOSE KEY IS ALREADY TAKEN IS LEFT OUT OF
      *> THE VALUE SO THE EVENT ONLY CARRIES WHAT WAS WRITTEN
       190-CONFIRM-AND-SAVE SECTION.
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               EXIT SECTION
           END-IF
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS = 35 THEN
               CLOSE FXORDERS
               OPEN OUTPUT FXORDERS
           ELSE
               IF ORD-STATUS-FS NOT = ZERO THEN
                   MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ZERO TO BOOK-VALUE
           PERFORM VARYING LINE-IX FROM 1 BY 1
               UNTIL LINE-IX > LINE-COUNT
               MOVE ASK-CUST-ID TO ORD-SCHOOL-ID
               MOVE ASK-DATE TO ORD-DELIVERY-DATE
               MOVE ELN-SANDWICH-ID (LINE-IX) TO ORD-SANDWICH-ID
               MOVE ELN-QTY (LINE-IX) TO ORD-QTY
               MOVE ZERO TO ORD-VARIANT-NO ORD-DISPATCH-NOTE
                   ORD-INVOICE-NO
               MOVE "O" TO ORD-STATUS
               CALL "GETOPER" USING ORD-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
               WRITE ORD-DETAILS
                   INVALID KEY
                       MOVE ZERO TO ELN-QTY (LINE-IX)
                           ELN-AMOUNT (LINE-IX)
                   NOT INVALID KEY
                       ADD ELN-AMOUNT (LINE-IX) TO BOOK-VALUE
               END-WRITE
           END-PERFORM
           CLOSE FXORDERS
           COMPUTE BOOK-DEPOSIT ROUNDED =
               BOOK-VALUE * BOOK-DEPOSIT-PCT / 100
           OPEN I-O FXEVENT
           IF EVT-STATUS-FS = 35 THEN
               CLOSE FXEVENT
               OPEN OUTPUT FXEVENT
           ELSE
               IF EVT-STATUS-FS NOT = ZERO THEN
                   MOVE EVT-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-CUST-ID TO EVT-CUST-ID
           MOVE ASK-DATE TO EVT-DATE
           MOVE ASK-EVENT-NAME TO EVT-NAME
           MOVE ASK-ADDRESS1 TO EVT-ADDRESS1
           MOVE ASK-POSTAL-CODE TO EVT-POSTAL-CODE
           MOVE ASK-TOWN TO EVT-TOWN
           MOVE ASK-HOUR TO EVT-DELIVER-HOUR
           MOVE ASK-MIN TO EVT-DELIVER-MIN
           MOVE ASK-CONTACT-NAME TO EVT-CONTACT-NAME
           MOVE ASK-CONTACT-PHONE TO EVT-CONTACT-PHONE
           MOVE BOOK-VALUE TO EVT-ORDER-VALUE
           MOVE BOOK-DEPOSIT TO EVT-DEPOSIT-DUE
           MOVE "B" TO EVT-STATUS
           MOVE ZERO TO EVT-INVOICE-NO
           CALL "GETOPER" USING EVT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO EVT-LAST-DATE
           IF REBOOK-EVENT-YES
               REWRITE EVT-DETAILS
               END-REWRITE
           ELSE
               WRITE EVT-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE FXEVENT
           PERFORM 200-PRINT-CONFIRMATION
           MOVE CONFIRM-EVT-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       200-PRINT-CONFIRMATION SECTION.
           MOVE SPACES TO REPORT-FILENAME
           STRING "EVENTCONF-" DELIMITED BY SIZE
               ASK-CUST-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ASK-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT CONFIRM-FILE
           MOVE ZERO TO REPORT-LINES
           WRITE CONFIRM-LINE FROM CONF-TITLE
           MOVE SPACES TO CONFIRM-LINE
           WRITE CONFIRM-LINE
           MOVE ASK-CUST-ID TO CC-CUST-ID
           MOVE BOOK-CUST-NAME TO CC-NAME
           WRITE CONFIRM-LINE FROM CONF-CUSTOMER
           MOVE ASK-EVENT-NAME TO CE-NAME
           MOVE ASK-DAY TO CE-DAY
           MOVE ASK-MONTH TO CE-MONTH
           MOVE ASK-YEAR TO CE-YEAR
           MOVE ASK-HOUR TO CE-HOUR
           MOVE ASK-MIN TO CE-MIN
           WRITE CONFIRM-LINE FROM CONF-EVENT
           MOVE ASK-ADDRESS1 TO CA-ADDRESS
           WRITE CONFIRM-LINE FROM CONF-ADDRESS
           MOVE ASK-POSTAL-CODE TO CT-POSTAL-CODE
           MOVE ASK-TOWN TO CT-TOWN
           WRITE CONFIRM-LINE FROM CONF-TOWN
           MOVE ASK-CONTACT-NAME TO CN-NAME
           MOVE ASK-CONTACT-PHONE TO CN-PHONE
           WRITE CONFIRM-LINE FROM CONF-CONTACT
           MOVE SPACES TO CONFIRM-LINE
           WRITE CONFIRM-LINE
           WRITE CONFIRM-LINE FROM CONF-HEADING
           ADD 10 TO REPORT-LINES
           PERFORM VARYING LINE-IX FROM 1 BY 1
               UNTIL LINE-IX > LINE-COUNT
               IF ELN-QTY (LINE-IX) > ZERO
                   MOVE ELN-SANDWICH-ID (LINE-IX) TO CD-SANDWICH-ID
                   MOVE ELN-SANDWICH-NAME (LINE-IX) TO CD-NAME
                   MOVE ELN-QTY (LINE-IX) TO CD-QTY
                   MOVE ELN-PRICE (LINE-IX) TO CD-PRICE
                   MOVE ELN-AMOUNT (LINE-IX) TO CD-AMOUNT
                   WRITE CONFIRM-LINE FROM CONF-DETAIL
                   ADD 1 TO REPORT-LINES
               END-IF
           END-PERFORM
           MOVE SPACES TO CONFIRM-LINE
           WRITE CONFIRM-LINE
           MOVE BOOK-VALUE TO CO-VALUE
           WRITE CONFIRM-LINE FROM CONF-TOTAL
           MOVE BOOK-DEPOSIT-PCT TO CO-PCT
           MOVE BOOK-DEPOSIT TO CO-DEPOSIT
           WRITE CONFIRM-LINE FROM CONF-DEPOSIT
           WRITE CONFIRM-LINE FROM CONF-FOOTNOTE
           ADD 4 TO REPORT-LINES
           CLOSE CONFIRM-FILE
           MOVE "EVENTCONF" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "EVENTORD" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE REPORT-LINES TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

       300-LIST-EVENTS SECTION.
           MOVE ZERO TO LIST-FROM
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-FROM-SCREEN
           ACCEPT ASK-FROM-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           MOVE "N" TO EVT-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXEVENT
           IF EVT-STATUS-FS NOT = ZERO THEN
               CLOSE FXEVENT
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY EVO-LIST-HEADER AT LINE 07 COL 03
           PERFORM UNTIL EOF-EVT
               READ FXEVENT NEXT RECORD
                   AT END SET EOF-EVT TO TRUE
                   NOT AT END
                       IF EVT-DATE >= LIST-FROM
                           PERFORM 310-SHOW-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXEVENT
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SHOW-ONE-EVENT SECTION.
           IF LINE-ON-PAGE = MAX-LIST-LINES
               MOVE VIEW-END-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY EVO-LIST-HEADER AT LINE 07 COL 03
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
           MOVE EVT-CUST-ID TO EL-CUST-ID
           MOVE EVT-DATE TO EL-DATE
           MOVE EVT-NAME TO EL-NAME
           MOVE EVT-DELIVER-HOUR TO EL-HOUR
           MOVE EVT-DELIVER-MIN TO EL-MIN
           MOVE EVT-ORDER-VALUE TO EL-VALUE
           MOVE EVT-DEPOSIT-DUE TO EL-DEPOSIT
           MOVE EVT-STATUS TO EL-STATUS
           DISPLAY EVO-LIST-LINE AT LINE SCREEN-LIN COL 03
       EXIT SECTION.

      *> A BOOKED EVENT NOTHING OF WHICH HAS LEFT THE KITCHEN CAN BE
      *> CANCELLED; ITS OPEN LINES COME OFF FXORDERS SO PRODUCTION
      *> NO LONGER MAKES THEM, AND THE EVENT STAYS ON FILE AS "C".
      *> A DEPOSIT ALREADY PAID STAYS ON ACCOUNT FOR THE CUSTOMER.
       400-CANCEL-EVENT SECTION.
           MOVE ZERO TO ASK-CUST-ID ASK-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-KEY-SCREEN
           ACCEPT ASK-KEY-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXEVENT
           IF EVT-STATUS-FS NOT = ZERO THEN
               CLOSE FXEVENT
               MOVE ERROR-NO-EVENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-CUST-ID TO EVT-CUST-ID
           MOVE ASK-DATE TO EVT-DATE
           READ FXEVENT
               INVALID KEY
                   CLOSE FXEVENT
                   MOVE ERROR-NO-EVENT TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           IF NOT EVT-STATUS-BOOKED
               CLOSE FXEVENT
               MOVE ERROR-NOT-BOOKED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 410-CHECK-DELIVERED
           IF ANY-DELIVERED-YES
               CLOSE FXEVENT
               MOVE ERROR-DELIVERED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY CANCEL-SCREEN
               ACCEPT CANCEL-SCREEN
               IF KEYSTATUS = 1003
                   CLOSE FXEVENT
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               CLOSE FXEVENT
               EXIT SECTION
           END-IF
           PERFORM 420-REMOVE-OPEN-LINES
           MOVE "C" TO EVT-STATUS
           CALL "GETOPER" USING EVT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO EVT-LAST-DATE
           REWRITE EVT-DETAILS
           END-REWRITE
           CLOSE FXEVENT
           MOVE CONFIRM-EVT-CANCEL TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       410-CHECK-DELIVERED SECTION.
           MOVE "N" TO ANY-DELIVERED
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           MOVE ASK-CUST-ID TO ORD-SCHOOL-ID
           MOVE ASK-DATE TO ORD-DELIVERY-DATE
           MOVE ZERO TO ORD-SANDWICH-ID
           START FXORDERS KEY IS >= ORD-ID
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = ASK-CUST-ID OR
                           ORD-DELIVERY-DATE NOT = ASK-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF NOT ORD-STATUS-OPEN
                               MOVE "Y" TO ANY-DELIVERED
                               SET EOF-ORD TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.

       420-REMOVE-OPEN-LINES SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           MOVE ASK-CUST-ID TO ORD-SCHOOL-ID
           MOVE ASK-DATE TO ORD-DELIVERY-DATE
           MOVE ZERO TO ORD-SANDWICH-ID
           START FXORDERS KEY IS >= ORD-ID
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = ASK-CUST-ID OR
                           ORD-DELIVERY-DATE NOT = ASK-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-STATUS-OPEN
                               DELETE FXORDERS RECORD
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.
