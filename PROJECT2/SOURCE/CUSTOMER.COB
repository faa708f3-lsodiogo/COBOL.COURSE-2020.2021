      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CUSTOMER ACCOUNTS
      ******************************************************************
      *    CUSTOMER ACCOUNTS - KEEPS THE NON-SCHOOL CUSTOMERS (COUNCIL
      *    OFFICES, SPORTS CLUBS, CORPORATE CLIENTS AND ONE-OFF
      *    EVENTS) ON FXCUSTOMER AND THEIR PRICE LISTS ON FXCUSTPRICE.
      *    A NEW ACCOUNT IS NUMBERED FROM CUST-FIRST-ID UP, CLEAR OF
      *    THE SCHOOLS, SO ITS EVENT ORDERS (EVENTORD), INVOICES AND
      *    RECEIPTS SIT ON THE SAME FILES AS THE SCHOOLS' WITHOUT
      *    BEING TAKEN FOR ONE. EACH ACCOUNT NAMES THE PRICE LIST IT
      *    IS CHARGED FROM, THE DEPOSIT ASKED FOR WHEN AN EVENT IS
      *    BOOKED AND THE KITCHEN THAT SUPPLIES IT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXCUSTPRICE.
           COPY FD-CUSTPRICE.
       FD FXSANDWICH.
           COPY FD-SANDWICH.

       WORKING-STORAGE SECTION.
       COPY CONSTANTS-CUST.
       COPY LK-NIFCHK.
       COPY LK-SITEINFO.
       78  MODULE-NAME-VIEW    VALUE "CUSTOMER ACCOUNTS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  CUS-MENU-OPTION1    VALUE "1 - NEW CUSTOMER ACCOUNT".
       78  CUS-MENU-OPTION2    VALUE "2 - CHANGE CUSTOMER ACCOUNT".
       78  CUS-MENU-OPTION3    VALUE "3 - LIST CUSTOMERS".
       78  CUS-MENU-OPTION4    VALUE "4 - PRICE LIST ENTRY".
       78  CUS-MENU-OPTION5    VALUE "5 - LIST A PRICE LIST".
       78  CUS-MENU-OPTION6    VALUE "6 - BACK".
       78  CUS-TEXT-ID         VALUE "      CUSTOMER:".
       78  CUS-TEXT-NAME       VALUE "          NAME:".
       78  CUS-TEXT-TYPE
           VALUE "          TYPE:   (C)ORPORATE (S)PORTS CLUB (E)VENT".
       78  CUS-TEXT-ADDRESS    VALUE "       ADDRESS:".
       78  CUS-TEXT-POSTAL     VALUE "   POSTAL CODE:".
       78  CUS-TEXT-TOWN       VALUE "          TOWN:".
       78  CUS-TEXT-NIF        VALUE "    TAX NUMBER:".
       78  CUS-TEXT-CONTACT    VALUE "       CONTACT:".
       78  CUS-TEXT-PHONE      VALUE "     TELEPHONE:".
       78  CUS-TEXT-LIST       VALUE "    PRICE LIST:".
       78  CUS-TEXT-DEPOSIT    VALUE "     DEPOSIT %:".
       78  CUS-TEXT-SITE       VALUE "SITE (BLANK=01):".
       78  CUS-TEXT-ACTIVE     VALUE "ACTIVE (1=YES):".
       78  CPL-TEXT-LIST       VALUE "    PRICE LIST:".
       78  CPL-TEXT-SANDWICH   VALUE "      SANDWICH:".
       78  CPL-TEXT-EFF        VALUE "EFFECTIVE FROM (YYYYMMDD):".
       78  CPL-TEXT-EXPIRY     VALUE "   EXPIRES ON (YYYYMMDD):".
       78  CPL-TEXT-PRICE      VALUE "    UNIT PRICE:".
       78  MESSAGE-SAVE        VALUE "SAVE? (Y/N)".
       78  CUS-LIST-HEADER
           VALUE "CUST  NAME                           T LIST  DEP%"-
           " SITE A".
       78  CPL-LIST-HEADER
           VALUE "SAND  NAME                           FROM     "-
           "TO        PRICE".
       78  CONFIRM-CUS-RECORD  VALUE "CUSTOMER SAVED AS NUMBER ".
       78  CONFIRM-CPL-RECORD  VALUE "PRICE SAVED, PRESS ANY KEY".
       78  ERROR-NO-CUSTOMER   VALUE "THAT CUSTOMER DOES NOT EXIST".
       78  ERROR-NO-NAME       VALUE "THE CUSTOMER NEEDS A NAME".
       78  ERROR-BAD-TYPE
           VALUE "TYPE MUST BE C, S OR E".
       78  ERROR-BAD-NIF
           VALUE "THAT TAX NUMBER FAILS ITS CHECK DIGIT".
       78  ERROR-NO-LIST
           VALUE "THE CUSTOMER NEEDS A PRICE LIST CODE".
       78  ERROR-BAD-DEPOSIT
           VALUE "DEPOSIT MUST BE 0 TO 100 PERCENT".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-NO-SANDWICH   VALUE "THAT SANDWICH DOES NOT EXIST".
       78  ERROR-BAD-DATES
           VALUE "EXPIRY MUST NOT BE BEFORE THE EFFECTIVE DATE".
       78  ERROR-NO-PRICE      VALUE "PRICE MUST BE GREATER THAN ZERO".
       78  ERROR-FULL
           VALUE "NO CUSTOMER NUMBERS LEFT".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE ORDERS PERMISSION".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  MAX-LIST-LINES                   VALUE 14.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CUST-STATUS-FS                   PIC 9(002).
       77  CPL-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 6.
       01  CUST-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-CUST                     VALUE "Y".
       01  CPL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CPL                      VALUE "Y".
       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".
       01  CUST-FOUND                       PIC X(001).
           88  CUST-FOUND-YES               VALUE "Y".
       01  ENTRY-VALID                      PIC X(001).
           88  ENTRY-VALID-YES              VALUE "Y".
       01  NEW-ACCOUNT                      PIC X(001).
           88  NEW-ACCOUNT-YES              VALUE "Y".
       01  NEXT-CUST-ID                     PIC 9(005).

       01  ASK-CUST-ID                      PIC 9(005).
       01  ASK-CUST.
           05  ASK-NAME                     PIC X(050).
           05  ASK-TYPE                     PIC X(001).
           05  ASK-ADDRESS1                 PIC X(075).
           05  ASK-POSTAL-CODE              PIC 9(007).
           05  ASK-TOWN                     PIC X(030).
           05  ASK-NIF                      PIC 9(009).
           05  ASK-CONTACT-NAME             PIC X(040).
           05  ASK-PHONE                    PIC 9(009).
           05  ASK-PRICE-LIST               PIC X(004).
           05  ASK-DEPOSIT-PCT              PIC 9(003).
           05  ASK-SITE                     PIC X(002).
           05  ASK-IS-ACTIVE                PIC 9(001).
       01  ASK-CPL.
           05  ASK-LIST-CODE                PIC X(004).
           05  ASK-SANDWICH-ID              PIC 9(005).
           05  ASK-EFF-DATE                 PIC 9(008).
           05  ASK-EXPIRY-DATE              PIC 9(008).
           05  ASK-PRICE                    PIC 9(003)V99.
       01  SHOW-SANDWICH-NAME               PIC X(030).
       01  SANDWICH-FOUND                   PIC X(001).
           88  SANDWICH-FOUND-YES           VALUE "Y".
       01  CONFIRM-TEXT                     PIC X(040).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

       01  CUS-LIST-LINE.
           05  CL-CUST-ID                   PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CL-NAME                      PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CL-TYPE                      PIC X(001).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  CL-LIST                      PIC X(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CL-DEPOSIT                   PIC ZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CL-SITE                      PIC X(002).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CL-ACTIVE                    PIC 9(001).
       01  CPL-LIST-LINE.
           05  PL-SANDWICH-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PL-NAME                      PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PL-EFF-DATE                  PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PL-EXPIRY-DATE               PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  PL-PRICE                     PIC ZZ9.99.

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
       01  CUS-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE CUS-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE CUS-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE CUS-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE CUS-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE CUS-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE CUS-MENU-OPTION6 LINE 15 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 17 COL 35.
           03 CM-OPTION PIC 9(001) LINE 17 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-CUSTOMER-SCREEN.
           05 VALUE CUS-TEXT-ID LINE 08 COL 15.
           05 AC-CUST PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-CUST-ID REQUIRED AUTO.
      ******************************************************************
       01  ACCOUNT-SCREEN.
           05 VALUE CUS-TEXT-ID LINE 06 COL 15.
           05 AS-CUST PIC 9(005) LINE 06 COL PLUS 1
               FROM ASK-CUST-ID.
           05 VALUE CUS-TEXT-NAME LINE 08 COL 15.
           05 AS-NAME PIC X(050) LINE 08 COL PLUS 1
               USING ASK-NAME.
           05 VALUE CUS-TEXT-TYPE LINE 09 COL 15.
           05 AS-TYPE PIC X(001) LINE 09 COL 31
               USING ASK-TYPE.
           05 VALUE CUS-TEXT-ADDRESS LINE 10 COL 15.
           05 AS-ADDRESS PIC X(075) LINE 10 COL PLUS 1
               USING ASK-ADDRESS1.
           05 VALUE CUS-TEXT-POSTAL LINE 11 COL 15.
           05 AS-POSTAL PIC 9(007) LINE 11 COL PLUS 1
               USING ASK-POSTAL-CODE.
           05 VALUE CUS-TEXT-TOWN LINE 12 COL 15.
           05 AS-TOWN PIC X(030) LINE 12 COL PLUS 1
               USING ASK-TOWN.
           05 VALUE CUS-TEXT-NIF LINE 13 COL 15.
           05 AS-NIF PIC 9(009) LINE 13 COL PLUS 1
               USING ASK-NIF.
           05 VALUE CUS-TEXT-CONTACT LINE 14 COL 15.
           05 AS-CONTACT PIC X(040) LINE 14 COL PLUS 1
               USING ASK-CONTACT-NAME.
           05 VALUE CUS-TEXT-PHONE LINE 15 COL 15.
           05 AS-PHONE PIC 9(009) LINE 15 COL PLUS 1
               USING ASK-PHONE.
           05 VALUE CUS-TEXT-LIST LINE 17 COL 15.
           05 AS-LIST PIC X(004) LINE 17 COL PLUS 1
               USING ASK-PRICE-LIST.
           05 VALUE CUS-TEXT-DEPOSIT LINE 18 COL 15.
           05 AS-DEPOSIT PIC 9(003) LINE 18 COL PLUS 1
               USING ASK-DEPOSIT-PCT.
           05 VALUE CUS-TEXT-SITE LINE 19 COL 14.
           05 AS-SITE PIC X(002) LINE 19 COL PLUS 1
               USING ASK-SITE.
           05 VALUE CUS-TEXT-ACTIVE LINE 20 COL 15.
           05 AS-ACTIVE PIC 9(001) LINE 20 COL PLUS 1
               USING ASK-IS-ACTIVE AUTO.
      ******************************************************************
       01  PRICE-SCREEN.
           05 VALUE CPL-TEXT-LIST LINE 08 COL 15.
           05 PS-LIST PIC X(004) LINE 08 COL PLUS 1
               USING ASK-LIST-CODE REQUIRED.
           05 VALUE CPL-TEXT-SANDWICH LINE 10 COL 15.
           05 PS-SANDWICH PIC 9(005) LINE 10 COL PLUS 1
               USING ASK-SANDWICH-ID REQUIRED.
           05 VALUE CPL-TEXT-EFF LINE 12 COL 04.
           05 PS-EFF PIC 9(008) LINE 12 COL PLUS 1
               USING ASK-EFF-DATE REQUIRED.
           05 VALUE CPL-TEXT-EXPIRY LINE 13 COL 05.
           05 PS-EXPIRY PIC 9(008) LINE 13 COL PLUS 1
               USING ASK-EXPIRY-DATE REQUIRED.
           05 VALUE CPL-TEXT-PRICE LINE 15 COL 15.
           05 PS-PRICE PIC 9(003)V99 LINE 15 COL PLUS 1
               USING ASK-PRICE REQUIRED AUTO.
      ******************************************************************
       01  ASK-LIST-SCREEN.
           05 VALUE CPL-TEXT-LIST LINE 08 COL 15.
           05 AL-LIST PIC X(004) LINE 08 COL PLUS 1
               TO ASK-LIST-CODE REQUIRED AUTO.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "O" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY CUS-MENU
               ACCEPT CUS-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       MOVE "Y" TO NEW-ACCOUNT
                       PERFORM 100-MAINTAIN-ACCOUNT
                   WHEN 2
                       MOVE "N" TO NEW-ACCOUNT
                       PERFORM 100-MAINTAIN-ACCOUNT
                   WHEN 3
                       PERFORM 300-LIST-CUSTOMERS
                   WHEN 4
                       PERFORM 400-ENTER-PRICE
                   WHEN 5
                       PERFORM 500-LIST-PRICE-LIST
                   WHEN 6
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
           STRING ERROR-FILE-STATUS-MSG DELIMITED BY SIZE
               FILE-ERROR-STATUS DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

      *> A NEW ACCOUNT OPENS ACTIVE, ON THE MAIN KITCHEN, WITH A
      *> QUARTER OF EACH EVENT ASKED FOR AS DEPOSIT; A CHANGE OPENS
      *> ON WHAT IS ON FILE
       100-MAINTAIN-ACCOUNT SECTION.
           INITIALIZE ASK-CUST
           IF NEW-ACCOUNT-YES
               PERFORM 120-NEXT-CUSTOMER-NUMBER
               IF NEXT-CUST-ID = ZERO
                   MOVE ERROR-FULL TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
               MOVE NEXT-CUST-ID TO ASK-CUST-ID
               MOVE "C" TO ASK-TYPE
               MOVE 25 TO ASK-DEPOSIT-PCT
               MOVE 1 TO ASK-IS-ACTIVE
           ELSE
               MOVE ZERO TO ASK-CUST-ID
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY ASK-CUSTOMER-SCREEN
               ACCEPT ASK-CUSTOMER-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               PERFORM 110-READ-CUSTOMER
               IF NOT CUST-FOUND-YES
                   MOVE ERROR-NO-CUSTOMER TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ACCOUNT-SCREEN
           ACCEPT ACCOUNT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 150-VALIDATE-ACCOUNT
           IF NOT ENTRY-VALID-YES
               EXIT SECTION
           END-IF
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
           OPEN I-O FXCUSTOMER
           IF CUST-STATUS-FS = 35 THEN
               CLOSE FXCUSTOMER
               OPEN OUTPUT FXCUSTOMER
           ELSE
               IF CUST-STATUS-FS NOT = ZERO THEN
                   MOVE CUST-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-CUST-ID TO CUST-ID
           MOVE ASK-NAME TO CUST-NAME
           MOVE ASK-TYPE TO CUST-TYPE
           MOVE ASK-ADDRESS1 TO CUST-ADDRESS1
           MOVE ASK-POSTAL-CODE TO CUST-POSTAL-CODE
           MOVE ASK-TOWN TO CUST-TOWN
           MOVE ASK-NIF TO CUST-NIF
           MOVE ASK-CONTACT-NAME TO CUST-CONTACT-NAME
           MOVE ASK-PHONE TO CUST-PHONE
           MOVE ASK-PRICE-LIST TO CUST-PRICE-LIST
           MOVE ASK-DEPOSIT-PCT TO CUST-DEPOSIT-PCT
           MOVE ASK-SITE TO CUST-SITE
           MOVE ASK-IS-ACTIVE TO CUST-IS-ACTIVE
           CALL "GETOPER" USING CUST-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUST-LAST-DATE
           WRITE CUST-DETAILS
               INVALID KEY
                   REWRITE CUST-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXCUSTOMER
           MOVE SPACES TO CONFIRM-TEXT
           STRING CONFIRM-CUS-RECORD DELIMITED BY SIZE
               ASK-CUST-ID DELIMITED BY SIZE
               INTO CONFIRM-TEXT
           MOVE CONFIRM-TEXT TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-READ-CUSTOMER SECTION.
           MOVE "N" TO CUST-FOUND
           OPEN INPUT FXCUSTOMER
           IF CUST-STATUS-FS = ZERO THEN
               MOVE ASK-CUST-ID TO CUST-ID
               READ FXCUSTOMER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUST-FOUND
                       MOVE CUST-NAME TO ASK-NAME
                       MOVE CUST-TYPE TO ASK-TYPE
                       MOVE CUST-ADDRESS1 TO ASK-ADDRESS1
                       MOVE CUST-POSTAL-CODE TO ASK-POSTAL-CODE
                       MOVE CUST-TOWN TO ASK-TOWN
                       MOVE CUST-NIF TO ASK-NIF
                       MOVE CUST-CONTACT-NAME TO ASK-CONTACT-NAME
                       MOVE CUST-PHONE TO ASK-PHONE
                       MOVE CUST-PRICE-LIST TO ASK-PRICE-LIST
                       MOVE CUST-DEPOSIT-PCT TO ASK-DEPOSIT-PCT
                       MOVE CUST-SITE TO ASK-SITE
                       MOVE CUST-IS-ACTIVE TO ASK-IS-ACTIVE
               END-READ
           END-IF
           CLOSE FXCUSTOMER
       EXIT SECTION.

      *> CUSTOMER NUMBERS RUN ON FROM THE HIGHEST ON FILE, STARTING AT
      *> CUST-FIRST-ID; ZERO COMES BACK WHEN THE RANGE IS USED UP
       120-NEXT-CUSTOMER-NUMBER SECTION.
           MOVE CUST-FIRST-ID TO NEXT-CUST-ID
           MOVE "N" TO CUST-EOF-FLAG
           OPEN INPUT FXCUSTOMER
           IF CUST-STATUS-FS NOT = ZERO AND CUST-STATUS-FS NOT = 35
               MOVE CUST-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF CUST-STATUS-FS NOT = 35 THEN
               PERFORM UNTIL EOF-CUST
                   READ FXCUSTOMER NEXT RECORD
                       AT END SET EOF-CUST TO TRUE
                       NOT AT END
                           IF CUST-ID >= NEXT-CUST-ID
                               IF CUST-ID = 99999
                                   MOVE ZERO TO NEXT-CUST-ID
                                   SET EOF-CUST TO TRUE
                               ELSE
                                   COMPUTE NEXT-CUST-ID = CUST-ID + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXCUSTOMER
           END-IF
       EXIT SECTION.

       150-VALIDATE-ACCOUNT SECTION.
           MOVE "N" TO ENTRY-VALID
           MOVE UPPER-CASE (ASK-NAME) TO ASK-NAME
           MOVE UPPER-CASE (ASK-TYPE) TO ASK-TYPE
           MOVE UPPER-CASE (ASK-ADDRESS1) TO ASK-ADDRESS1
           MOVE UPPER-CASE (ASK-TOWN) TO ASK-TOWN
           MOVE UPPER-CASE (ASK-CONTACT-NAME) TO ASK-CONTACT-NAME
           MOVE UPPER-CASE (ASK-PRICE-LIST) TO ASK-PRICE-LIST
           IF ASK-NAME = SPACES
               MOVE ERROR-NO-NAME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-TYPE NOT = "C" AND ASK-TYPE NOT = "S" AND
               ASK-TYPE NOT = "E"
               MOVE ERROR-BAD-TYPE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
      *> THE TAX NUMBER IS OPTIONAL (A PRIVATE PARTY HAS NONE TO
      *> GIVE), BUT ONE THAT IS KEYED MUST BE A VALID NIF
           IF ASK-NIF NOT = ZERO
               MOVE ASK-NIF TO NIFC-NUMBER
               CALL "NIFCHK" USING NIFCHK-REQUEST
               IF NOT NIFC-VALID
                   MOVE ERROR-BAD-NIF TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           IF ASK-PRICE-LIST = SPACES
               MOVE ERROR-NO-LIST TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-DEPOSIT-PCT > 100
               MOVE ERROR-BAD-DEPOSIT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-SITE) TO ASK-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE ASK-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF NOT SINF-FOUND-YES
               MOVE ERROR-NO-SITE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-IS-ACTIVE NOT = 1
               MOVE ZERO TO ASK-IS-ACTIVE
           END-IF
           MOVE "Y" TO ENTRY-VALID
       EXIT SECTION.

       300-LIST-CUSTOMERS SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO CUST-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXCUSTOMER
           IF CUST-STATUS-FS NOT = ZERO THEN
               CLOSE FXCUSTOMER
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY CUS-LIST-HEADER AT LINE 07 COL 03
           PERFORM UNTIL EOF-CUST
               READ FXCUSTOMER NEXT RECORD
                   AT END SET EOF-CUST TO TRUE
                   NOT AT END
                       IF LINE-ON-PAGE = MAX-LIST-LINES
                           MOVE VIEW-END-TEXT TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                           DISPLAY CLEAR-SCREEN
                           DISPLAY MAIN-SCREEN
                           DISPLAY CUS-LIST-HEADER AT LINE 07 COL 03
                           MOVE ZERO TO LINE-ON-PAGE
                       END-IF
                       ADD 1 TO LINE-ON-PAGE
                       COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
                       MOVE CUST-ID TO CL-CUST-ID
                       MOVE CUST-NAME TO CL-NAME
                       MOVE CUST-TYPE TO CL-TYPE
                       MOVE CUST-PRICE-LIST TO CL-LIST
                       MOVE CUST-DEPOSIT-PCT TO CL-DEPOSIT
                       MOVE CUST-SITE TO CL-SITE
                       MOVE CUST-IS-ACTIVE TO CL-ACTIVE
                       DISPLAY CUS-LIST-LINE
                           AT LINE SCREEN-LIN COL 03
               END-READ
           END-PERFORM
           CLOSE FXCUSTOMER
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> ONE PRICE PER LIST, SANDWICH AND EFFECTIVE DATE; KEYING THE
      *> SAME THREE AGAIN CHANGES THE PRICE OR ITS EXPIRY
       400-ENTER-PRICE SECTION.
           INITIALIZE ASK-CPL
           MOVE 99991231 TO ASK-EXPIRY-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY PRICE-SCREEN
           ACCEPT PRICE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-LIST-CODE) TO ASK-LIST-CODE
           PERFORM 410-READ-SANDWICH
           IF NOT SANDWICH-FOUND-YES
               MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-EXPIRY-DATE < ASK-EFF-DATE
               MOVE ERROR-BAD-DATES TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-PRICE = ZERO
               MOVE ERROR-NO-PRICE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
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
           OPEN I-O FXCUSTPRICE
           IF CPL-STATUS-FS = 35 THEN
               CLOSE FXCUSTPRICE
               OPEN OUTPUT FXCUSTPRICE
           ELSE
               IF CPL-STATUS-FS NOT = ZERO THEN
                   MOVE CPL-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-LIST-CODE TO CPL-LIST-CODE
           MOVE ASK-SANDWICH-ID TO CPL-SANDWICH-ID
           MOVE ASK-EFF-DATE TO CPL-EFF-DATE
           MOVE ASK-PRICE TO CPL-PRICE
           MOVE ASK-EXPIRY-DATE TO CPL-EXPIRY-DATE
           CALL "GETOPER" USING CPL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CPL-LAST-DATE
           WRITE CPL-DETAILS
               INVALID KEY
                   REWRITE CPL-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXCUSTPRICE
           MOVE CONFIRM-CPL-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       410-READ-SANDWICH SECTION.
           MOVE "N" TO SANDWICH-FOUND
           MOVE SPACES TO SHOW-SANDWICH-NAME
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS = ZERO THEN
               MOVE ASK-SANDWICH-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SANDWICH-FOUND
                       MOVE SANDWICH-NAME TO SHOW-SANDWICH-NAME
               END-READ
           END-IF
           CLOSE FXSANDWICH
       EXIT SECTION.

       500-LIST-PRICE-LIST SECTION.
           MOVE SPACES TO ASK-LIST-CODE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-LIST-SCREEN
           ACCEPT ASK-LIST-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-LIST-CODE) TO ASK-LIST-CODE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO CPL-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXCUSTPRICE
           IF CPL-STATUS-FS NOT = ZERO THEN
               CLOSE FXCUSTPRICE
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY CPL-LIST-HEADER AT LINE 07 COL 03
           MOVE ASK-LIST-CODE TO CPL-LIST-CODE
           MOVE ZERO TO CPL-SANDWICH-ID CPL-EFF-DATE
           START FXCUSTPRICE KEY IS >= CPL-ID
               INVALID KEY SET EOF-CPL TO TRUE
           END-START
           PERFORM UNTIL EOF-CPL
               READ FXCUSTPRICE NEXT RECORD
                   AT END SET EOF-CPL TO TRUE
                   NOT AT END
                       IF CPL-LIST-CODE NOT = ASK-LIST-CODE
                           SET EOF-CPL TO TRUE
                       ELSE
                           PERFORM 510-SHOW-ONE-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCUSTPRICE
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       510-SHOW-ONE-PRICE SECTION.
           IF LINE-ON-PAGE = MAX-LIST-LINES
               MOVE VIEW-END-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY CPL-LIST-HEADER AT LINE 07 COL 03
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
           MOVE CPL-SANDWICH-ID TO PL-SANDWICH-ID
           MOVE CPL-SANDWICH-ID TO ASK-SANDWICH-ID
           PERFORM 410-READ-SANDWICH
           MOVE SHOW-SANDWICH-NAME TO PL-NAME
           MOVE CPL-EFF-DATE TO PL-EFF-DATE
           MOVE CPL-EXPIRY-DATE TO PL-EXPIRY-DATE
           MOVE CPL-PRICE TO PL-PRICE
           DISPLAY CPL-LIST-LINE AT LINE SCREEN-LIN COL 03
       EXIT SECTION.
