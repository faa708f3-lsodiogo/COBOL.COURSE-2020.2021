      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INVOICING
      ******************************************************************
      *    SCHOOL ACCOUNT INQUIRY - ONE SCREEN TO ANSWER A SCHOOL'S
      *    CALL. FOR THE CHOSEN SCHOOL IT KEEPS THE CREDIT LIMIT
      *    POSITION ON TOP (OPEN INVOICE BALANCE AGAINST THE LIMIT,
      *    WORKED OUT AS ORDER ENTRY DOES) AND LISTS, ON DEMAND:
      *    THE CONTRACT PRICES IN FORCE, THE STANDING ORDERS IN
      *    FORCE WITH THEIR COMING CHANGES AND THE HOLIDAYS STILL
      *    AHEAD, THE RECENT AND COMING ORDERS WITH STATUS, DISPATCH
      *    NOTE AND INVOICE NUMBER, THE OPEN INVOICES AGED AS ON THE
      *    STATEMENT, THE RECEIPTS WITH WHAT IS LEFT UNALLOCATED,
      *    THE CREDIT NOTES AND THE INCIDENTS NOT YET CLOSED.
      *    FROM THE ORDERS THE CLERK CAN OPEN A DELIVERY NOTE (ITS
      *    PROOF OF DELIVERY AND CONTENTS) OR AN INVOICE; FROM THE
      *    INVOICES, THE INVOICE LINES; FROM THE RECEIPTS, THE
      *    RECEIPT'S ALLOCATIONS. NOTHING IS CHANGED HERE.
      *    A CANCELLED CREDIT NOTE IS LISTED WITH ITS CANCEL REASON.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXSCHCONTR ASSIGN TO "FXSCHCONTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONTR-ID
                   FILE STATUS CONTR-STATUS-FS.

               SELECT FXSTANDORD ASSIGN TO "FXSTANDORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STO-ID
                   FILE STATUS STO-STATUS-FS.

               SELECT FXSCHHOL ASSIGN TO "FXSCHHOL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOL-ID
                   FILE STATUS HOL-STATUS-FS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXPOD ASSIGN TO "FXPOD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POD-NOTE-NO
                   FILE STATUS POD-STATUS-FS.

               SELECT FXSCHINV ASSIGN TO "FXSCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXSCHINVLN ASSIGN TO "FXSCHINVLN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHIL-ID
                   FILE STATUS SCHIL-STATUS-FS.

               SELECT FXCASHRCPT ASSIGN TO "FXCASHRCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCPT-ID
                   FILE STATUS RCPT-STATUS-FS.

               SELECT FXRCPTALLOC ASSIGN TO "FXRCPTALLOC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAL-ID
                   FILE STATUS RAL-STATUS-FS.

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXINCIDENT ASSIGN TO "FXINCIDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INC-ID
                   FILE STATUS INC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXSCHCONTR.
           COPY FD-SCHCONTR.
       FD FXSTANDORD.
           COPY FD-STANDORD.
       FD FXSCHHOL.
           COPY FD-SCHHOL.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXPOD.
           COPY FD-POD.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCASHRCPT.
           COPY FD-CASHRCPT.
       FD FXRCPTALLOC.
           COPY FD-RCPTALLOC.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXINCIDENT.
           COPY FD-INCIDENT.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "SCHOOL ACCOUNT INQUIRY".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  INQ-MENU-OPTION1    VALUE "1 - CONTRACT PRICES IN FORCE".
       78  INQ-MENU-OPTION2
           VALUE "2 - STANDING ORDERS AND HOLIDAYS".
       78  INQ-MENU-OPTION3    VALUE "3 - RECENT ORDERS".
       78  INQ-MENU-OPTION4    VALUE "4 - OPEN INVOICES".
       78  INQ-MENU-OPTION5    VALUE "5 - RECEIPTS".
       78  INQ-MENU-OPTION6    VALUE "6 - CREDIT NOTES".
       78  INQ-MENU-OPTION7    VALUE "7 - OPEN INCIDENTS".
       78  INQ-MENU-OPTION8    VALUE "8 - ANOTHER SCHOOL".
       78  INQ-MENU-OPTION9    VALUE "9 - BACK".
       78  INQ-TEXT-SCHOOL     VALUE "     SCHOOL ID:".
       78  INQ-TEXT-LIMIT      VALUE "CREDIT LIMIT:".
       78  INQ-TEXT-BALANCE    VALUE "OPEN BALANCE:".
       78  INQ-TEXT-NO-LIMIT   VALUE "NO CREDIT LIMIT SET".
       78  INQ-TEXT-AVAILABLE  VALUE "AVAILABLE:".
       78  INQ-TEXT-OVER       VALUE "OVER LIMIT BY:".
       78  INQ-TEXT-DRILL-NOTE VALUE "DISPATCH NOTE (0 = NONE):".
       78  INQ-TEXT-DRILL-INV  VALUE "INVOICE NO (0 = NONE):".
       78  INQ-TEXT-DRILL-RCPT VALUE "RECEIPT NO (0 = NONE):".
       78  HEAD-CONTRACTS
           VALUE "SANDWICH NAME                        PRICE  FROM    "-
           "  EXPIRES".
       78  HEAD-STANDING
           VALUE "DAY SANDWICH NAME                        QTY  "-
           "IN FORCE / CHANGE".
       78  HEAD-HOLIDAYS
           VALUE "HOLIDAY  FROM      TO        DESCRIPTION".
       78  HEAD-ORDERS
           VALUE "DELIVERY SANDWICH NAME                       QTY "-
           "ST NOTE   INVOICE".
       78  HEAD-INVOICES
           VALUE "INVOICE PERIOD TO        TOTAL+VAT         PAID"-
           "         OPEN AGE".
       78  HEAD-RECEIPTS
           VALUE "RECEIPT DATE          AMOUNT     ALLOCATED    "-
           "UNALLOCATED BANK REF".
       78  HEAD-CREDITS
           VALUE "CREDIT  DATE     INVOICE SANDWICH   QTY        "-
           "AMOUNT REASON".
       78  HEAD-INCIDENTS
           VALUE "INCIDENT DATE     ST SANDWICH TEXT".
       78  HEAD-INV-LINES
           VALUE "LINE DELIVERY NOTE   SANDWICH NAME                 "-
           "QTY  PRICE      AMOUNT".
       78  HEAD-NOTE-LINES
           VALUE "DELIVERY SANDWICH NAME                       QTY "-
           "ST INVOICE".
       78  HEAD-ALLOCATIONS
           VALUE "LINE INVOICE        AMOUNT ALLOCATED ON".
       78  TEXT-HOLIDAYS-AHEAD VALUE "HOLIDAYS STILL AHEAD".
       78  TEXT-FROM           VALUE "FROM ".
       78  TEXT-STOPS          VALUE "STOPS FROM ".
       78  TEXT-ALL-SCHOOLS    VALUE "(ALL SCHOOLS) ".
       78  ERROR-NO-SCHOOL     VALUE "THAT SCHOOL IS NOT ON FILE".
       78  ERROR-NO-NOTE
           VALUE "NO ORDER OF THIS SCHOOL IS ON THAT DISPATCH NOTE".
       78  ERROR-NO-INVOICE
           VALUE "THAT INVOICE IS NOT ONE OF THIS SCHOOL'S".
       78  ERROR-NO-RECEIPT
           VALUE "THAT RECEIPT IS NOT ONE OF THIS SCHOOL'S".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY FOR THE NEXT PAGE".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
      *> HOW FAR BACK "RECENT" ORDERS GO; COMING ORDERS ARE ALL SHOWN
       78  RECENT-DAYS                      VALUE 30.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  CONTR-STATUS-FS                  PIC 9(002).
       77  STO-STATUS-FS                    PIC 9(002).
       77  HOL-STATUS-FS                    PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  POD-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  RCPT-STATUS-FS                   PIC 9(002).
       77  RAL-STATUS-FS                    PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  INC-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-OTHER-SCHOOL     VALUE 8.
           88  MAIN-OPTION-EXIT             VALUE 9.
       01  LIST-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-LIST                     VALUE "Y".
       01  SCHOOL-FOUND                     PIC X(001).
           88  SCHOOL-FOUND-YES             VALUE "Y".
       01  DOC-FOUND                        PIC X(001).
           88  DOC-FOUND-YES                VALUE "Y".

       01  TODAY-DATE                       PIC 9(008).
       01  TODAY-DAY-NUMBER                 PIC 9(007).
       01  RECENT-FROM-DATE                 PIC 9(008).
       01  AGE-DAYS                         PIC S9(005).
       01  ASK-SCHOOL-ID                    PIC 9(005).
       01  ASK-NOTE-NO                      PIC 9(006).
       01  ASK-INV-NO                       PIC 9(006).
       01  ASK-RCPT-NO                      PIC 9(006).
       01  HEAD-TEXT                        PIC X(090).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

      *> THE SCHOOL'S CREDIT POSITION, KEPT ON THE HEADER OF EVERY
      *> LIST
       01  SHOW-SCHOOL-NAME                 PIC X(050).
       01  OPEN-AR-BALANCE                  PIC 9(009)V99.
       01  CREDIT-ROOM                      PIC 9(009)V99.
       01  SHOW-LIMIT                       PIC ZZZZZZ9.99.
       01  SHOW-BALANCE                     PIC ZZZZZZZZ9.99.
       01  SHOW-ROOM                        PIC ZZZZZZZZ9.99.
       01  SHOW-ROOM-X REDEFINES SHOW-ROOM  PIC X(012).
       01  ROOM-TEXT                        PIC X(020).

       01  LOOKUP-SAND-ID                   PIC 9(005).
       01  SHOW-SAND-NAME                   PIC X(030).
       01  OPEN-BALANCE                     PIC 9(007)V99.
       01  GROSS-TOTAL                      PIC 9(007)V99.

      *> CONTRACTS: THE VERSION IN FORCE TODAY PER SANDWICH IS THE
      *> LATEST ONE ALREADY EFFECTIVE AND NOT YET EXPIRED
       01  BEST-CONTR                       PIC X(001).
           88  BEST-CONTR-YES               VALUE "Y".
       01  BEST-CONTR-SAND                  PIC 9(005).
       01  BEST-CONTR-PRICE                 PIC 9(003)V99.
       01  BEST-CONTR-EFF                   PIC 9(008).
       01  BEST-CONTR-EXP                   PIC 9(008).
       01  GROUP-SAND                       PIC 9(005).

      *> STANDING ORDERS: THE VERSION IN FORCE IS HELD BACK UNTIL
      *> THE WEEKDAY/SANDWICH CHANGES OR A FUTURE VERSION TURNS UP
       01  PEND-STO                         PIC X(001).
           88  PEND-STO-YES                 VALUE "Y".
       01  PEND-STO-DETAILS                 PIC X(040).
       01  GROUP-WEEKDAY                    PIC 9(001).
       01  SAVE-STO-DETAILS                 PIC X(040).

       01  CONTRACT-ROW.
           05  KRW-SAND-ID                  PIC 9(005).
           05  FILLER                       PIC X(001).
           05  KRW-SAND-NAME                PIC X(030).
           05  FILLER                       PIC X(001).
           05  KRW-PRICE                    PIC ZZZ9.99.
           05  FILLER                       PIC X(002).
           05  KRW-EFF                      PIC 9(008).
           05  FILLER                       PIC X(002).
           05  KRW-EXP                      PIC 9(008).

       01  STANDING-ROW.
           05  SRW-WEEKDAY                  PIC 9(001).
           05  FILLER                       PIC X(003).
           05  SRW-SAND-ID                  PIC 9(005).
           05  FILLER                       PIC X(001).
           05  SRW-SAND-NAME                PIC X(030).
           05  FILLER                       PIC X(001).
           05  SRW-QTY                      PIC ZZZZ9.
           05  FILLER                       PIC X(002).
           05  SRW-WHEN                     PIC X(011).
           05  SRW-EFF                      PIC 9(008) BLANK WHEN ZERO.

       01  HOLIDAY-ROW.
           05  HRW-ID                       PIC 9(003).
           05  FILLER                       PIC X(006).
           05  HRW-FROM                     PIC 9(008).
           05  FILLER                       PIC X(002).
           05  HRW-TO                       PIC 9(008).
           05  FILLER                       PIC X(002).
           05  HRW-SCOPE                    PIC X(014).
           05  HRW-DESCRIPTION              PIC X(050).

       01  ORDER-ROW.
           05  ORW-DATE                     PIC 9(008).
           05  FILLER                       PIC X(001).
           05  ORW-SAND-ID                  PIC 9(005).
           05  FILLER                       PIC X(001).
           05  ORW-SAND-NAME                PIC X(030).
           05  FILLER                       PIC X(001).
           05  ORW-QTY                      PIC ZZZZ9.
           05  FILLER                       PIC X(002).
           05  ORW-STATUS                   PIC X(001).
           05  FILLER                       PIC X(002).
           05  ORW-NOTE                     PIC ZZZZZ9.
           05  FILLER                       PIC X(001).
           05  ORW-INVOICE                  PIC ZZZZZ9.

       01  INVOICE-ROW.
           05  IRW-ID                       PIC 9(006).
           05  FILLER                       PIC X(002).
           05  IRW-PERIOD-TO                PIC 9(008).
           05  FILLER                       PIC X(001).
           05  IRW-GROSS                    PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001).
           05  IRW-PAID                     PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001).
           05  IRW-OPEN                     PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001).
           05  IRW-BUCKET                   PIC X(008).
           05  IRW-COLLECT                  PIC X(012).

       01  RECEIPT-ROW.
           05  RRW-ID                       PIC 9(006).
           05  FILLER                       PIC X(002).
           05  RRW-DATE                     PIC 9(008).
           05  FILLER                       PIC X(001).
           05  RRW-AMOUNT                   PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(004).
           05  RRW-ALLOCATED                PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(005).
           05  RRW-UNALLOCATED              PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001).
           05  RRW-BANK-REF                 PIC X(012).

       01  CREDIT-ROW.
           05  CRW-ID                       PIC 9(006).
           05  FILLER                       PIC X(002).
           05  CRW-DATE                     PIC 9(008).
           05  FILLER                       PIC X(001).
           05  CRW-INV-ID                   PIC 9(006).
           05  FILLER                       PIC X(002).
           05  CRW-SAND-ID                  PIC 9(005).
           05  FILLER                       PIC X(001).
           05  CRW-QTY                      PIC ZZZZ9.
           05  FILLER                       PIC X(001).
           05  CRW-AMOUNT                   PIC ZZZZZZZ9.99.
           05  FILLER                       PIC X(001).
           05  CRW-REASON                   PIC X(030).

       01  INCIDENT-ROW.
           05  NRW-ID                       PIC 9(006).
           05  FILLER                       PIC X(003).
           05  NRW-DATE                     PIC 9(008).
           05  FILLER                       PIC X(001).
           05  NRW-STATUS                   PIC X(001).
           05  FILLER                       PIC X(002).
           05  NRW-SAND-ID                  PIC 9(005) BLANK WHEN ZERO.
           05  FILLER                       PIC X(004).
           05  NRW-TEXT                     PIC X(060).

       01  INV-LINE-ROW.
           05  LRW-LINE-NO                  PIC 9(003).
           05  FILLER                       PIC X(002).
           05  LRW-DATE                     PIC 9(008).
           05  FILLER                       PIC X(001).
           05  LRW-NOTE                     PIC ZZZZZ9.
           05  FILLER                       PIC X(001).
           05  LRW-SAND-ID                  PIC 9(005).
           05  FILLER                       PIC X(001).
           05  LRW-SAND-NAME                PIC X(025).
           05  FILLER                       PIC X(001).
           05  LRW-QTY                      PIC ZZZZ9.
           05  FILLER                       PIC X(001).
           05  LRW-PRICE                    PIC ZZ9.99.
           05  FILLER                       PIC X(001).
           05  LRW-AMOUNT                   PIC ZZZZZZ9.99.

       01  NOTE-LINE-ROW.
           05  DRW-DATE                     PIC 9(008).
           05  FILLER                       PIC X(001).
           05  DRW-SAND-ID                  PIC 9(005).
           05  FILLER                       PIC X(001).
           05  DRW-SAND-NAME                PIC X(030).
           05  FILLER                       PIC X(001).
           05  DRW-QTY                      PIC ZZZZ9.
           05  FILLER                       PIC X(002).
           05  DRW-STATUS                   PIC X(001).
           05  FILLER                       PIC X(002).
           05  DRW-INVOICE                  PIC ZZZZZ9.

       01  ALLOC-ROW.
           05  ARW-LINE-NO                  PIC 9(003).
           05  FILLER                       PIC X(002).
           05  ARW-INV-ID                   PIC 9(006).
           05  FILLER                       PIC X(001).
           05  ARW-AMOUNT                   PIC ZZZZZZZ9.99.
           05  FILLER                       PIC X(001).
           05  ARW-DATE                     PIC 9(008).

       01  DOC-TEXT                         PIC X(085).
       01  SHOW-AMOUNT                      PIC ZZZZZZZ9.99.
       01  SHOW-AMOUNT2                     PIC ZZZZZZZ9.99.

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
       01  ASK-SCHOOL-SCREEN.
           05 VALUE INQ-TEXT-SCHOOL LINE 08 COL 15.
           05 AS-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED AUTO.
      ******************************************************************
       01  SCHOOL-HEADER.
           05 SH-ID PIC 9(005) LINE 06 COL 03 FROM ASK-SCHOOL-ID.
           05 SH-NAME PIC X(050) LINE 06 COL 10 FROM SHOW-SCHOOL-NAME.
           05 VALUE INQ-TEXT-LIMIT LINE 07 COL 03.
           05 SH-LIMIT PIC X(010) LINE 07 COL 17 FROM SHOW-LIMIT.
           05 VALUE INQ-TEXT-BALANCE LINE 07 COL 30.
           05 SH-BALANCE PIC X(012) LINE 07 COL 44 FROM SHOW-BALANCE.
           05 SH-ROOM-TEXT PIC X(020) LINE 07 COL 59 FROM ROOM-TEXT.
           05 SH-ROOM PIC X(012) LINE 07 COL 80 FROM SHOW-ROOM.
      ******************************************************************
       01  INQ-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE INQ-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE INQ-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE INQ-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE INQ-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE INQ-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE INQ-MENU-OPTION6 LINE 15 COL 35.
           03 VALUE INQ-MENU-OPTION7 LINE 16 COL 35.
           03 VALUE INQ-MENU-OPTION8 LINE 17 COL 35.
           03 VALUE INQ-MENU-OPTION9 LINE 18 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 20 COL 35.
           03 IM-OPTION PIC 9(001) LINE 20 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  DRILL-ORDER-SCREEN.
           05 VALUE INQ-TEXT-DRILL-NOTE LINE 22 COL 03.
           05 DO-NOTE PIC 9(006) LINE 22 COL PLUS 1
               TO ASK-NOTE-NO.
           05 VALUE INQ-TEXT-DRILL-INV LINE 22 COL 40.
           05 DO-INV PIC 9(006) LINE 22 COL PLUS 1
               TO ASK-INV-NO AUTO.
      ******************************************************************
       01  DRILL-INVOICE-SCREEN.
           05 VALUE INQ-TEXT-DRILL-INV LINE 22 COL 03.
           05 DI-INV PIC 9(006) LINE 22 COL PLUS 1
               TO ASK-INV-NO AUTO.
      ******************************************************************
       01  DRILL-RECEIPT-SCREEN.
           05 VALUE INQ-TEXT-DRILL-RCPT LINE 22 COL 03.
           05 DR-RCPT PIC 9(006) LINE 22 COL PLUS 1
               TO ASK-RCPT-NO AUTO.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           COMPUTE TODAY-DAY-NUMBER = INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE RECENT-FROM-DATE =
               DATE-OF-INTEGER (TODAY-DAY-NUMBER - RECENT-DAYS)
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               PERFORM 100-ASK-SCHOOL
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
               IF SCHOOL-FOUND-YES
                   PERFORM 110-CREDIT-POSITION
                   PERFORM 150-INQUIRY-MENU
               END-IF
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

       100-ASK-SCHOOL SECTION.
           MOVE "N" TO SCHOOL-FOUND
           MOVE ZERO TO ASK-SCHOOL-ID MAIN-OPTION
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SCHOOL-SCREEN
           ACCEPT ASK-SCHOOL-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS NOT = ZERO AND SCHOOL-STATUS NOT = 35
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SCHOOL-STATUS = ZERO
               MOVE ASK-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SCHOOL-FOUND
                       MOVE SCHOOL-DESIGNATION1 TO SHOW-SCHOOL-NAME
               END-READ
           END-IF
           CLOSE FXSCHOOL
           IF NOT SCHOOL-FOUND-YES
               MOVE ERROR-NO-SCHOOL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> THE SAME OPEN BALANCE ORDER ENTRY HOLDS AGAINST THE LIMIT:
      *> EVERY OPEN INVOICE'S TOTAL PLUS VAT LESS WHAT WAS PAID
       110-CREDIT-POSITION SECTION.
           MOVE ZERO TO OPEN-AR-BALANCE CREDIT-ROOM
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXSCHINV NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF SCHINV-SCHOOL-ID = ASK-SCHOOL-ID AND
                           SCHINV-STATUS-OPEN
                           COMPUTE OPEN-AR-BALANCE = OPEN-AR-BALANCE
                               + SCHINV-TOTAL + SCHINV-VAT-AMOUNT
                               - SCHINV-PAID-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
           MOVE SCHOOL-CREDIT-LIMIT TO SHOW-LIMIT
           MOVE OPEN-AR-BALANCE TO SHOW-BALANCE
           EVALUATE TRUE
               WHEN SCHOOL-CREDIT-LIMIT = ZERO
                   MOVE INQ-TEXT-NO-LIMIT TO ROOM-TEXT
                   MOVE ZERO TO CREDIT-ROOM
               WHEN OPEN-AR-BALANCE > SCHOOL-CREDIT-LIMIT
                   MOVE INQ-TEXT-OVER TO ROOM-TEXT
                   COMPUTE CREDIT-ROOM =
                       OPEN-AR-BALANCE - SCHOOL-CREDIT-LIMIT
               WHEN OTHER
                   MOVE INQ-TEXT-AVAILABLE TO ROOM-TEXT
                   COMPUTE CREDIT-ROOM =
                       SCHOOL-CREDIT-LIMIT - OPEN-AR-BALANCE
           END-EVALUATE
           MOVE CREDIT-ROOM TO SHOW-ROOM
           IF SCHOOL-CREDIT-LIMIT = ZERO
               MOVE SPACES TO SHOW-ROOM-X
           END-IF
       EXIT SECTION.

       150-INQUIRY-MENU SECTION.
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR MAIN-OPTION-OTHER-SCHOOL OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SCHOOL-HEADER
               DISPLAY INQ-MENU
               ACCEPT INQ-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 200-CONTRACT-PRICES
                   WHEN 2
                       PERFORM 300-STANDING-ORDERS
                       PERFORM 350-HOLIDAYS
                   WHEN 3
                       PERFORM 400-RECENT-ORDERS
                   WHEN 4
                       PERFORM 500-OPEN-INVOICES
                   WHEN 5
                       PERFORM 600-RECEIPTS
                   WHEN 6
                       PERFORM 700-CREDIT-NOTES
                   WHEN 7
                       PERFORM 750-OPEN-INCIDENTS
                   WHEN 8
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
       EXIT SECTION.

      *> A FRESH PAGE: THE SCHOOL AND ITS CREDIT POSITION ON TOP,
      *> THE COLUMN HEADINGS OF THE LIST IN HEAD-TEXT ON LINE 8
       160-SHOW-HEADER SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SCHOOL-HEADER
           DISPLAY HEAD-TEXT AT LINE 08 COL 03
           MOVE ZERO TO LINE-ON-PAGE
       EXIT SECTION.

       170-NEXT-LINE SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               PERFORM 160-SHOW-HEADER
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
       EXIT SECTION.

       175-END-OF-LIST SECTION.
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> FXSANDWICH IS OPENED BY THE CALLING LIST
       180-SANDWICH-NAME SECTION.
           MOVE SPACES TO SHOW-SAND-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE LOOKUP-SAND-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO SHOW-SAND-NAME
               END-READ
           END-IF
       EXIT SECTION.

      *> ONE LINE PER SANDWICH WITH A CONTRACT PRICE IN FORCE
      *> TODAY; THE KEY RUNS SCHOOL / SANDWICH / EFFECTIVE DATE
       200-CONTRACT-PRICES SECTION.
           MOVE HEAD-CONTRACTS TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG BEST-CONTR
           MOVE ZERO TO GROUP-SAND
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXSCHCONTR
           IF CONTR-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           ELSE
               MOVE ASK-SCHOOL-ID TO CONTR-SCHOOL-ID
               MOVE ZERO TO CONTR-SANDWICH-ID CONTR-EFF-DATE
               START FXSCHCONTR KEY IS >= CONTR-ID
                   INVALID KEY SET EOF-LIST TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXSCHCONTR NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF CONTR-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-LIST TO TRUE
                       ELSE
                           PERFORM 210-CONTRACT-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 220-SHOW-CONTRACT
           CLOSE FXSCHCONTR
           CLOSE FXSANDWICH
           PERFORM 175-END-OF-LIST
       EXIT SECTION.

       210-CONTRACT-ONE-VERSION SECTION.
           IF CONTR-SANDWICH-ID NOT = GROUP-SAND
               PERFORM 220-SHOW-CONTRACT
               MOVE CONTR-SANDWICH-ID TO GROUP-SAND
           END-IF
           IF CONTR-EFF-DATE <= TODAY-DATE AND
               CONTR-EXPIRY-DATE >= TODAY-DATE
               MOVE "Y" TO BEST-CONTR
               MOVE CONTR-SANDWICH-ID TO BEST-CONTR-SAND
               MOVE CONTR-PRICE TO BEST-CONTR-PRICE
               MOVE CONTR-EFF-DATE TO BEST-CONTR-EFF
               MOVE CONTR-EXPIRY-DATE TO BEST-CONTR-EXP
           END-IF
       EXIT SECTION.

       220-SHOW-CONTRACT SECTION.
           IF NOT BEST-CONTR-YES
               EXIT SECTION
           END-IF
           MOVE "N" TO BEST-CONTR
           PERFORM 170-NEXT-LINE
           MOVE SPACES TO CONTRACT-ROW
           MOVE BEST-CONTR-SAND TO KRW-SAND-ID LOOKUP-SAND-ID
           PERFORM 180-SANDWICH-NAME
           MOVE SHOW-SAND-NAME TO KRW-SAND-NAME
           MOVE BEST-CONTR-PRICE TO KRW-PRICE
           MOVE BEST-CONTR-EFF TO KRW-EFF
           MOVE BEST-CONTR-EXP TO KRW-EXP
           DISPLAY CONTRACT-ROW AT LINE SCREEN-LIN COL 03
       EXIT SECTION.

      *> THE STANDING ORDER IN FORCE TODAY FOR EVERY WEEKDAY AND
      *> SANDWICH, THEN ANY VERSION ALREADY KEYED FOR LATER, SHOWN
      *> WITH THE DATE IT TAKES OVER (QUANTITY ZERO STOPS IT)
       300-STANDING-ORDERS SECTION.
           MOVE HEAD-STANDING TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG PEND-STO
           MOVE ZERO TO GROUP-WEEKDAY GROUP-SAND
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXSTANDORD
           IF STO-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           ELSE
               MOVE ASK-SCHOOL-ID TO STO-SCHOOL-ID
               MOVE ZERO TO STO-WEEKDAY STO-SANDWICH-ID STO-EFF-DATE
               START FXSTANDORD KEY IS >= STO-ID
                   INVALID KEY SET EOF-LIST TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXSTANDORD NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF STO-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-LIST TO TRUE
                       ELSE
                           PERFORM 310-STANDING-ONE-VERSION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 320-FLUSH-STANDING
           CLOSE FXSTANDORD
           CLOSE FXSANDWICH
           PERFORM 175-END-OF-LIST
       EXIT SECTION.

       310-STANDING-ONE-VERSION SECTION.
           IF STO-WEEKDAY NOT = GROUP-WEEKDAY OR
               STO-SANDWICH-ID NOT = GROUP-SAND
               MOVE STO-DETAILS TO SAVE-STO-DETAILS
               PERFORM 320-FLUSH-STANDING
               MOVE SAVE-STO-DETAILS TO STO-DETAILS
               MOVE STO-WEEKDAY TO GROUP-WEEKDAY
               MOVE STO-SANDWICH-ID TO GROUP-SAND
           END-IF
           IF STO-EFF-DATE <= TODAY-DATE
               MOVE "Y" TO PEND-STO
               MOVE STO-DETAILS TO PEND-STO-DETAILS
               EXIT SECTION
           END-IF
           MOVE STO-DETAILS TO SAVE-STO-DETAILS
           PERFORM 320-FLUSH-STANDING
           MOVE SAVE-STO-DETAILS TO STO-DETAILS
           PERFORM 170-NEXT-LINE
           MOVE SPACES TO STANDING-ROW
           MOVE STO-WEEKDAY TO SRW-WEEKDAY
           MOVE STO-SANDWICH-ID TO SRW-SAND-ID LOOKUP-SAND-ID
           PERFORM 180-SANDWICH-NAME
           MOVE SHOW-SAND-NAME TO SRW-SAND-NAME
           MOVE STO-QTY TO SRW-QTY
           IF STO-QTY = ZERO
               MOVE TEXT-STOPS TO SRW-WHEN
           ELSE
               MOVE TEXT-FROM TO SRW-WHEN
           END-IF
           MOVE STO-EFF-DATE TO SRW-EFF
           DISPLAY STANDING-ROW AT LINE SCREEN-LIN COL 03
       EXIT SECTION.

      *> THE VERSION IN FORCE IS ONLY SHOWN WHEN IT STILL ORDERS
      *> SOMETHING
       320-FLUSH-STANDING SECTION.
           IF NOT PEND-STO-YES
               EXIT SECTION
           END-IF
           MOVE "N" TO PEND-STO
           MOVE PEND-STO-DETAILS TO STO-DETAILS
           IF STO-QTY = ZERO
               EXIT SECTION
           END-IF
           PERFORM 170-NEXT-LINE
           MOVE SPACES TO STANDING-ROW
           MOVE STO-WEEKDAY TO SRW-WEEKDAY
           MOVE STO-SANDWICH-ID TO SRW-SAND-ID LOOKUP-SAND-ID
           PERFORM 180-SANDWICH-NAME
           MOVE SHOW-SAND-NAME TO SRW-SAND-NAME
           MOVE STO-QTY TO SRW-QTY
           MOVE ZERO TO SRW-EFF
           DISPLAY STANDING-ROW AT LINE SCREEN-LIN COL 03
       EXIT SECTION.

      *> THE SCHOOL'S OWN HOLIDAYS AND THE ONES KEYED FOR ALL
      *> SCHOOLS (SCHOOL ZERO) THAT HAVE NOT ENDED YET
       350-HOLIDAYS SECTION.
           MOVE HEAD-HOLIDAYS TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXSCHHOL
           IF HOL-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXSCHHOL NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF (HOL-SCHOOL-ID = ASK-SCHOOL-ID OR
                           HOL-SCHOOL-ID = ZERO) AND
                           HOL-TO-DATE >= TODAY-DATE
                           PERFORM 170-NEXT-LINE
                           MOVE SPACES TO HOLIDAY-ROW
                           MOVE HOL-ID TO HRW-ID
                           MOVE HOL-FROM-DATE TO HRW-FROM
                           MOVE HOL-TO-DATE TO HRW-TO
                           IF HOL-SCHOOL-ID = ZERO
                               MOVE TEXT-ALL-SCHOOLS TO HRW-SCOPE
                           END-IF
                           MOVE HOL-DESCRIPTION TO HRW-DESCRIPTION
                           DISPLAY HOLIDAY-ROW
                               AT LINE SCREEN-LIN COL 03
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHHOL
           PERFORM 175-END-OF-LIST
       EXIT SECTION.

      *> ORDERS FROM RECENT-DAYS BACK ONWARDS, COMING ONES
      *> INCLUDED, IN DELIVERY DATE ORDER. THE CLERK MAY THEN OPEN A
      *> DISPATCH NOTE OR AN INVOICE SEEN ON THE LIST
       400-RECENT-ORDERS SECTION.
           MOVE HEAD-ORDERS TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           ELSE
               MOVE ASK-SCHOOL-ID TO ORD-SCHOOL-ID
               MOVE RECENT-FROM-DATE TO ORD-DELIVERY-DATE
               MOVE ZERO TO ORD-SANDWICH-ID
               START FXORDERS KEY IS >= ORD-ID
                   INVALID KEY SET EOF-LIST TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-LIST TO TRUE
                       ELSE
                           PERFORM 170-NEXT-LINE
                           PERFORM 410-FILL-ORDER-ROW
                           DISPLAY ORDER-ROW
                               AT LINE SCREEN-LIN COL 03
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
           CLOSE FXSANDWICH
           IF LINE-ON-PAGE = ZERO
               PERFORM 175-END-OF-LIST
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-NOTE-NO ASK-INV-NO
           DISPLAY DRILL-ORDER-SCREEN
           ACCEPT DRILL-ORDER-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-NOTE-NO NOT = ZERO
               PERFORM 420-DRILL-DISPATCH-NOTE
           END-IF
           IF ASK-INV-NO NOT = ZERO
               PERFORM 520-DRILL-INVOICE-LINES
           END-IF
       EXIT SECTION.

       410-FILL-ORDER-ROW SECTION.
           MOVE SPACES TO ORDER-ROW
           MOVE ORD-DELIVERY-DATE TO ORW-DATE
           MOVE ORD-SANDWICH-ID TO ORW-SAND-ID LOOKUP-SAND-ID
           PERFORM 180-SANDWICH-NAME
           MOVE SHOW-SAND-NAME TO ORW-SAND-NAME
           MOVE ORD-QTY TO ORW-QTY
           MOVE ORD-STATUS TO ORW-STATUS
           MOVE ORD-DISPATCH-NOTE TO ORW-NOTE
           MOVE ORD-INVOICE-NO TO ORW-INVOICE
       EXIT SECTION.

      *> THE NOTE'S PROOF OF DELIVERY, IF ONE WAS TAKEN, ON THE
      *> FIRST LINE AND THE SCHOOL'S ORDERS THE NOTE CARRIED BELOW
       420-DRILL-DISPATCH-NOTE SECTION.
           MOVE HEAD-NOTE-LINES TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE SPACES TO DOC-TEXT
           OPEN INPUT FXPOD
           IF POD-STATUS-FS = ZERO
               MOVE ASK-NOTE-NO TO POD-NOTE-NO
               READ FXPOD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF POD-SCHOOL-ID = ASK-SCHOOL-ID
                           STRING "NOTE " DELIMITED BY SIZE
                               POD-NOTE-NO DELIMITED BY SIZE
                               " DELIVERED " DELIMITED BY SIZE
                               POD-DELIVERY-DATE DELIMITED BY SIZE
                               " AT " DELIMITED BY SIZE
                               POD-ARRIVAL-TIME DELIMITED BY SIZE
                               " LINES SIGNED " DELIMITED BY SIZE
                               POD-LINES-SIGNED DELIMITED BY SIZE
                               " SHORT " DELIMITED BY SIZE
                               POD-LINES-SHORT DELIMITED BY SIZE
                               INTO DOC-TEXT
                       END-IF
               END-READ
           END-IF
           CLOSE FXPOD
           IF DOC-TEXT NOT = SPACES
               PERFORM 170-NEXT-LINE
               DISPLAY DOC-TEXT AT LINE SCREEN-LIN COL 03
           END-IF
           MOVE "N" TO LIST-EOF-FLAG DOC-FOUND
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           ELSE
               MOVE ASK-SCHOOL-ID TO ORD-SCHOOL-ID
               MOVE ZERO TO ORD-DELIVERY-DATE ORD-SANDWICH-ID
               START FXORDERS KEY IS >= ORD-ID
                   INVALID KEY SET EOF-LIST TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-LIST TO TRUE
                       ELSE
                           IF ORD-DISPATCH-NOTE = ASK-NOTE-NO
                               MOVE "Y" TO DOC-FOUND
                               PERFORM 430-SHOW-NOTE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
           CLOSE FXSANDWICH
           IF NOT DOC-FOUND-YES
               MOVE ERROR-NO-NOTE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 175-END-OF-LIST
       EXIT SECTION.

       430-SHOW-NOTE-LINE SECTION.
           PERFORM 170-NEXT-LINE
           MOVE SPACES TO NOTE-LINE-ROW
           MOVE ORD-DELIVERY-DATE TO DRW-DATE
           MOVE ORD-SANDWICH-ID TO DRW-SAND-ID LOOKUP-SAND-ID
           PERFORM 180-SANDWICH-NAME
           MOVE SHOW-SAND-NAME TO DRW-SAND-NAME
           MOVE ORD-QTY TO DRW-QTY
           MOVE ORD-STATUS TO DRW-STATUS
           MOVE ORD-INVOICE-NO TO DRW-INVOICE
           DISPLAY NOTE-LINE-ROW AT LINE SCREEN-LIN COL 03
       EXIT SECTION.

      *> OPEN INVOICES AGED FROM THEIR PERIOD END, IN THE SAME
      *> BUCKETS AS THE STATEMENT OF ACCOUNT; ONE IN DIRECT DEBIT
      *> COLLECTION IS MARKED SO
       500-OPEN-INVOICES SECTION.
           MOVE HEAD-INVOICES TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXSCHINV NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF SCHINV-SCHOOL-ID = ASK-SCHOOL-ID AND
                           SCHINV-STATUS-OPEN
                           PERFORM 510-SHOW-OPEN-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
           IF LINE-ON-PAGE = ZERO
               PERFORM 175-END-OF-LIST
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-INV-NO
           DISPLAY DRILL-INVOICE-SCREEN
           ACCEPT DRILL-INVOICE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-INV-NO NOT = ZERO
               PERFORM 520-DRILL-INVOICE-LINES
           END-IF
       EXIT SECTION.

       510-SHOW-OPEN-INVOICE SECTION.
           COMPUTE GROSS-TOTAL = SCHINV-TOTAL + SCHINV-VAT-AMOUNT
           COMPUTE OPEN-BALANCE = GROSS-TOTAL - SCHINV-PAID-AMOUNT
           IF OPEN-BALANCE = ZERO
               EXIT SECTION
           END-IF
           PERFORM 170-NEXT-LINE
           MOVE SPACES TO INVOICE-ROW
           MOVE SCHINV-ID TO IRW-ID
           MOVE SCHINV-PERIOD-TO TO IRW-PERIOD-TO
           MOVE GROSS-TOTAL TO IRW-GROSS
           MOVE SCHINV-PAID-AMOUNT TO IRW-PAID
           MOVE OPEN-BALANCE TO IRW-OPEN
           COMPUTE AGE-DAYS = TODAY-DAY-NUMBER
               - INTEGER-OF-DATE (SCHINV-PERIOD-TO)
           EVALUATE TRUE
               WHEN AGE-DAYS <= 30
                   MOVE "0-30    " TO IRW-BUCKET
               WHEN AGE-DAYS <= 60
                   MOVE "31-60   " TO IRW-BUCKET
               WHEN AGE-DAYS <= 90
                   MOVE "61-90   " TO IRW-BUCKET
               WHEN OTHER
                   MOVE "OVER 90 " TO IRW-BUCKET
           END-EVALUATE
           IF SCHINV-IN-COLLECTION
               MOVE "DIRECT DEBIT" TO IRW-COLLECT
           END-IF
           DISPLAY INVOICE-ROW AT LINE SCREEN-LIN COL 03
       EXIT SECTION.

      *> ONLY AN INVOICE OF THIS SCHOOL IS OPENED; ITS SUMMARY
      *> COMES FIRST AND ITS LINES BELOW
       520-DRILL-INVOICE-LINES SECTION.
           MOVE "N" TO DOC-FOUND
           MOVE SPACES TO DOC-TEXT
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS = ZERO
               MOVE ASK-INV-NO TO SCHINV-ID
               READ FXSCHINV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SCHINV-SCHOOL-ID = ASK-SCHOOL-ID
                           MOVE "Y" TO DOC-FOUND
                           MOVE SCHINV-TOTAL TO SHOW-AMOUNT
                           MOVE SCHINV-VAT-AMOUNT TO SHOW-AMOUNT2
                           STRING "INVOICE " DELIMITED BY SIZE
                               SCHINV-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SCHINV-PERIOD-FROM DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               SCHINV-PERIOD-TO DELIMITED BY SIZE
                               " STATUS " DELIMITED BY SIZE
                               SCHINV-STATUS DELIMITED BY SIZE
                               " NET " DELIMITED BY SIZE
                               SHOW-AMOUNT DELIMITED BY SIZE
                               " VAT " DELIMITED BY SIZE
                               SHOW-AMOUNT2 DELIMITED BY SIZE
                               INTO DOC-TEXT
                       END-IF
               END-READ
           END-IF
           CLOSE FXSCHINV
           IF NOT DOC-FOUND-YES
               MOVE ERROR-NO-INVOICE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE HEAD-INV-LINES TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           PERFORM 170-NEXT-LINE
           DISPLAY DOC-TEXT AT LINE SCREEN-LIN COL 03
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXSCHINVLN
           IF SCHIL-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           ELSE
               MOVE ASK-INV-NO TO SCHIL-INV-ID
               MOVE ZERO TO SCHIL-LINE-NO
               START FXSCHINVLN KEY IS >= SCHIL-ID
                   INVALID KEY SET EOF-LIST TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXSCHINVLN NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF SCHIL-INV-ID NOT = ASK-INV-NO
                           SET EOF-LIST TO TRUE
                       ELSE
                           PERFORM 530-SHOW-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINVLN
           CLOSE FXSANDWICH
           PERFORM 175-END-OF-LIST
       EXIT SECTION.

       530-SHOW-INVOICE-LINE SECTION.
           PERFORM 170-NEXT-LINE
           MOVE SPACES TO INV-LINE-ROW
           MOVE SCHIL-LINE-NO TO LRW-LINE-NO
           MOVE SCHIL-DELIVERY-DATE TO LRW-DATE
           MOVE SCHIL-DISPATCH-NOTE TO LRW-NOTE
           MOVE SCHIL-SANDWICH-ID TO LRW-SAND-ID LOOKUP-SAND-ID
           PERFORM 180-SANDWICH-NAME
           MOVE SHOW-SAND-NAME TO LRW-SAND-NAME
           MOVE SCHIL-QTY TO LRW-QTY
           MOVE SCHIL-UNIT-PRICE TO LRW-PRICE
           MOVE SCHIL-AMOUNT TO LRW-AMOUNT
           DISPLAY INV-LINE-ROW AT LINE SCREEN-LIN COL 03
       EXIT SECTION.

      *> EVERY RECEIPT OF THE SCHOOL WITH WHAT IS STILL LEFT TO
      *> ALLOCATE; A RECEIPT CAN THEN BE OPENED ON ITS ALLOCATIONS
       600-RECEIPTS SECTION.
           MOVE HEAD-RECEIPTS TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXCASHRCPT
           IF RCPT-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXCASHRCPT NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF RCPT-SCHOOL-ID = ASK-SCHOOL-ID
                           PERFORM 170-NEXT-LINE
                           MOVE SPACES TO RECEIPT-ROW
                           MOVE RCPT-ID TO RRW-ID
                           MOVE RCPT-DATE TO RRW-DATE
                           MOVE RCPT-AMOUNT TO RRW-AMOUNT
                           MOVE RCPT-ALLOCATED TO RRW-ALLOCATED
                           COMPUTE RRW-UNALLOCATED =
                               RCPT-AMOUNT - RCPT-ALLOCATED
                           MOVE RCPT-BANK-REF TO RRW-BANK-REF
                           DISPLAY RECEIPT-ROW
                               AT LINE SCREEN-LIN COL 03
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCASHRCPT
           IF LINE-ON-PAGE = ZERO
               PERFORM 175-END-OF-LIST
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-RCPT-NO
           DISPLAY DRILL-RECEIPT-SCREEN
           ACCEPT DRILL-RECEIPT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-RCPT-NO NOT = ZERO
               PERFORM 610-DRILL-ALLOCATIONS
           END-IF
       EXIT SECTION.

       610-DRILL-ALLOCATIONS SECTION.
           MOVE "N" TO DOC-FOUND
           MOVE SPACES TO DOC-TEXT
           OPEN INPUT FXCASHRCPT
           IF RCPT-STATUS-FS = ZERO
               MOVE ASK-RCPT-NO TO RCPT-ID
               READ FXCASHRCPT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RCPT-SCHOOL-ID = ASK-SCHOOL-ID
                           MOVE "Y" TO DOC-FOUND
                           MOVE RCPT-AMOUNT TO SHOW-AMOUNT
                           MOVE RCPT-ALLOCATED TO SHOW-AMOUNT2
                           STRING "RECEIPT " DELIMITED BY SIZE
                               RCPT-ID DELIMITED BY SIZE
                               " OF " DELIMITED BY SIZE
                               RCPT-DATE DELIMITED BY SIZE
                               " AMOUNT " DELIMITED BY SIZE
                               SHOW-AMOUNT DELIMITED BY SIZE
                               " ALLOCATED " DELIMITED BY SIZE
                               SHOW-AMOUNT2 DELIMITED BY SIZE
                               INTO DOC-TEXT
                       END-IF
               END-READ
           END-IF
           CLOSE FXCASHRCPT
           IF NOT DOC-FOUND-YES
               MOVE ERROR-NO-RECEIPT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE HEAD-ALLOCATIONS TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           PERFORM 170-NEXT-LINE
           DISPLAY DOC-TEXT AT LINE SCREEN-LIN COL 03
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXRCPTALLOC
           IF RAL-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           ELSE
               MOVE ASK-RCPT-NO TO RAL-RCPT-ID
               MOVE ZERO TO RAL-LINE-NO
               START FXRCPTALLOC KEY IS >= RAL-ID
                   INVALID KEY SET EOF-LIST TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXRCPTALLOC NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF RAL-RCPT-ID NOT = ASK-RCPT-NO
                           SET EOF-LIST TO TRUE
                       ELSE
                           PERFORM 170-NEXT-LINE
                           MOVE SPACES TO ALLOC-ROW
                           MOVE RAL-LINE-NO TO ARW-LINE-NO
                           MOVE RAL-INV-ID TO ARW-INV-ID
                           MOVE RAL-AMOUNT TO ARW-AMOUNT
                           MOVE RAL-LAST-DATE TO ARW-DATE
                           DISPLAY ALLOC-ROW
                               AT LINE SCREEN-LIN COL 03
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRCPTALLOC
           PERFORM 175-END-OF-LIST
       EXIT SECTION.

       700-CREDIT-NOTES SECTION.
           MOVE HEAD-CREDITS TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF CRN-SCHOOL-ID = ASK-SCHOOL-ID
                           PERFORM 170-NEXT-LINE
                           MOVE SPACES TO CREDIT-ROW
                           MOVE CRN-ID TO CRW-ID
                           MOVE CRN-DATE TO CRW-DATE
                           MOVE CRN-INV-ID TO CRW-INV-ID
                           MOVE CRN-SANDWICH-ID TO CRW-SAND-ID
                           MOVE CRN-QTY TO CRW-QTY
                           MOVE CRN-AMOUNT TO CRW-AMOUNT
                           MOVE CRN-REASON-TEXT TO CRW-REASON
                           IF CRN-STATUS-CANCELLED
                               STRING "CANCELLED: " DELIMITED BY SIZE
                                   CRN-CANCEL-REASON DELIMITED BY SIZE
                                   INTO CRW-REASON
                           END-IF
                           DISPLAY CREDIT-ROW
                               AT LINE SCREEN-LIN COL 03
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCREDNOTE
           PERFORM 175-END-OF-LIST
       EXIT SECTION.

       750-OPEN-INCIDENTS SECTION.
           MOVE HEAD-INCIDENTS TO HEAD-TEXT
           PERFORM 160-SHOW-HEADER
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT FXINCIDENT
           IF INC-STATUS-FS NOT = ZERO
               SET EOF-LIST TO TRUE
           END-IF
           PERFORM UNTIL EOF-LIST
               READ FXINCIDENT NEXT RECORD
                   AT END SET EOF-LIST TO TRUE
                   NOT AT END
                       IF INC-SCHOOL-ID = ASK-SCHOOL-ID AND
                           NOT INC-STATUS-CLOSED
                           PERFORM 170-NEXT-LINE
                           MOVE SPACES TO INCIDENT-ROW
                           MOVE INC-ID TO NRW-ID
                           MOVE INC-DATE TO NRW-DATE
                           MOVE INC-STATUS TO NRW-STATUS
                           MOVE INC-SANDWICH-ID TO NRW-SAND-ID
                           MOVE INC-TEXT TO NRW-TEXT
                           DISPLAY INCIDENT-ROW
                               AT LINE SCREEN-LIN COL 03
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINCIDENT
           PERFORM 175-END-OF-LIST
       EXIT SECTION.
       END PROGRAM SCHINQ.
