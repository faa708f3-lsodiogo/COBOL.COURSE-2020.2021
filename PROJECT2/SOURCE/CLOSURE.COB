      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    EMERGENCY CLOSURE - WHEN SNOW SHUTS THE SCHOOLS OR A
      *    COUNCIL CALLS A STRIKE DAY, CANCELS THE DAY'S ORDERS IN
      *    ONE GO FOR ONE SCHOOL, EVERY SCHOOL OF A COUNCIL, EVERY
      *    STOP ON A ROUTE OR EVERYTHING. THE QUANTITIES ARE SHOWN
      *    PER SANDWICH BEFORE A SUPERVISOR CONFIRMS; EACH OPEN
      *    ORDER LINE CANCELLED (AND ANY NAMED MEAL ON IT) IS
      *    LOGGED ON FXLATECHG WITH THE CLOSURE REASON, THE DAY'S
      *    FXRESERV RESERVATIONS OF THE SITES CONCERNED ARE
      *    RELEASED AND THE REQUIREMENTS RUN IS GIVEN AGAIN FOR
      *    EACH SITE. THE OPEN PURCHASE-ORDER LINES WHOSE
      *    INGREDIENT WAS ONLY WANTED FOR THE CANCELLED VOLUME ARE
      *    LISTED SO THE BUYER CAN CALL THE SUPPLIERS.
      *    EVENT ORDERS OF NON-SCHOOL CUSTOMERS ARE NEVER TAKEN BY A
      *    CLOSURE; THEY ARE CANCELLED WITH THEIR EVENT IN EVENTORD.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSURE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCOUNCIL ASSIGN TO "FXCOUNCIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CNCL-ID
                   FILE STATUS CNCL-STATUS-FS.

               SELECT FXROUTE ASSIGN TO "FXROUTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTE-ID
                   FILE STATUS RTE-STATUS-FS.

               SELECT FXROUTESTOP ASSIGN TO "FXROUTESTOP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RST-ID
                   FILE STATUS RST-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXDAYCLOSE ASSIGN TO "FXDAYCLOSE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DCL-DATE
                   FILE STATUS DCL-STATUS-FS.

               SELECT FXLATECHG ASSIGN TO "FXLATECHG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LCH-ID
                   FILE STATUS LCH-STATUS-FS.

               SELECT FXMEALORD ASSIGN TO "FXMEALORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MEAL-ID
                   FILE STATUS MEAL-STATUS-FS.

               SELECT FXRESERV ASSIGN TO "FXRESERV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RSV-ID
                   FILE STATUS RSV-STATUS-FS.

               SELECT FXRECIPE ASSIGN TO "FXRECIPES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RECIPE-ID
                   FILE STATUS RECIPE-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXPURCHORD ASSIGN TO "FXPURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-ID
                   FILE STATUS PO-STATUS-FS.

               SELECT FXPOLINES ASSIGN TO "FXPOLINES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POL-ID
                   FILE STATUS POL-STATUS-FS.

               SELECT FXPOLINE ASSIGN TO "FXPOLINE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLN-ID
                   FILE STATUS PLN-STATUS-FS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPPLY-STATUS.

               SELECT LISTING-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCOUNCIL.
           COPY FD-COUNCIL.
       FD FXROUTE.
           COPY FD-ROUTE.
       FD FXROUTESTOP.
           COPY FD-ROUTESTOP.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXDAYCLOSE.
           COPY FD-DAYCLOSE.
       FD FXLATECHG.
           COPY FD-LATECHG.
       FD FXMEALORD.
           COPY FD-MEALORD.
       FD FXRESERV.
           COPY FD-RESERV.
       FD FXRECIPE.
           COPY FD-RECIPE.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXPOLINES.
           COPY FD-POLINE.
      *> FXPOLINE CARRIES THE FD-POLINE LAYOUT TOO; ONLY ITS KEY IS
      *> NAMED HERE AND THE RECORD IS VALUED THROUGH POL-DETAILS
       FD FXPOLINE.
       01  PLN-RECORD.
           05  PLN-ID.
               10  PLN-PO-ID                PIC 9(006).
               10  PLN-LINE-NO              PIC 9(003).
           05  FILLER                       PIC X(078).
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD LISTING-FILE.
       01  LISTING-LINE                     PIC X(110).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "EMERGENCY CLOSURE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  SCOPE-TEXT
           VALUE "SCOPE (S)CHOOL (C)OUNCIL (R)OUTE (A)LL:".
       78  SCOPE-ID-TEXT
           VALUE "SCHOOL / COUNCIL / ROUTE ID:".
       78  REASON-TEXT         VALUE "CLOSURE REASON:".
       78  PREVIEW-HEAD-TEXT
           VALUE "SANDWICH  NAME                            QTY".
       78  PREVIEW-LINES-TEXT  VALUE "ORDER LINES TO CANCEL:".
       78  PREVIEW-QTY-TEXT    VALUE "TOTAL QUANTITY:".
       78  CONFIRM-TEXT
           VALUE "CANCEL ALL THESE ORDER LINES? (Y)ES/(N)O".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY TO GO FORWARD".
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SUPERVISOR MAY CLOSE A DAY'S ORDERS".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  ERROR-PERIOD-CLOSED
           VALUE "THAT DATE FALLS IN A CLOSED ACCOUNTING PERIOD".
       78  ERROR-DAY-CLOSED
           VALUE "THAT DELIVERY DATE WAS CLOSED BY THE END-OF-DAY "-
           "RUN - NO BACKDATED ENTRIES".
       78  ERROR-SCOPE
           VALUE "SCOPE MUST BE S, C, R OR A".
       78  ERROR-SCOPE-ID
           VALUE "NO SCHOOL, COUNCIL OR ROUTE WITH THAT ID".
       78  EMPTY-LIST-TEXT
           VALUE "NO OPEN ORDERS IN THAT SCOPE FOR THE DAY".
       78  CLOSURE-ABANDONED
           VALUE "NOTHING CANCELLED, PRESS ANY KEY".
       78  RERUN-TEXT
           VALUE "THE REQUIREMENTS RUN FOLLOWS - KEY DATE ".
       78  CLOSURE-DONE-TEXT   VALUE "LINES CANCELLED:".
       78  CLOSURE-PO-TEXT     VALUE "PO LINES TO CALL:".
       78  CLOSURE-FILE-TEXT   VALUE "- SEE THE DATED FILE".
       78  CLOSURE-REASON-LEAD VALUE "CLOSURE - ".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CNCL-STATUS-FS                   PIC 9(002).
       77  RTE-STATUS-FS                    PIC 9(002).
       77  RST-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  DCL-STATUS-FS                    PIC 9(002).
       77  LCH-STATUS-FS                    PIC 9(002).
       77  MEAL-STATUS-FS                   PIC 9(002).
       77  RSV-STATUS-FS                    PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  PLN-STATUS-FS                    PIC 9(002).
       77  SUPPLY-STATUS                    PIC 9(002).
       77  LISTING-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).
       01  PERCHK-REQUEST.
           05  PERCHK-DATE                  PIC 9(008).
           05  PERCHK-OPEN                  PIC X(001).
               88  PERCHK-OPEN-YES          VALUE "Y".

      *> EFFECTIVE-DATED RECIPE VERSION SELECTION (SEE FD-RECIPE):
      *> ONLY THE LINE IN FORCE ON RECIPE-ASOF-DATE IS TAKEN
       01  VERSION-IN-FORCE                 PIC X(001).
           88  VERSION-IN-FORCE-YES         VALUE "Y".
       01  SAVE-RECIPE-SAND                 PIC 9(005).
       01  SAVE-RECIPE-ING                  PIC 9(005).
       01  SAVE-RECIPE-EFF                  PIC 9(008).
       01  NEXT-VERSION-EFF                 PIC 9(008).
       01  NEXT-VERSION-SAME                PIC X(001).
           88  NEXT-VERSION-SAME-YES        VALUE "Y".
       01  RECIPE-ASOF-DATE                 PIC 9(008).

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).

       01  CLOSE-SCOPE                      PIC X(001).
           88  SCOPE-SCHOOL                 VALUE "S".
           88  SCOPE-COUNCIL                VALUE "C".
           88  SCOPE-ROUTE                  VALUE "R".
           88  SCOPE-ALL                    VALUE "A".
           88  SCOPE-VALID                  VALUE "S" "C" "R" "A".
       01  CLOSE-SCOPE-ID                   PIC 9(005).
       01  CLOSE-REASON                     PIC X(040).
       01  SCOPE-FOUND                      PIC X(001).
           88  SCOPE-FOUND-YES              VALUE "Y".
       01  DAY-IS-CLOSED                    PIC X(001).
           88  DAY-IS-CLOSED-YES            VALUE "Y".
       01  CONFIRM-ANSWER                   PIC X(002).
           88  CONFIRM-YES                  VALUE "Y" "y" "S" "s".
           88  CONFIRM-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

      *> THE SCHOOLS A COUNCIL OR ROUTE SCOPE COVERS ARE FLAGGED
      *> ONCE UP FRONT, SO EACH ORDER LINE IS TESTED BY ITS SCHOOL ID
       78  MAX-SCHOOL                       VALUE 99999.
       01  SCOPE-SCHOOL-TABLE.
           05  SCOPE-SCHOOL-FLAG OCCURS MAX-SCHOOL TIMES
               PIC X(001).
       01  LINE-IN-SCOPE                    PIC X(001).
           88  LINE-IN-SCOPE-YES            VALUE "Y".

       78  MAX-ITEM                         VALUE 9999.
       01  SAND-CANCEL-TABLE.
           05  SAND-CANCEL-QTY OCCURS MAX-ITEM TIMES
               PIC 9(007).
       01  SAND-REMAIN-TABLE.
           05  SAND-REMAIN-FLAG OCCURS MAX-ITEM TIMES
               PIC X(001).
       01  ING-CANCEL-TABLE.
           05  ING-CANCEL-FLAG OCCURS MAX-ITEM TIMES
               PIC X(001).
       01  ING-REMAIN-TABLE.
           05  ING-REMAIN-FLAG OCCURS MAX-ITEM TIMES
               PIC X(001).
       01  EXPLODE-FOR                      PIC X(001).
           88  EXPLODE-CANCELLED            VALUE "C".
           88  EXPLODE-REMAINING            VALUE "R".
       77  ITEM-IX                          PIC 9(005).

      *> THE PRODUCTION SITES WHOSE KITCHENS LOST VOLUME; THEIR
      *> RESERVATIONS ARE RELEASED AND THEIR RUNS GIVEN AGAIN
       78  MAX-SITES                        VALUE 20.
       01  SITE-TABLE.
           05  SITE-CODE OCCURS MAX-SITES TIMES
               PIC X(002).
       01  SITE-COUNT                       PIC 9(002).
       77  SITE-IX                          PIC 9(002).
       01  CHECK-SITE                       PIC X(002).
       01  SITE-LISTED                      PIC X(001).
           88  SITE-LISTED-YES              VALUE "Y".

       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".
       01  SCHOOL-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-SCHOOL                   VALUE "Y".
       01  RST-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RST                      VALUE "Y".
       01  LCH-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-LCH                      VALUE "Y".
       01  MEAL-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-MEAL                     VALUE "Y".
       01  RSV-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RSV                      VALUE "Y".
       01  RECIPE-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-RECIPE                   VALUE "Y".
       01  POL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-POL                      VALUE "Y".

       01  NEXT-LCH-ID                      PIC 9(006).
       01  LCH-OPEN                         PIC X(001).
           88  LCH-OPEN-YES                 VALUE "Y".
       01  PREVIEW-LINES                    PIC 9(005).
       01  PREVIEW-QTY                      PIC 9(007).
       01  EXAMINED-COUNT                   PIC 9(007).
       01  CANCELLED-COUNT                  PIC 9(007).
       01  SKIPPED-COUNT                    PIC 9(007).
       01  PO-LINE-COUNT                    PIC 9(007).
       01  OUTSTANDING-QTY                  PIC 9(005).
       01  RUN-START-STAMP                  PIC 9(014).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).
       01  SHOW-COUNT                       PIC ZZZZZZ9.
       01  SHOW-PO-COUNT                    PIC ZZZZZZ9.
       01  SHOW-DATE                        PIC X(010).

       01  REPORT-FILENAME                  PIC X(040).
       01  LISTING-TITLE.
           05  FILLER                       PIC X(030)
               VALUE "EMERGENCY CLOSURE OF ".
           05  LT-DATE                      PIC X(010).
           05  FILLER                       PIC X(003) VALUE " - ".
           05  LT-REASON                    PIC X(040).
       01  LISTING-HEADING.
           05  FILLER                       PIC X(050)
               VALUE "PO     LINE SUPPL. NAME".
           05  FILLER                       PIC X(037)
               VALUE "INGR.  NAME".
           05  FILLER                       PIC X(017)
               VALUE "  OPEN  UNIT SITE".
       01  LISTING-DETAIL.
           05  LD-PO-ID                     PIC 9(006).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-LINE-NO                   PIC 9(003).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-SUPPLIER-ID               PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-SUPPLIER-NAME             PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-ING-ID                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-ING-NAME                  PIC X(030).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-OPEN-QTY                  PIC ZZZZ9.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-UNIT                      PIC X(003).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-SITE                      PIC X(002).

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
       01  ASK-CLOSURE-SCREEN.
           05 VALUE GEN-TEXT-DATE LINE 08 COL 15.
           05 AC-DAY PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-DAY REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AC-MONTH PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AC-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO GEN-YEAR REQUIRED.
           05 VALUE SCOPE-TEXT LINE 10 COL 15.
           05 AC-SCOPE PIC X(001) LINE 10 COL PLUS 1
               TO CLOSE-SCOPE REQUIRED.
           05 VALUE SCOPE-ID-TEXT LINE 12 COL 15.
           05 AC-SCOPE-ID PIC 9(005) LINE 12 COL PLUS 1
               TO CLOSE-SCOPE-ID BLANK WHEN ZERO.
           05 VALUE REASON-TEXT LINE 14 COL 15.
           05 AC-REASON PIC X(040) LINE 14 COL PLUS 1
               TO CLOSE-REASON REQUIRED AUTO.
      ******************************************************************
       01  PREVIEW-HEAD-SCREEN.
           05 VALUE PREVIEW-HEAD-TEXT LINE 08 COL 10.
      ******************************************************************
       01  PREVIEW-TOTAL-SCREEN.
           05 VALUE PREVIEW-LINES-TEXT LINE 22 COL 10.
           05 PT-LINES PIC ZZZZ9 FROM PREVIEW-LINES
               LINE 22 COL PLUS 1.
           05 VALUE PREVIEW-QTY-TEXT LINE 22 COL 45.
           05 PT-QTY PIC ZZZZZZ9 FROM PREVIEW-QTY
               LINE 22 COL PLUS 1.
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
       01 CONFIRM-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE CONFIRM-TEXT LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 CONFIRM-IT PIC X(002) LINE 25 COL PLUS 1
               TO CONFIRM-ANSWER
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 100-ASK-CLOSURE
           IF KEYSTATUS = 1003
               CLOSE FXSCHOOL
               EXIT PROGRAM
           END-IF
           PERFORM 200-PREVIEW-CANCELLATION
           IF PREVIEW-LINES = ZERO
               CLOSE FXSCHOOL
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO CONFIRM-ANSWER
           PERFORM WITH TEST AFTER UNTIL CONFIRM-VALID
               DISPLAY CONFIRM-SCREEN
               ACCEPT CONFIRM-SCREEN
           END-PERFORM
           IF NOT CONFIRM-YES
               CLOSE FXSCHOOL
               MOVE CLOSURE-ABANDONED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           PERFORM 300-CANCEL-ORDERS
           CLOSE FXSCHOOL
      *> THE CANCELLED VOLUME MUST STOP HOLDING STOCK AT ONCE, EVEN
      *> IF THE REQUIREMENTS RUN THAT FOLLOWS IS LEFT WITH F3
           PERFORM 400-RELEASE-RESERVATIONS
           PERFORM 450-RERUN-REQUIREMENTS
           PERFORM 500-LIST-PO-LINES
           MOVE "CLOSURE" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE EXAMINED-COUNT TO RLOG-PROCESSED
           MOVE CANCELLED-COUNT TO RLOG-ACCEPTED
           MOVE SKIPPED-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE CANCELLED-COUNT TO SHOW-COUNT
           MOVE PO-LINE-COUNT TO SHOW-PO-COUNT
           MOVE SPACES TO ERROR-TEXT
           STRING CLOSURE-DONE-TEXT DELIMITED BY SIZE
               SHOW-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CLOSURE-PO-TEXT DELIMITED BY SIZE
               SHOW-PO-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLOSURE-FILE-TEXT DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
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

      *> THE DATE MUST BE A REAL ONE IN AN OPEN PERIOD AND NOT YET
      *> SIGNED OFF BY THE END-OF-DAY CLOSE, AND THE SCOPE ID MUST
      *> NAME A SCHOOL, COUNCIL OR ROUTE ON FILE. FXSCHOOL IS LEFT
      *> OPEN FOR THE PASSES THAT FOLLOW.
       100-ASK-CLOSURE SECTION.
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS NOT = ZERO AND SCHOOL-STATUS NOT = 35 THEN
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO SCOPE-FOUND
           PERFORM WITH TEST AFTER UNTIL SCOPE-FOUND-YES
               OR KEYSTATUS = 1003
               MOVE ZERO TO GEN-DATE-NUM CLOSE-SCOPE-ID
               MOVE SPACES TO CLOSE-SCOPE CLOSE-REASON
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY ASK-CLOSURE-SCREEN
               ACCEPT ASK-CLOSURE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               MOVE UPPER-CASE (CLOSE-SCOPE) TO CLOSE-SCOPE
               PERFORM 110-VALIDATE-DATE
               MOVE GEN-DATE-NUM TO PERCHK-DATE
               CALL "PERCHK" USING PERCHK-REQUEST
               PERFORM 120-CHECK-DAY-CLOSED
               EVALUATE TRUE
                   WHEN NOT VALID-DATE-YES
                       MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN NOT PERCHK-OPEN-YES
                       MOVE ERROR-PERIOD-CLOSED TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN DAY-IS-CLOSED-YES
                       MOVE ERROR-DAY-CLOSED TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN NOT SCOPE-VALID
                       MOVE ERROR-SCOPE TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   WHEN OTHER
                       PERFORM 130-BUILD-SCOPE
                       IF NOT SCOPE-FOUND-YES
                           MOVE ERROR-SCOPE-ID TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                       END-IF
               END-EVALUATE
           END-PERFORM
       EXIT SECTION.

       110-VALIDATE-DATE SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           MOVE "N" TO BISSEXTO
           IF FUNCTION MOD (GEN-YEAR, 4) = 0 AND
               (FUNCTION MOD (GEN-YEAR, 100) NOT = 0 OR
                FUNCTION MOD (GEN-YEAR, 400) = 0)
               MOVE "S" TO BISSEXTO
           END-IF
           EVALUATE GEN-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF GEN-DAY >= 1 AND GEN-DAY <= 31
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF GEN-DAY >= 1 AND GEN-DAY <= 30
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 2
                   IF BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 29
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
                   IF NOT BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 28
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

       120-CHECK-DAY-CLOSED SECTION.
           MOVE "N" TO DAY-IS-CLOSED
           OPEN INPUT FXDAYCLOSE
           IF DCL-STATUS-FS = ZERO THEN
               MOVE GEN-DATE-NUM TO DCL-DATE
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

      *> FLAGS THE SCHOOLS THE SCOPE COVERS; "ALL" NEEDS NO TABLE
       130-BUILD-SCOPE SECTION.
           MOVE "N" TO SCOPE-FOUND
           MOVE ALL "N" TO SCOPE-SCHOOL-TABLE
           EVALUATE TRUE
               WHEN SCOPE-ALL
                   MOVE "Y" TO SCOPE-FOUND
               WHEN SCOPE-SCHOOL
                   IF SCHOOL-STATUS = ZERO
                       MOVE CLOSE-SCOPE-ID TO SCHOOL-ID
                       READ FXSCHOOL
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO SCOPE-FOUND
                               MOVE "Y" TO
                                   SCOPE-SCHOOL-FLAG (SCHOOL-ID)
                       END-READ
                   END-IF
               WHEN SCOPE-COUNCIL
                   PERFORM 140-SCOPE-COUNCIL-SCHOOLS
               WHEN SCOPE-ROUTE
                   PERFORM 150-SCOPE-ROUTE-SCHOOLS
           END-EVALUATE
       EXIT SECTION.

       140-SCOPE-COUNCIL-SCHOOLS SECTION.
           IF CLOSE-SCOPE-ID > 9999 OR SCHOOL-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           OPEN INPUT FXCOUNCIL
           IF CNCL-STATUS-FS NOT = ZERO THEN
               CLOSE FXCOUNCIL
               EXIT SECTION
           END-IF
           MOVE CLOSE-SCOPE-ID TO CNCL-ID
           READ FXCOUNCIL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SCOPE-FOUND
           END-READ
           CLOSE FXCOUNCIL
           IF NOT SCOPE-FOUND-YES
               EXIT SECTION
           END-IF
           MOVE "N" TO SCHOOL-EOF-FLAG
           MOVE ZERO TO SCHOOL-ID
           START FXSCHOOL KEY IS >= SCHOOL-ID
               INVALID KEY SET EOF-SCHOOL TO TRUE
           END-START
           PERFORM UNTIL EOF-SCHOOL
               READ FXSCHOOL NEXT RECORD
                   AT END SET EOF-SCHOOL TO TRUE
                   NOT AT END
                       IF SCHOOL-COUNCIL-ID = CLOSE-SCOPE-ID AND
                           SCHOOL-ID >= 1
                           MOVE "Y" TO SCOPE-SCHOOL-FLAG (SCHOOL-ID)
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       150-SCOPE-ROUTE-SCHOOLS SECTION.
           IF CLOSE-SCOPE-ID > 999
               EXIT SECTION
           END-IF
           OPEN INPUT FXROUTE
           IF RTE-STATUS-FS NOT = ZERO THEN
               CLOSE FXROUTE
               EXIT SECTION
           END-IF
           MOVE CLOSE-SCOPE-ID TO RTE-ID
           READ FXROUTE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SCOPE-FOUND
           END-READ
           CLOSE FXROUTE
           IF NOT SCOPE-FOUND-YES
               EXIT SECTION
           END-IF
           OPEN INPUT FXROUTESTOP
           IF RST-STATUS-FS NOT = ZERO THEN
               CLOSE FXROUTESTOP
               EXIT SECTION
           END-IF
           MOVE "N" TO RST-EOF-FLAG
           MOVE CLOSE-SCOPE-ID TO RST-ROUTE-ID
           MOVE ZERO TO RST-SEQ
           START FXROUTESTOP KEY IS >= RST-ID
               INVALID KEY SET EOF-RST TO TRUE
           END-START
           PERFORM UNTIL EOF-RST
               READ FXROUTESTOP NEXT RECORD
                   AT END SET EOF-RST TO TRUE
                   NOT AT END
                       IF RST-ROUTE-ID NOT = CLOSE-SCOPE-ID
                           SET EOF-RST TO TRUE
                       ELSE
                           IF RST-SCHOOL-ID >= 1
                               MOVE "Y" TO
                                   SCOPE-SCHOOL-FLAG (RST-SCHOOL-ID)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXROUTESTOP
       EXIT SECTION.

       160-CHECK-LINE-SCOPE SECTION.
           MOVE "N" TO LINE-IN-SCOPE
           IF ORD-SCHOOL-ID > MAX-SCHOOL
               EXIT SECTION
           END-IF
           IF SCOPE-ALL
               MOVE "Y" TO LINE-IN-SCOPE
           ELSE
               IF ORD-SCHOOL-ID >= 1
                   MOVE SCOPE-SCHOOL-FLAG (ORD-SCHOOL-ID)
                       TO LINE-IN-SCOPE
               END-IF
           END-IF
       EXIT SECTION.

      *> TOTALS THE OPEN LINES IN SCOPE PER SANDWICH AND SHOWS THEM
      *> A SCREEN AT A TIME; NOTHING IS TOUCHED UNTIL THE CONFIRM
       200-PREVIEW-CANCELLATION SECTION.
           MOVE ZERO TO PREVIEW-LINES PREVIEW-QTY
           INITIALIZE SAND-CANCEL-TABLE
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           PERFORM 160-CHECK-LINE-SCOPE
                           IF LINE-IN-SCOPE-YES AND ORD-STATUS-OPEN
                               ADD 1 TO PREVIEW-LINES
                               ADD ORD-QTY TO PREVIEW-QTY
                               IF ORD-SANDWICH-ID >= 1 AND
                                   ORD-SANDWICH-ID <= MAX-ITEM
                                   ADD ORD-QTY TO
                                     SAND-CANCEL-QTY (ORD-SANDWICH-ID)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
           IF PREVIEW-LINES = ZERO
               EXIT SECTION
           END-IF
           MOVE ZERO TO LINE-ON-PAGE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY PREVIEW-HEAD-SCREEN
           OPEN INPUT FXSANDWICH
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF SAND-CANCEL-QTY (ITEM-IX) > ZERO
                   PERFORM 210-SHOW-ONE-SANDWICH
               END-IF
           END-PERFORM
           CLOSE FXSANDWICH
           DISPLAY PREVIEW-TOTAL-SCREEN
       EXIT SECTION.

       210-SHOW-ONE-SANDWICH SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY PREVIEW-HEAD-SCREEN
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 9 + LINE-ON-PAGE
           MOVE SPACES TO SANDWICH-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE ITEM-IX TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           DISPLAY ITEM-IX AT LINE SCREEN-LIN COL 10
           DISPLAY SANDWICH-NAME AT LINE SCREEN-LIN COL 20
           DISPLAY SAND-CANCEL-QTY (ITEM-IX)
               AT LINE SCREEN-LIN COL 50
       EXIT SECTION.

      *> EVERY OPEN LINE IN SCOPE IS DELETED RATHER THAN LEFT AT
      *> ZERO, SO DISPATCH, LABELS AND INVOICING NEVER MEET AN EMPTY
      *> LINE; THE LATE-CHANGE LOG KEEPS WHAT WAS THERE AND WHY.
      *> LINES ALREADY DISPATCHED OR INVOICED ARE LEFT ALONE.
       300-CANCEL-ORDERS SECTION.
           MOVE ZERO TO EXAMINED-COUNT CANCELLED-COUNT SKIPPED-COUNT
           MOVE ZERO TO SITE-COUNT
           PERFORM 320-OPEN-LATE-CHANGES
           OPEN I-O FXMEALORD
           MOVE "N" TO ORD-EOF-FLAG
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           PERFORM 160-CHECK-LINE-SCOPE
                           IF LINE-IN-SCOPE-YES
                               ADD 1 TO EXAMINED-COUNT
                               IF ORD-STATUS-OPEN
                                   PERFORM 310-CANCEL-ONE-LINE
                               ELSE
                                   ADD 1 TO SKIPPED-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
           CLOSE FXMEALORD
           IF LCH-OPEN-YES
               CLOSE FXLATECHG
           END-IF
       EXIT SECTION.

       310-CANCEL-ONE-LINE SECTION.
           IF LCH-OPEN-YES
               MOVE NEXT-LCH-ID TO LCH-ID
               MOVE ORD-DELIVERY-DATE TO LCH-DELIVERY-DATE
               MOVE ORD-SCHOOL-ID TO LCH-SCHOOL-ID
               MOVE ORD-SANDWICH-ID TO LCH-SANDWICH-ID
               MOVE ORD-QTY TO LCH-OLD-QTY
               MOVE ZERO TO LCH-NEW-QTY
               MOVE SPACES TO LCH-REASON
               STRING CLOSURE-REASON-LEAD DELIMITED BY SIZE
                   CLOSE-REASON DELIMITED BY SIZE
                   INTO LCH-REASON
               MOVE FUNCTION CURRENT-DATE (1:14) TO LCH-STAMP
               CALL "GETOPER" USING LCH-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO LCH-LAST-DATE
               WRITE LCH-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO NEXT-LCH-ID
           END-IF
           IF MEAL-STATUS-FS = ZERO
               PERFORM 330-CANCEL-LINE-MEALS
           END-IF
           MOVE "01" TO CHECK-SITE
           IF SCHOOL-STATUS = ZERO
               MOVE ORD-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SCHOOL-SITE NOT = SPACES
                           MOVE SCHOOL-SITE TO CHECK-SITE
                       END-IF
               END-READ
           END-IF
           PERFORM 340-NOTE-SITE
           DELETE FXORDERS RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CANCELLED-COUNT
           END-DELETE
       EXIT SECTION.

      *> ONE I-O HANDLE FOR THE WHOLE PASS; THE NEXT FREE ID IS
      *> FOUND ONCE AND HANDED OUT IN TURN
       320-OPEN-LATE-CHANGES SECTION.
           MOVE "N" TO LCH-OPEN
           MOVE 1 TO NEXT-LCH-ID
           MOVE "N" TO LCH-EOF-FLAG
           OPEN I-O FXLATECHG
           IF LCH-STATUS-FS = 35 THEN
               CLOSE FXLATECHG
               OPEN OUTPUT FXLATECHG
           ELSE
               IF LCH-STATUS-FS NOT = ZERO THEN
                   CLOSE FXLATECHG
                   EXIT SECTION
               END-IF
               PERFORM UNTIL EOF-LCH
                   READ FXLATECHG NEXT RECORD
                       AT END SET EOF-LCH TO TRUE
                       NOT AT END
                           IF LCH-ID >= NEXT-LCH-ID
                               COMPUTE NEXT-LCH-ID = LCH-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "Y" TO LCH-OPEN
       EXIT SECTION.

      *> A NAMED MEAL IS PART OF ITS LINE'S QUANTITY (SEE
      *> FD-MEALORD); LEFT BEHIND IT WOULD STILL BE LABELLED, MADE
      *> AND PICKED FOR A SCHOOL THAT IS SHUT
       330-CANCEL-LINE-MEALS SECTION.
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE ORD-DELIVERY-DATE TO MEAL-DELIVERY-DATE
           MOVE ORD-SCHOOL-ID TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = ORD-DELIVERY-DATE
                           OR MEAL-SCHOOL-ID NOT = ORD-SCHOOL-ID
                           SET EOF-MEAL TO TRUE
                       ELSE
                           IF MEAL-SANDWICH-ID = ORD-SANDWICH-ID
                               AND MEAL-STATUS-OPEN
                               DELETE FXMEALORD RECORD
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       340-NOTE-SITE SECTION.
           MOVE "N" TO SITE-LISTED
           PERFORM VARYING SITE-IX FROM 1 BY 1
               UNTIL SITE-IX > SITE-COUNT
               IF SITE-CODE (SITE-IX) = CHECK-SITE
                   MOVE "Y" TO SITE-LISTED
               END-IF
           END-PERFORM
           IF NOT SITE-LISTED-YES AND SITE-COUNT < MAX-SITES
               ADD 1 TO SITE-COUNT
               MOVE CHECK-SITE TO SITE-CODE (SITE-COUNT)
           END-IF
       EXIT SECTION.

      *> THE SAME RELEASE PRODREQ MAKES BEFORE A RE-RUN, FOR EVERY
      *> SITE THAT LOST VOLUME
       400-RELEASE-RESERVATIONS SECTION.
           IF SITE-COUNT = ZERO
               EXIT SECTION
           END-IF
           OPEN I-O FXRESERV
           IF RSV-STATUS-FS NOT = ZERO THEN
               CLOSE FXRESERV
               EXIT SECTION
           END-IF
           MOVE "N" TO RSV-EOF-FLAG
           MOVE ZERO TO RSV-ING-ID RSV-DATE
           MOVE LOW-VALUES TO RSV-SITE
           START FXRESERV KEY IS >= RSV-ID
               INVALID KEY SET EOF-RSV TO TRUE
           END-START
           PERFORM UNTIL EOF-RSV
               READ FXRESERV NEXT RECORD
                   AT END SET EOF-RSV TO TRUE
                   NOT AT END
                       IF RSV-DATE = GEN-DATE-NUM
                           MOVE RSV-SITE TO CHECK-SITE
                           MOVE "N" TO SITE-LISTED
                           PERFORM VARYING SITE-IX FROM 1 BY 1
                               UNTIL SITE-IX > SITE-COUNT
                               IF SITE-CODE (SITE-IX) = CHECK-SITE
                                   MOVE "Y" TO SITE-LISTED
                               END-IF
                           END-PERFORM
                           IF SITE-LISTED-YES
                               DELETE FXRESERV RECORD
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRESERV
       EXIT SECTION.

      *> THE REQUIREMENTS RUN IS THE ORDINARY INTERACTIVE PROGRAM;
      *> THE CLERK IS TOLD WHICH DATE AND SITE TO KEY FOR EACH ONE
       450-RERUN-REQUIREMENTS SECTION.
           STRING GEN-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               GEN-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               GEN-YEAR DELIMITED BY SIZE
               INTO SHOW-DATE
           PERFORM VARYING SITE-IX FROM 1 BY 1
               UNTIL SITE-IX > SITE-COUNT
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE SPACES TO ERROR-TEXT
               STRING RERUN-TEXT DELIMITED BY SIZE
                   SHOW-DATE DELIMITED BY SIZE
                   ", SITE " DELIMITED BY SIZE
                   SITE-CODE (SITE-IX) DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
               CALL "PRODREQ"
               CANCEL "PRODREQ"
           END-PERFORM
       EXIT SECTION.

      *> AN INGREDIENT IS ONLY WANTED FOR THE CLOSED DAY WHEN A
      *> CANCELLED SANDWICH USES IT AND NO OPEN ORDER LEFT FROM THAT
      *> DATE ON DOES; THE OPEN PO LINES FOR IT DELIVERING TO A SITE
      *> THAT LOST VOLUME ARE LISTED FOR THE BUYER
       500-LIST-PO-LINES SECTION.
           MOVE ZERO TO PO-LINE-COUNT
           MOVE ALL "N" TO SAND-REMAIN-TABLE
           MOVE ALL "N" TO ING-CANCEL-TABLE
           MOVE ALL "N" TO ING-REMAIN-TABLE
           PERFORM 510-MARK-REMAINING-ORDERS
           MOVE GEN-DATE-NUM TO RECIPE-ASOF-DATE
           OPEN INPUT FXRECIPE
           IF RECIPE-STATUS = ZERO THEN
               PERFORM VARYING ITEM-IX FROM 1 BY 1
                   UNTIL ITEM-IX > MAX-ITEM
                   IF SAND-CANCEL-QTY (ITEM-IX) > ZERO
                       SET EXPLODE-CANCELLED TO TRUE
                       PERFORM 520-EXPLODE-SANDWICH
                   END-IF
                   IF SAND-REMAIN-FLAG (ITEM-IX) = "Y"
                       SET EXPLODE-REMAINING TO TRUE
                       PERFORM 520-EXPLODE-SANDWICH
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FXRECIPE
           MOVE SPACES TO REPORT-FILENAME
           STRING "CLOSURE-" DELIMITED BY SIZE
               GEN-DATE-NUM DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT LISTING-FILE
           MOVE SHOW-DATE TO LT-DATE
           MOVE CLOSE-REASON TO LT-REASON
           WRITE LISTING-LINE FROM LISTING-TITLE
           WRITE LISTING-LINE FROM LISTING-HEADING
           OPEN INPUT FXPURCHORD
           OPEN INPUT FXSUPPLY
           OPEN INPUT FXINGRED
           IF PO-STATUS-FS = ZERO THEN
               OPEN INPUT FXPOLINES
               IF POL-STATUS-FS = ZERO THEN
                   MOVE "N" TO POL-EOF-FLAG
                   PERFORM UNTIL EOF-POL
                       READ FXPOLINES NEXT RECORD
                           AT END SET EOF-POL TO TRUE
                           NOT AT END
                               PERFORM 530-CHECK-ONE-PO-LINE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FXPOLINES
               OPEN INPUT FXPOLINE
               IF PLN-STATUS-FS = ZERO THEN
                   MOVE "N" TO POL-EOF-FLAG
                   PERFORM UNTIL EOF-POL
                       READ FXPOLINE NEXT RECORD
                           AT END SET EOF-POL TO TRUE
                           NOT AT END
                               MOVE PLN-RECORD TO POL-DETAILS
                               PERFORM 530-CHECK-ONE-PO-LINE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FXPOLINE
           END-IF
           CLOSE FXINGRED
           CLOSE FXSUPPLY
           CLOSE FXPURCHORD
           CLOSE LISTING-FILE
           MOVE "CLOSURE" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "CLOSURE" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           COMPUTE RCAT-LINES = PO-LINE-COUNT + 2
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

      *> THE CANCELLED LINES ARE GONE BY NOW, SO EVERY OPEN LINE
      *> FROM THE DATE ON IS VOLUME THAT STILL HAS TO BE MADE
       510-MARK-REMAINING-ORDERS SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-STATUS-OPEN AND
                           ORD-SANDWICH-ID >= 1 AND
                           ORD-SANDWICH-ID <= MAX-ITEM
                           MOVE "Y" TO
                               SAND-REMAIN-FLAG (ORD-SANDWICH-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.

       520-EXPLODE-SANDWICH SECTION.
           MOVE "N" TO RECIPE-EOF-FLAG
           MOVE ITEM-IX TO RECIPE-SAND-ID
           MOVE ZERO TO RECIPE-ING-ID RECIPE-EFF-DATE
           START FXRECIPE KEY IS >= RECIPE-ID
               INVALID KEY SET EOF-RECIPE TO TRUE
           END-START
           PERFORM UNTIL EOF-RECIPE
               READ FXRECIPE NEXT RECORD
                   AT END SET EOF-RECIPE TO TRUE
                   NOT AT END
                       IF RECIPE-SAND-ID NOT = ITEM-IX
                           SET EOF-RECIPE TO TRUE
                       ELSE
                           PERFORM 095-CHECK-RECIPE-VERSION
                           IF VERSION-IN-FORCE-YES AND
                               RECIPE-ING-ID >= 1 AND
                               RECIPE-ING-ID <= MAX-ITEM
                               IF EXPLODE-CANCELLED
                                   MOVE "Y" TO
                                     ING-CANCEL-FLAG (RECIPE-ING-ID)
                               ELSE
                                   MOVE "Y" TO
                                     ING-REMAIN-FLAG (RECIPE-ING-ID)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> DECIDES WHETHER THE RECIPE LINE JUST READ IS THE VERSION
      *> IN FORCE ON RECIPE-ASOF-DATE: ITS EFFECTIVE DATE MUST NOT
      *> BE IN THE FUTURE AND NO LATER VERSION OF THE SAME LINE MAY
      *> APPLY YET. THE ONE-RECORD LOOK-AHEAD IS UNDONE BY
      *> RE-POSITIONING ON THE SAVED KEY, SO THE CALLING SCAN
      *> CARRIES ON UNDISTURBED. A LINE RE-ISSUED WITH QUANTITY
      *> ZERO MEANS THE INGREDIENT WAS REMOVED FROM THE RECIPE.
       095-CHECK-RECIPE-VERSION SECTION.
           MOVE "N" TO VERSION-IN-FORCE
           IF RECIPE-EFF-DATE > RECIPE-ASOF-DATE
               EXIT SECTION
           END-IF
           MOVE RECIPE-SAND-ID TO SAVE-RECIPE-SAND
           MOVE RECIPE-ING-ID TO SAVE-RECIPE-ING
           MOVE RECIPE-EFF-DATE TO SAVE-RECIPE-EFF
           MOVE "N" TO NEXT-VERSION-SAME
           READ FXRECIPE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF RECIPE-SAND-ID = SAVE-RECIPE-SAND AND
                       RECIPE-ING-ID = SAVE-RECIPE-ING
                       MOVE "Y" TO NEXT-VERSION-SAME
                       MOVE RECIPE-EFF-DATE TO NEXT-VERSION-EFF
                   END-IF
           END-READ
           MOVE SAVE-RECIPE-SAND TO RECIPE-SAND-ID
           MOVE SAVE-RECIPE-ING TO RECIPE-ING-ID
           MOVE SAVE-RECIPE-EFF TO RECIPE-EFF-DATE
           START FXRECIPE KEY IS = RECIPE-ID
               INVALID KEY CONTINUE
           END-START
           READ FXRECIPE NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT NEXT-VERSION-SAME-YES OR
               NEXT-VERSION-EFF > RECIPE-ASOF-DATE
               IF RECIPE-QTY > ZERO
                   MOVE "Y" TO VERSION-IN-FORCE
               END-IF
           END-IF
       EXIT SECTION.

       530-CHECK-ONE-PO-LINE SECTION.
           IF NOT POL-STATUS-OPEN AND NOT POL-STATUS-PART
               EXIT SECTION
           END-IF
           IF POL-ING-ID < 1 OR POL-ING-ID > MAX-ITEM
               EXIT SECTION
           END-IF
           IF ING-CANCEL-FLAG (POL-ING-ID) NOT = "Y" OR
               ING-REMAIN-FLAG (POL-ING-ID) = "Y"
               EXIT SECTION
           END-IF
           IF POL-QTY-RECEIVED >= POL-QTY-ORDERED
               EXIT SECTION
           END-IF
           MOVE POL-PO-ID TO PO-ID
           READ FXPURCHORD
               INVALID KEY EXIT SECTION
           END-READ
           IF NOT PO-STATUS-OPEN AND NOT PO-STATUS-PART
               EXIT SECTION
           END-IF
           MOVE "01" TO CHECK-SITE
           IF PO-DELIVER-SITE NOT = SPACES
               MOVE PO-DELIVER-SITE TO CHECK-SITE
           END-IF
           MOVE "N" TO SITE-LISTED
           PERFORM VARYING SITE-IX FROM 1 BY 1
               UNTIL SITE-IX > SITE-COUNT
               IF SITE-CODE (SITE-IX) = CHECK-SITE
                   MOVE "Y" TO SITE-LISTED
               END-IF
           END-PERFORM
           IF NOT SITE-LISTED-YES
               EXIT SECTION
           END-IF
           COMPUTE OUTSTANDING-QTY =
               POL-QTY-ORDERED - POL-QTY-RECEIVED
           MOVE SPACES TO SUPPLIER-NAME INGREDS-NAME
           MOVE PO-SUPPLIER-ID TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY CONTINUE
           END-READ
           MOVE POL-ING-ID TO INGREDS-ID
           READ FXINGRED
               INVALID KEY CONTINUE
           END-READ
           MOVE POL-PO-ID TO LD-PO-ID
           MOVE POL-LINE-NO TO LD-LINE-NO
           MOVE PO-SUPPLIER-ID TO LD-SUPPLIER-ID
           MOVE SUPPLIER-NAME TO LD-SUPPLIER-NAME
           MOVE POL-ING-ID TO LD-ING-ID
           MOVE INGREDS-NAME TO LD-ING-NAME
           MOVE OUTSTANDING-QTY TO LD-OPEN-QTY
           MOVE POL-UNIT TO LD-UNIT
           MOVE CHECK-SITE TO LD-SITE
           WRITE LISTING-LINE FROM LISTING-DETAIL
           ADD 1 TO PO-LINE-COUNT
       EXIT SECTION.
