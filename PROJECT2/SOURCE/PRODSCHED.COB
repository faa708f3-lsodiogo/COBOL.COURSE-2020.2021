      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    TIMED PRODUCTION SCHEDULE - TAKES ONE DELIVERY DATE AND
      *    PRODUCTION SITE, TOTALS THE DAY'S ORDERS PER SANDWICH AND
      *    GIVES EACH SANDWICH'S QUANTITY A LINE AND A TIME SLOT ON
      *    THE SITE'S PRODUCTION LINES (FXPRODLINE).
      *    EVERY SANDWICH IS DUE BY THE EARLIEST DEPARTURE AMONG THE
      *    ROUTES CARRYING IT (FXROUTE / FXROUTESTOP), AND THE LATEST
      *    START IS WORKED BACK FROM THAT DEPARTURE THROUGH THE LINE'S
      *    HOURLY RATE. THE ALLERGEN SEQUENCE OF THE PRODUCTION SHEET
      *    STILL HOLDS: ALLERGEN-FREE SANDWICHES FIRST, THEN ASCENDING
      *    ALLERGEN LOAD, WITH A CLEAN-DOWN ON THE LINE BETWEEN
      *    GROUPS. INSIDE A GROUP THE SANDWICH DUE FIRST IS MADE
      *    FIRST, ON WHICHEVER LINE ABLE TO MAKE IT FINISHES SOONEST.
      *    THE SCHEDULE IS PRINTED LINE BY LINE, FOLLOWED BY THE
      *    SANDWICHES NO LINE CAN MAKE AND EVERY ROUTE'S LOAD AGAINST
      *    ITS DEPARTURE, FLAGGING ANY ROUTE THAT CANNOT BE READY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODSCHED.
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

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

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

               SELECT FXPRODLINE ASSIGN TO "FXPRODLINE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLN-ID
                   FILE STATUS PLN-STATUS-FS.

               SELECT PRODSCHED-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXRECIPE.
           COPY FD-RECIPE.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXROUTE.
           COPY FD-ROUTE.
       FD FXROUTESTOP.
           COPY FD-ROUTESTOP.
       FD FXPRODLINE.
           COPY FD-PRODLINE.

       FD PRODSCHED-FILE-REPORT
           REPORT IS PRODSCHED-REPORT.

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.
       COPY LK-SITEINFO.

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

       COPY WS-ORDERS.

       78  MODULE-NAME-REPORT  VALUE "PRODUCTION SCHEDULE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORTTITLECONST    VALUE "BREADWICH".
       78  PAGECONST           VALUE "PAGE: ".
       78  REP-DATE            VALUE "DATE:".
       78  REP-TIME            VALUE "TIME:".
       78  REPORT-DONE
           VALUE "PRODUCTION SCHEDULE PRODUCED, PRESS ANY KEY".
       78  REPORT-LATE
           VALUE "SCHEDULE PRODUCED - ROUTES THAT CANNOT BE READY ARE "-
           "FLAGGED, PRESS ANY KEY".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  GEN-TEXT-SITE       VALUE "SITE (BLANK = 01):".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  ERROR-NO-LINES
           VALUE "THE SITE HAS NO PRODUCTION LINE WITH A RATE SET".
       78  CLEARANCE-TEXT
           VALUE "*** LINE CLEARANCE - CLEAN BENCH, SIGN: _______".
       78  LATE-TEXT           VALUE "** LATE **".
       78  NOT-READY-TEXT      VALUE "** CANNOT BE READY **".
       78  UNMADE-TEXT         VALUE "** NOT SCHEDULED **".
       78  READY-TEXT          VALUE "OK".
       78  NO-TIME-TEXT        VALUE "--:--".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       77  RTE-STATUS-FS                    PIC 9(002).
       77  RST-STATUS-FS                    PIC 9(002).
       77  PLN-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).
       01  RECIPE-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-RECIPE                   VALUE "Y".
       01  RTE-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RTE                      VALUE "Y".
       01  RST-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RST                      VALUE "Y".
       01  PLN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-PLN                      VALUE "Y".

       01  PROD-SITE                        PIC X(002).
       01  CHECK-SCHOOL-ID                  PIC 9(005).
       01  CHECK-SITE                       PIC X(002).
       01  SCHOOL-IN-SITE                   PIC X(001).
           88  SCHOOL-IN-SITE-YES           VALUE "Y".

       01 REPORT-FILENAME                  PIC X(040).
       01 CURRENT-DATE-REPORT.
           05 DATE-REPORT.
               10 DATE-REPORT-YEAR         PIC 9(004).
               10 DATE-REPORT-MONTH        PIC 9(002).
               10 DATE-REPORT-DAY          PIC 9(002).
           05 TIME-REPORT.
               10 HOUR-REPORT              PIC 9(002).
               10 MIN-REPORT               PIC 9(002).
               10 SEC-REPORT               PIC 9(002).

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".

       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).

      *> ALL TIMES OF THE RUN ARE MINUTES FROM MIDNIGHT OF THE
      *> PRODUCTION MORNING; NO-DEADLINE MARKS A SANDWICH NO ROUTE
      *> WITH A DEPARTURE TIME CARRIES
       78  NO-DEADLINE                      VALUE 99999.

      *> PER SANDWICH: THE DAY'S QUANTITY, ALLERGEN LOAD, THE
      *> EARLIEST DEPARTURE CARRYING IT AND WHEN ITS RUN ENDS
       78  MAX-ITEM                         VALUE 9999.
       01  SAND-TOTAL-TABLE.
           05  SAND-TOTAL OCCURS MAX-ITEM TIMES
               PIC 9(007) VALUE ZERO.
       01  SAND-ALG-TABLE.
           05  SAND-ALG-COUNT OCCURS MAX-ITEM TIMES
               PIC 9(002).
       01  SAND-DUE-TABLE.
           05  SAND-DUE OCCURS MAX-ITEM TIMES
               PIC 9(005) VALUE 99999.
       01  SAND-END-TABLE.
           05  SAND-END OCCURS MAX-ITEM TIMES
               PIC 9(005) VALUE ZERO.
       01  SAND-PLACED-TABLE.
           05  SAND-PLACED OCCURS MAX-ITEM TIMES
               PIC X(001) VALUE "N".
       77  ITEM-IX                          PIC 9(005).
       01  ALG-PASS                         PIC 9(002).
       01  MAX-ALG-LOAD                     PIC 9(002).

      *> THE SITE'S ROUTES AND THE SCHOOLS ON THEM; A SCHOOL ON
      *> MORE THAN ONE ROUTE IS LOADED ON THE FIRST
       78  MAX-ROUTE                        VALUE 999.
       01  ROUTE-TABLE.
           05  RTB-ENTRY OCCURS MAX-ROUTE TIMES.
               10  RTB-ON-SITE              PIC X(001) VALUE "N".
               10  RTB-NAME                 PIC X(030).
               10  RTB-DEPART               PIC 9(005) VALUE ZERO.
               10  RTB-QTY                  PIC 9(007) VALUE ZERO.
               10  RTB-READY                PIC 9(005) VALUE ZERO.
               10  RTB-UNMADE               PIC X(001) VALUE "N".
       77  ROUTE-IX                         PIC 9(004).
       78  MAX-SCHOOL                       VALUE 9999.
       01  SCHOOL-ROUTE-TABLE.
           05  SCHOOL-ROUTE OCCURS MAX-SCHOOL TIMES
               PIC 9(003) VALUE ZERO.
       01  ORDER-ROUTE                      PIC 9(003).

      *> THE SITE'S PRODUCTION LINES AND WHERE EACH HAS GOT TO
       78  MAX-LINE                         VALUE 99.
       01  LINE-COUNT                       PIC 9(002) VALUE ZERO.
       01  LINE-TABLE.
           05  LNT-ENTRY OCCURS MAX-LINE TIMES.
               10  LNT-ID                   PIC 9(002).
               10  LNT-NAME                 PIC X(030).
               10  LNT-RATE                 PIC 9(005).
               10  LNT-START                PIC 9(005).
               10  LNT-CLEAN                PIC 9(003).
               10  LNT-FREE                 PIC 9(005).
               10  LNT-USED                 PIC X(001).
               10  LNT-LAST-ALG             PIC 9(002).
               10  LNT-ANY                  PIC X(001).
               10  LNT-SAND-ID OCCURS 20 TIMES
                                            PIC 9(005).
       77  LINE-IX                          PIC 9(002).
       77  SLOT-IX                          PIC 9(002).

      *> ONE JOB PER SANDWICH TO MAKE, KEPT IN THE ORDER THE
      *> SCHEDULE GAVE THEM A SLOT
       78  MAX-JOB                          VALUE 999.
       01  JOB-COUNT                        PIC 9(003) VALUE ZERO.
       01  JOB-TABLE.
           05  JOB-ENTRY OCCURS MAX-JOB TIMES.
               10  JOB-SAND                 PIC 9(005).
               10  JOB-QTY                  PIC 9(007).
               10  JOB-ALG                  PIC 9(002).
               10  JOB-DUE                  PIC 9(005).
               10  JOB-DONE                 PIC X(001).
               10  JOB-LINE                 PIC 9(002).
               10  JOB-START                PIC 9(005).
               10  JOB-END                  PIC 9(005).
               10  JOB-CLEAN-BEFORE         PIC X(001).
       77  JOB-IX                           PIC 9(003).
       01  PLACED-COUNT                     PIC 9(003) VALUE ZERO.
       01  PLACED-TABLE.
           05  PLACED-JOB OCCURS MAX-JOB TIMES
               PIC 9(003).
       77  PLACED-IX                        PIC 9(003).

       01  BEST-JOB                         PIC 9(003).
       01  BEST-LINE                        PIC 9(002).
       01  BEST-START                       PIC 9(005).
       01  BEST-END                         PIC 9(005).
       01  TRY-START                        PIC 9(005).
       01  TRY-END                          PIC 9(005).
       01  MAKE-MINUTES                     PIC 9(005).
       01  LINE-CAN-MAKE                    PIC X(001).
           88  LINE-CAN-MAKE-YES            VALUE "Y".
       01  CLEAN-NEEDED                     PIC X(001).
           88  CLEAN-NEEDED-YES             VALUE "Y".
       01  LATE-ROUTES                      PIC 9(003) VALUE ZERO.
       01  LINE-PRINTED                     PIC X(001).
           88  LINE-PRINTED-YES             VALUE "Y".

       01  CONV-MINUTES                     PIC 9(005).
       01  CONV-TIME.
           05  CONV-HH                      PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ":".
           05  CONV-MM                      PIC 9(002).
       01  HHMM-TIME.
           05  HHMM-HH                      PIC 9(002).
           05  HHMM-MM                      PIC 9(002).
       01  HHMM-NUM REDEFINES HHMM-TIME     PIC 9(004).

       01  DET-LINE-ID                      PIC 9(002).
       01  DET-LINE-NAME                    PIC X(030).
       01  DET-RATE                         PIC 9(005).
       01  DET-ID                           PIC 9(005).
       01  DET-NAME                         PIC X(030).
       01  DET-QTY                          PIC 9(007).
       01  DET-ALG                          PIC 9(002).
       01  DET-START                        PIC X(005).
       01  DET-END                          PIC X(005).
       01  DET-DUE                          PIC X(005).
       01  DET-LATEST                       PIC X(005).
       01  DET-FLAG                         PIC X(021).
       01  DET-CLEAN                        PIC 9(003).
       01  DET-ROUTE                        PIC 9(003).

       REPORT SECTION.
       RD PRODSCHED-REPORT
           PAGE LIMIT IS 54
           FIRST DETAIL 5
           LAST DETAIL 46
           FOOTING 48.

       01 TYPE IS REPORT HEADING.
           02 LINE 1.
           03 COLUMN 02 VALUE REPORTTITLECONST.
           02 LINE PLUS 2.
           03 COL 18 VALUE "TIMED PRODUCTION SCHEDULE".
           03 COL 45 PIC 9(002) SOURCE GEN-DAY.
           03 COL 47 VALUE "/".
           03 COL 48 PIC 9(002) SOURCE GEN-MONTH.
           03 COL 50 VALUE "/".
           03 COL 51 PIC 9(004) SOURCE GEN-YEAR.
           03 COL 57 VALUE "SITE".
           03 COL 62 PIC X(002) SOURCE PROD-SITE.

       01 TYPE IS PAGE HEADING.
           02 LINE IS PLUS 2.
           03 COLUMN 02 VALUE "START".
           03 COLUMN 08 VALUE "END".
           03 COLUMN 14 VALUE "ID".
           03 COLUMN 20 VALUE "NAME".
           03 COLUMN 51 VALUE "QTY".
           03 COLUMN 57 VALUE "DUE".
           03 COLUMN 63 VALUE "START BY".
           03 COLUMN 72 VALUE "FLAG".

       01 LINE-LINE-HEAD TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "LINE".
               03 COLUMN 07 PIC 9(002) SOURCE DET-LINE-ID.
               03 COLUMN 10 PIC X(030) SOURCE DET-LINE-NAME.
               03 COLUMN 42 PIC ZZZZ9 SOURCE DET-RATE.
               03 COLUMN 48 VALUE "PER HOUR".

       01 LINE-JOB TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC X(005) SOURCE DET-START.
               03 COLUMN 08 PIC X(005) SOURCE DET-END.
               03 COLUMN 14 PIC 9(005) SOURCE DET-ID.
               03 COLUMN 20 PIC X(030) SOURCE DET-NAME.
               03 COLUMN 51 PIC ZZZZ9 SOURCE DET-QTY.
               03 COLUMN 57 PIC X(005) SOURCE DET-DUE.
               03 COLUMN 63 PIC X(005) SOURCE DET-LATEST.
               03 COLUMN 72 PIC X(010) SOURCE DET-FLAG.

       01 LINE-CLEARANCE TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE CLEARANCE-TEXT.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE "ALLERGEN LOAD".
               03 COLUMN 16 PIC Z9 SOURCE DET-ALG.
               03 COLUMN 20 VALUE "CLEAN-DOWN MINUTES".
               03 COLUMN 39 PIC ZZ9 SOURCE DET-CLEAN.

       01 LINE-UNMADE-HEAD TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE
                   "SANDWICHES NO PRODUCTION LINE IS SET UP TO MAKE".

       01 LINE-UNMADE TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 14 PIC 9(005) SOURCE DET-ID.
               03 COLUMN 20 PIC X(030) SOURCE DET-NAME.
               03 COLUMN 51 PIC ZZZZ9 SOURCE DET-QTY.
               03 COLUMN 57 PIC X(005) SOURCE DET-DUE.

       01 LINE-ROUTE-HEAD TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "ROUTE LOADS AGAINST DEPARTURE".
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE "ROUTE".
               03 COLUMN 08 VALUE "NAME".
               03 COLUMN 40 VALUE "QTY".
               03 COLUMN 48 VALUE "DEPARTS".
               03 COLUMN 57 VALUE "READY".

       01 LINE-ROUTE TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC 9(003) SOURCE DET-ROUTE.
               03 COLUMN 08 PIC X(030) SOURCE DET-NAME.
               03 COLUMN 39 PIC ZZZZZZ9 SOURCE DET-QTY.
               03 COLUMN 49 PIC X(005) SOURCE DET-DUE.
               03 COLUMN 57 PIC X(005) SOURCE DET-END.
               03 COLUMN 64 PIC X(021) SOURCE DET-FLAG.

       01 TYPE IS PAGE FOOTING.
           02 LINE IS 49.
             03 COLUMN 60 PIC X(006) VALUE PAGECONST.
             03 COLUMN PLUS 1 PIC Z9 SOURCE PAGE-COUNTER.
             03 COLUMN 03 VALUE REP-DATE.
             03 COLUMN PLUS 2 PIC 9(002) SOURCE DATE-REPORT-DAY.
             03 COLUMN PLUS 1 VALUE "/".
             03 COLUMN PLUS 1 PIC 9(002) SOURCE DATE-REPORT-MONTH.
             03 COLUMN PLUS 1 VALUE "/".
             03 COLUMN PLUS 1 PIC 9(004) SOURCE DATE-REPORT-YEAR.
             03 COLUMN PLUS 7 VALUE REP-TIME.
             03 COLUMN PLUS 2 PIC 9(002) SOURCE HOUR-REPORT.
             03 COLUMN PLUS 1 VALUE ":".
             03 COLUMN PLUS 1 PIC 9(002) SOURCE MIN-REPORT.
             03 COLUMN PLUS 1 VALUE ":".
             03 COLUMN PLUS 1 PIC 9(002) SOURCE SEC-REPORT.

       SCREEN SECTION.

       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MODULE-NAME-REPORT LINE 03 COL 43.
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
      ******************************************************************
       01  ASK-DATE-SCREEN.
           05 VALUE GEN-TEXT-DATE LINE 08 COL 15.
           05 AD-DAY PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-DAY REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-MONTH PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO GEN-YEAR REQUIRED.
           05 VALUE GEN-TEXT-SITE LINE 10 COL 12.
           05 AD-SITE PIC X(002) LINE 10 COL PLUS 1
               TO PROD-SITE AUTO.
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
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO VALID-DATE-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               MOVE ZERO TO GEN-DATE-NUM
               MOVE SPACES TO PROD-SITE
               DISPLAY ASK-DATE-SCREEN
               ACCEPT ASK-DATE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
               PERFORM 115-VALIDATE-DATE
               IF NOT VALID-DATE-YES
                   MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               ELSE
                   PERFORM 118-VALIDATE-SITE
                   IF NOT SINF-FOUND-YES
                       MOVE "N" TO VALID-DATE-FLAG
                       MOVE ERROR-NO-SITE TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 130-LOAD-LINES
           IF LINE-COUNT = ZERO
               MOVE ERROR-NO-LINES TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 140-LOAD-ROUTES
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
           PERFORM 100-TOTAL-DAY-ORDERS
           PERFORM 305-COUNT-ALLERGEN-LOADS
           PERFORM 200-BUILD-JOBS
           PERFORM 400-SCHEDULE-JOBS
           PERFORM 500-CHECK-ROUTES
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           PERFORM 600-PRINT-SCHEDULE
           IF LATE-ROUTES > ZERO
               MOVE REPORT-LATE TO ERROR-TEXT
           ELSE
               MOVE REPORT-DONE TO ERROR-TEXT
           END-IF
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

       115-VALIDATE-DATE SECTION.
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

      *> BLANK IS THE MAIN KITCHEN
       118-VALIDATE-SITE SECTION.
           MOVE UPPER-CASE (PROD-SITE) TO PROD-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE PROD-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           MOVE SINF-SITE TO PROD-SITE
       EXIT SECTION.

      *> A SCHOOL BELONGS TO THE RUN WHEN ITS SITE IS THE RUN'S; A
      *> CUSTOMER ACCOUNT (FROM CUST-FIRST-ID UP) BY THE SITE ON ITS
      *> ACCOUNT. A BLANK SITE, OR ONE NO LONGER ON FILE, IS THE
      *> MAIN KITCHEN'S
       105-CHECK-SCHOOL-SITE SECTION.
           MOVE "01" TO CHECK-SITE
           IF CHECK-SCHOOL-ID >= CUST-FIRST-ID
               IF CUST-STATUS-FS = ZERO
                   MOVE CHECK-SCHOOL-ID TO CUST-ID
                   READ FXCUSTOMER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CUST-SITE NOT = SPACES
                               MOVE CUST-SITE TO CHECK-SITE
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF SCHOOL-STATUS = ZERO
                   MOVE CHECK-SCHOOL-ID TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SCHOOL-SITE NOT = SPACES
                               MOVE SCHOOL-SITE TO CHECK-SITE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF CHECK-SITE = PROD-SITE
               MOVE "Y" TO SCHOOL-IN-SITE
           ELSE
               MOVE "N" TO SCHOOL-IN-SITE
           END-IF
       EXIT SECTION.

      *> HHMM AS KEYED ON THE MASTERS INTO MINUTES FROM MIDNIGHT
       120-HHMM-TO-MINUTES SECTION.
           COMPUTE CONV-MINUTES = HHMM-HH * 60 + HHMM-MM
       EXIT SECTION.

      *> MINUTES FROM MIDNIGHT INTO HH:MM FOR THE PRINT; A RUN
      *> GOING PAST MIDNIGHT SHOWS HOURS FROM 24 UP
       125-MINUTES-TO-TIME SECTION.
           DIVIDE CONV-MINUTES BY 60 GIVING CONV-HH
               REMAINDER CONV-MM
       EXIT SECTION.

      *> THE SITE'S LINES WITH A RATE SET; A LINE WITH NO SANDWICHES
      *> LISTED CAN MAKE ANY OF THEM
       130-LOAD-LINES SECTION.
           MOVE ZERO TO LINE-COUNT
           OPEN INPUT FXPRODLINE
           IF PLN-STATUS-FS NOT = ZERO THEN
               CLOSE FXPRODLINE
               EXIT SECTION
           END-IF
           MOVE "N" TO PLN-EOF-FLAG
           PERFORM UNTIL EOF-PLN
               READ FXPRODLINE NEXT RECORD
                   AT END SET EOF-PLN TO TRUE
                   NOT AT END
                       IF PLN-SITE = SPACES
                           MOVE "01" TO CHECK-SITE
                       ELSE
                           MOVE PLN-SITE TO CHECK-SITE
                       END-IF
                       IF CHECK-SITE = PROD-SITE AND
                           PLN-RATE-HOUR > ZERO AND
                           LINE-COUNT < MAX-LINE
                           PERFORM 135-LOAD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXPRODLINE
       EXIT SECTION.

       135-LOAD-ONE-LINE SECTION.
           ADD 1 TO LINE-COUNT
           MOVE PLN-ID TO LNT-ID (LINE-COUNT)
           MOVE PLN-NAME TO LNT-NAME (LINE-COUNT)
           MOVE PLN-RATE-HOUR TO LNT-RATE (LINE-COUNT)
           MOVE PLN-START-TIME TO HHMM-NUM
           PERFORM 120-HHMM-TO-MINUTES
           MOVE CONV-MINUTES TO LNT-START (LINE-COUNT)
           MOVE CONV-MINUTES TO LNT-FREE (LINE-COUNT)
           MOVE PLN-CLEAN-MINUTES TO LNT-CLEAN (LINE-COUNT)
           MOVE "N" TO LNT-USED (LINE-COUNT)
           MOVE ZERO TO LNT-LAST-ALG (LINE-COUNT)
           MOVE "Y" TO LNT-ANY (LINE-COUNT)
           PERFORM VARYING SLOT-IX FROM 1 BY 1 UNTIL SLOT-IX > 20
               MOVE PLN-SAND-ID (SLOT-IX)
                   TO LNT-SAND-ID (LINE-COUNT, SLOT-IX)
               IF PLN-SAND-ID (SLOT-IX) NOT = ZERO
                   MOVE "N" TO LNT-ANY (LINE-COUNT)
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE ROUTES LOADING AT THE SITE, THEIR DEPARTURE IN MINUTES,
      *> AND FOR EVERY SCHOOL THE ROUTE THAT CARRIES IT
       140-LOAD-ROUTES SECTION.
           OPEN INPUT FXROUTE
           IF RTE-STATUS-FS = ZERO THEN
               MOVE "N" TO RTE-EOF-FLAG
               PERFORM UNTIL EOF-RTE
                   READ FXROUTE NEXT RECORD
                       AT END SET EOF-RTE TO TRUE
                       NOT AT END
                           IF RTE-SITE = SPACES
                               MOVE "01" TO CHECK-SITE
                           ELSE
                               MOVE RTE-SITE TO CHECK-SITE
                           END-IF
                           IF RTE-ID >= 1 AND CHECK-SITE = PROD-SITE
                               MOVE "Y" TO RTB-ON-SITE (RTE-ID)
                               MOVE RTE-NAME TO RTB-NAME (RTE-ID)
                               MOVE RTE-DEPART-TIME TO HHMM-NUM
                               PERFORM 120-HHMM-TO-MINUTES
                               MOVE CONV-MINUTES TO RTB-DEPART (RTE-ID)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXROUTE
           OPEN INPUT FXROUTESTOP
           IF RST-STATUS-FS = ZERO THEN
               MOVE "N" TO RST-EOF-FLAG
               PERFORM UNTIL EOF-RST
                   READ FXROUTESTOP NEXT RECORD
                       AT END SET EOF-RST TO TRUE
                       NOT AT END
                           IF RST-ROUTE-ID >= 1 AND
                               RST-SCHOOL-ID >= 1 AND
                               RST-SCHOOL-ID <= MAX-SCHOOL
                               IF RTB-ON-SITE (RST-ROUTE-ID) = "Y" AND
                                   SCHOOL-ROUTE (RST-SCHOOL-ID) = ZERO
                                   MOVE RST-ROUTE-ID TO
                                       SCHOOL-ROUTE (RST-SCHOOL-ID)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXROUTESTOP
       EXIT SECTION.

      *> THE DAY'S QUANTITY PER SANDWICH, AND THE EARLIEST SET
      *> DEPARTURE OF THE ROUTES CARRYING IT
       100-TOTAL-DAY-ORDERS SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO AND ORD-STATUS-FS NOT = 35 THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF ORD-STATUS-FS = 35 THEN
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
                           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 105-CHECK-SCHOOL-SITE
                           IF ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM AND
                               SCHOOL-IN-SITE-YES
                               PERFORM 110-ADD-ORDER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.

       110-ADD-ORDER-LINE SECTION.
           ADD ORD-QTY TO SAND-TOTAL (ORD-SANDWICH-ID)
           PERFORM 150-FIND-ORDER-ROUTE
           IF ORDER-ROUTE = ZERO
               EXIT SECTION
           END-IF
           IF RTB-DEPART (ORDER-ROUTE) > ZERO AND
               RTB-DEPART (ORDER-ROUTE) < SAND-DUE (ORD-SANDWICH-ID)
               MOVE RTB-DEPART (ORDER-ROUTE)
                   TO SAND-DUE (ORD-SANDWICH-ID)
           END-IF
       EXIT SECTION.

       150-FIND-ORDER-ROUTE SECTION.
           MOVE ZERO TO ORDER-ROUTE
           IF ORD-SCHOOL-ID >= 1 AND ORD-SCHOOL-ID <= MAX-SCHOOL
               MOVE SCHOOL-ROUTE (ORD-SCHOOL-ID) TO ORDER-ROUTE
           END-IF
       EXIT SECTION.

      *> THE ALLERGEN LOAD IS THE NUMBER OF ALLERGEN-FLAGGED
      *> INGREDIENTS IN THE RECIPE VERSION IN FORCE ON THE DAY -
      *> THE SAME COUNT THE PRODUCTION SHEET SEQUENCES BY
       305-COUNT-ALLERGEN-LOADS SECTION.
           MOVE GEN-DATE-NUM TO RECIPE-ASOF-DATE
           MOVE ZERO TO MAX-ALG-LOAD
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               MOVE ZERO TO SAND-ALG-COUNT (ITEM-IX)
           END-PERFORM
           OPEN INPUT FXRECIPE
           IF RECIPE-STATUS NOT = ZERO THEN
               CLOSE FXRECIPE
               EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED
           MOVE "N" TO RECIPE-EOF-FLAG
           PERFORM UNTIL EOF-RECIPE
               READ FXRECIPE NEXT RECORD
                   AT END SET EOF-RECIPE TO TRUE
                   NOT AT END
                       IF RECIPE-SAND-ID >= 1 AND
                           RECIPE-SAND-ID <= MAX-ITEM
                           IF SAND-TOTAL (RECIPE-SAND-ID) > ZERO
                               PERFORM 095-CHECK-RECIPE-VERSION
                               IF VERSION-IN-FORCE-YES
                                   PERFORM 306-COUNT-ONE-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINGRED
           CLOSE FXRECIPE
       EXIT SECTION.

       306-COUNT-ONE-LINE SECTION.
           MOVE RECIPE-ING-ID TO INGREDS-ID
           READ FXINGRED
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF INGREDS-IS-ALLERGEN NOT = 1
               EXIT SECTION
           END-IF
           ADD 1 TO SAND-ALG-COUNT (RECIPE-SAND-ID)
           IF SAND-ALG-COUNT (RECIPE-SAND-ID) > MAX-ALG-LOAD
               MOVE SAND-ALG-COUNT (RECIPE-SAND-ID)
                   TO MAX-ALG-LOAD
           END-IF
       EXIT SECTION.

       200-BUILD-JOBS SECTION.
           MOVE ZERO TO JOB-COUNT
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF SAND-TOTAL (ITEM-IX) > ZERO AND
                   JOB-COUNT < MAX-JOB
                   ADD 1 TO JOB-COUNT
                   MOVE ITEM-IX TO JOB-SAND (JOB-COUNT)
                   MOVE SAND-TOTAL (ITEM-IX) TO JOB-QTY (JOB-COUNT)
                   MOVE SAND-ALG-COUNT (ITEM-IX)
                       TO JOB-ALG (JOB-COUNT)
                   MOVE SAND-DUE (ITEM-IX) TO JOB-DUE (JOB-COUNT)
                   MOVE "N" TO JOB-DONE (JOB-COUNT)
                   MOVE ZERO TO JOB-LINE (JOB-COUNT)
                   MOVE ZERO TO JOB-START (JOB-COUNT)
                   MOVE ZERO TO JOB-END (JOB-COUNT)
                   MOVE "N" TO JOB-CLEAN-BEFORE (JOB-COUNT)
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> ONE ALLERGEN GROUP AT A TIME, LOWEST LOAD FIRST, SO NO LINE
      *> EVER GOES BACK DOWN THE ALLERGEN LADDER. INSIDE THE GROUP
      *> THE SANDWICH WHOSE ROUTE LEAVES FIRST IS PLACED FIRST.
       400-SCHEDULE-JOBS SECTION.
           MOVE ZERO TO PLACED-COUNT
           PERFORM VARYING ALG-PASS FROM ZERO BY 1
               UNTIL ALG-PASS > MAX-ALG-LOAD
               MOVE 1 TO BEST-JOB
               PERFORM UNTIL BEST-JOB = ZERO
                   PERFORM 410-PICK-NEXT-JOB
                   IF BEST-JOB NOT = ZERO
                       PERFORM 420-PLACE-JOB
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT SECTION.

       410-PICK-NEXT-JOB SECTION.
           MOVE ZERO TO BEST-JOB
           PERFORM VARYING JOB-IX FROM 1 BY 1
               UNTIL JOB-IX > JOB-COUNT
               IF JOB-DONE (JOB-IX) = "N" AND
                   JOB-ALG (JOB-IX) = ALG-PASS
                   IF BEST-JOB = ZERO
                       MOVE JOB-IX TO BEST-JOB
                   ELSE
                       IF JOB-DUE (JOB-IX) < JOB-DUE (BEST-JOB)
                           MOVE JOB-IX TO BEST-JOB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE JOB GOES TO THE LINE ABLE TO MAKE IT THAT WOULD FINISH
      *> IT SOONEST, COUNTING THE CLEAN-DOWN A LINE NEEDS WHEN IT
      *> LAST RAN A LOWER ALLERGEN GROUP; NO SUCH LINE LEAVES IT
      *> UNSCHEDULED
       420-PLACE-JOB SECTION.
           MOVE "Y" TO JOB-DONE (BEST-JOB)
           MOVE ZERO TO BEST-LINE
           PERFORM VARYING LINE-IX FROM 1 BY 1
               UNTIL LINE-IX > LINE-COUNT
               PERFORM 430-CHECK-LINE-MAKES
               IF LINE-CAN-MAKE-YES
                   MOVE LNT-FREE (LINE-IX) TO TRY-START
                   IF LNT-USED (LINE-IX) = "Y" AND
                       LNT-LAST-ALG (LINE-IX) NOT = ALG-PASS
                       ADD LNT-CLEAN (LINE-IX) TO TRY-START
                   END-IF
                   COMPUTE MAKE-MINUTES =
                       (JOB-QTY (BEST-JOB) * 60 + LNT-RATE (LINE-IX)
                       - 1) / LNT-RATE (LINE-IX)
                   COMPUTE TRY-END = TRY-START + MAKE-MINUTES
                   IF BEST-LINE = ZERO OR TRY-END < BEST-END
                       MOVE LINE-IX TO BEST-LINE
                       MOVE TRY-START TO BEST-START
                       MOVE TRY-END TO BEST-END
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-LINE = ZERO
               EXIT SECTION
           END-IF
           IF LNT-USED (BEST-LINE) = "Y" AND
               LNT-LAST-ALG (BEST-LINE) NOT = ALG-PASS
               MOVE "Y" TO JOB-CLEAN-BEFORE (BEST-JOB)
           END-IF
           MOVE BEST-LINE TO JOB-LINE (BEST-JOB)
           MOVE BEST-START TO JOB-START (BEST-JOB)
           MOVE BEST-END TO JOB-END (BEST-JOB)
           MOVE BEST-END TO LNT-FREE (BEST-LINE)
           MOVE "Y" TO LNT-USED (BEST-LINE)
           MOVE ALG-PASS TO LNT-LAST-ALG (BEST-LINE)
           MOVE "Y" TO SAND-PLACED (JOB-SAND (BEST-JOB))
           MOVE BEST-END TO SAND-END (JOB-SAND (BEST-JOB))
           ADD 1 TO PLACED-COUNT
           MOVE BEST-JOB TO PLACED-JOB (PLACED-COUNT)
       EXIT SECTION.

       430-CHECK-LINE-MAKES SECTION.
           IF LNT-ANY (LINE-IX) = "Y"
               MOVE "Y" TO LINE-CAN-MAKE
               EXIT SECTION
           END-IF
           MOVE "N" TO LINE-CAN-MAKE
           PERFORM VARYING SLOT-IX FROM 1 BY 1 UNTIL SLOT-IX > 20
               IF LNT-SAND-ID (LINE-IX, SLOT-IX) = JOB-SAND (BEST-JOB)
                   MOVE "Y" TO LINE-CAN-MAKE
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> A ROUTE'S LOAD IS READY WHEN THE LAST SANDWICH ON IT COMES
      *> OFF ITS LINE; A SANDWICH NO LINE COULD TAKE NEVER IS
       500-CHECK-ROUTES SECTION.
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
                           IF ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM
                               PERFORM 510-LOAD-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.

       510-LOAD-ONE-ORDER SECTION.
           PERFORM 150-FIND-ORDER-ROUTE
           IF ORDER-ROUTE = ZERO
               EXIT SECTION
           END-IF
           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
           PERFORM 105-CHECK-SCHOOL-SITE
           IF NOT SCHOOL-IN-SITE-YES
               EXIT SECTION
           END-IF
           ADD ORD-QTY TO RTB-QTY (ORDER-ROUTE)
           IF SAND-PLACED (ORD-SANDWICH-ID) NOT = "Y"
               MOVE "Y" TO RTB-UNMADE (ORDER-ROUTE)
           ELSE
               IF SAND-END (ORD-SANDWICH-ID) > RTB-READY (ORDER-ROUTE)
                   MOVE SAND-END (ORD-SANDWICH-ID)
                       TO RTB-READY (ORDER-ROUTE)
               END-IF
           END-IF
       EXIT SECTION.

       600-PRINT-SCHEDULE SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           IF PROD-SITE = "01"
               STRING "PRODSCHED-" DELIMITED BY SIZE
                   GEN-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           ELSE
               STRING "PRODSCHED-" DELIMITED BY SIZE
                   PROD-SITE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   GEN-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           END-IF
           OPEN OUTPUT PRODSCHED-FILE-REPORT
           INITIATE PRODSCHED-REPORT
           OPEN INPUT FXSANDWICH
           PERFORM VARYING LINE-IX FROM 1 BY 1
               UNTIL LINE-IX > LINE-COUNT
               PERFORM 610-PRINT-ONE-LINE
           END-PERFORM
           PERFORM 630-PRINT-UNMADE
           CLOSE FXSANDWICH
           PERFORM 640-PRINT-ROUTES
           MOVE PAGE-COUNTER OF PRODSCHED-REPORT TO RCAT-PAGES
           MOVE LINE-COUNTER OF PRODSCHED-REPORT TO RCAT-LINES
           TERMINATE PRODSCHED-REPORT
           CLOSE PRODSCHED-FILE-REPORT
           MOVE "PRODSCHED" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "PRODSCHED" TO RCAT-PROGRAM
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

      *> THE LINE'S JOBS IN THE ORDER THEY WERE GIVEN THEIR SLOTS,
      *> WHICH IS THE ORDER THEY RUN ON THE LINE
       610-PRINT-ONE-LINE SECTION.
           MOVE LNT-ID (LINE-IX) TO DET-LINE-ID
           MOVE LNT-NAME (LINE-IX) TO DET-LINE-NAME
           MOVE LNT-RATE (LINE-IX) TO DET-RATE
           GENERATE LINE-LINE-HEAD
           PERFORM VARYING PLACED-IX FROM 1 BY 1
               UNTIL PLACED-IX > PLACED-COUNT
               MOVE PLACED-JOB (PLACED-IX) TO JOB-IX
               IF JOB-LINE (JOB-IX) = LINE-IX
                   IF JOB-CLEAN-BEFORE (JOB-IX) = "Y"
                       MOVE JOB-ALG (JOB-IX) TO DET-ALG
                       MOVE LNT-CLEAN (LINE-IX) TO DET-CLEAN
                       GENERATE LINE-CLEARANCE
                   END-IF
                   PERFORM 620-PRINT-ONE-JOB
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE LATEST START IS WORKED BACK FROM THE EARLIEST DEPARTURE
      *> THROUGH THE MINUTES THE RUN TAKES ON ITS LINE
       620-PRINT-ONE-JOB SECTION.
           PERFORM 650-SET-JOB-DETAIL
           MOVE JOB-START (JOB-IX) TO CONV-MINUTES
           PERFORM 125-MINUTES-TO-TIME
           MOVE CONV-TIME TO DET-START
           MOVE JOB-END (JOB-IX) TO CONV-MINUTES
           PERFORM 125-MINUTES-TO-TIME
           MOVE CONV-TIME TO DET-END
           MOVE NO-TIME-TEXT TO DET-LATEST
           MOVE SPACES TO DET-FLAG
           IF JOB-DUE (JOB-IX) NOT = NO-DEADLINE
               COMPUTE MAKE-MINUTES =
                   JOB-END (JOB-IX) - JOB-START (JOB-IX)
               IF MAKE-MINUTES > JOB-DUE (JOB-IX)
                   MOVE ZERO TO CONV-MINUTES
               ELSE
                   COMPUTE CONV-MINUTES =
                       JOB-DUE (JOB-IX) - MAKE-MINUTES
               END-IF
               PERFORM 125-MINUTES-TO-TIME
               MOVE CONV-TIME TO DET-LATEST
               IF JOB-END (JOB-IX) > JOB-DUE (JOB-IX)
                   MOVE LATE-TEXT TO DET-FLAG
               END-IF
           END-IF
           GENERATE LINE-JOB
       EXIT SECTION.

       630-PRINT-UNMADE SECTION.
           MOVE "N" TO LINE-PRINTED
           PERFORM VARYING JOB-IX FROM 1 BY 1
               UNTIL JOB-IX > JOB-COUNT
               IF JOB-LINE (JOB-IX) = ZERO
                   IF NOT LINE-PRINTED-YES
                       GENERATE LINE-UNMADE-HEAD
                       MOVE "Y" TO LINE-PRINTED
                   END-IF
                   PERFORM 650-SET-JOB-DETAIL
                   GENERATE LINE-UNMADE
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> EVERY SITE ROUTE WITH A LOAD ON THE DAY; ONE WITHOUT A
      *> DEPARTURE TIME CANNOT BE JUDGED AND IS ONLY LISTED
       640-PRINT-ROUTES SECTION.
           MOVE ZERO TO LATE-ROUTES
           GENERATE LINE-ROUTE-HEAD
           PERFORM VARYING ROUTE-IX FROM 1 BY 1
               UNTIL ROUTE-IX > MAX-ROUTE
               IF RTB-QTY (ROUTE-IX) > ZERO
                   MOVE ROUTE-IX TO DET-ROUTE
                   MOVE RTB-NAME (ROUTE-IX) TO DET-NAME
                   MOVE RTB-QTY (ROUTE-IX) TO DET-QTY
                   MOVE NO-TIME-TEXT TO DET-DUE DET-END
                   MOVE SPACES TO DET-FLAG
                   IF RTB-READY (ROUTE-IX) > ZERO
                       MOVE RTB-READY (ROUTE-IX) TO CONV-MINUTES
                       PERFORM 125-MINUTES-TO-TIME
                       MOVE CONV-TIME TO DET-END
                   END-IF
                   IF RTB-UNMADE (ROUTE-IX) = "Y"
                       MOVE UNMADE-TEXT TO DET-FLAG
                   END-IF
                   IF RTB-DEPART (ROUTE-IX) > ZERO
                       MOVE RTB-DEPART (ROUTE-IX) TO CONV-MINUTES
                       PERFORM 125-MINUTES-TO-TIME
                       MOVE CONV-TIME TO DET-DUE
                       IF RTB-UNMADE (ROUTE-IX) = "Y" OR
                           RTB-READY (ROUTE-IX) > RTB-DEPART (ROUTE-IX)
                           MOVE NOT-READY-TEXT TO DET-FLAG
                           ADD 1 TO LATE-ROUTES
                       ELSE
                           MOVE READY-TEXT TO DET-FLAG
                       END-IF
                   END-IF
                   GENERATE LINE-ROUTE
               END-IF
           END-PERFORM
       EXIT SECTION.

       650-SET-JOB-DETAIL SECTION.
           MOVE JOB-SAND (JOB-IX) TO DET-ID
           MOVE JOB-QTY (JOB-IX) TO DET-QTY
           MOVE SPACES TO DET-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE JOB-SAND (JOB-IX) TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO DET-NAME
               END-READ
           END-IF
           MOVE NO-TIME-TEXT TO DET-DUE
           IF JOB-DUE (JOB-IX) NOT = NO-DEADLINE
               MOVE JOB-DUE (JOB-IX) TO CONV-MINUTES
               PERFORM 125-MINUTES-TO-TIME
               MOVE CONV-TIME TO DET-DUE
           END-IF
       EXIT SECTION.
