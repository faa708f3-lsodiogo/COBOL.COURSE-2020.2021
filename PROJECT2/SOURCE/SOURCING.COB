      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS SUPPLIERS MANAGEMENT
      ******************************************************************
      *    SOURCING OPTIMISATION REVIEW - FOR EVERY INGREDIENT, EACH
      *    SUPPLIER'S LATEST VALID AGREEMENT ON FXRISSUPLY IS RANKED BY
      *    ITS EFFECTIVE LANDED COST PER RECIPE UNIT: THE PRICE IN EUR
      *    AT THE HOUSE RATES, RAISED FOR THE STOCK CARRIED OVER THE
      *    LEAD TIME AND, WHEN THE MINIMUM ORDER QUANTITY WOULD LAST
      *    LONGER THAN THE INGREDIENT KEEPS (JUDGED ON THE LAST 91
      *    DAYS OF ISSUES IN THE MOVEMENT LEDGER), FOR THE PART OF
      *    EACH ORDER THAT CANNOT BE USED IN TIME. INGREDIENTS WHOSE
      *    PREFERRED AGREEMENT IS NOT THE CHEAPEST ARE LISTED WITH
      *    THE ANNUAL SAVING OF SWITCHING. THE BUYER ACCEPTS A SWITCH
      *    FROM THAT LIST BY INGREDIENT AND SUPPLIER: THE AGREEMENT IS
      *    RE-ISSUED AS PREFERRED, PENDING, AND ONLY TAKES OVER FROM
      *    THE CURRENT PREFERRED SUPPLIER ONCE APPROVED IN RISAPPR.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

               SELECT FXSTOCKMOV ASSIGN TO "FXSTOCKMOV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MOV-KEY
                   FILE STATUS MOV-STATUS.

               SELECT FXMOVSUM ASSIGN TO "FXMOVSUM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MSM-ID
                   FILE STATUS MSM-STATUS-FS.

               SELECT SOURCING-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD FXSTOCKMOV.
           COPY FD-STOCKMOV.
       FD FXMOVSUM.
           COPY FD-MOVSUM.

       FD SOURCING-FILE-REPORT
           REPORT IS SOURCING-REPORT.

       WORKING-STORAGE SECTION.
       COPY WS-RIS.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-LOCKREC.

       78  MODULE-NAME-VIEW    VALUE "SOURCING OPTIMISATION REVIEW".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORTTITLECONST    VALUE "BREADWICH".
       78  PAGECONST           VALUE "PAGE: ".
       78  REP-DATE            VALUE "DATE:".
       78  REP-TIME            VALUE "TIME:".
       78  MENU-OPTION1        VALUE "1 - RUN THE SOURCING REVIEW".
       78  MENU-OPTION2        VALUE "2 - ACCEPT A SUPPLIER SWITCH".
       78  MENU-OPTION3        VALUE "3 - BACK".
       78  MENU-CHOICE         VALUE "OPTION: ".
       78  MENU-ERROR          VALUE "INVALID OPTION, TRY AGAIN".
       78  REPORT-DONE
           VALUE "SOURCING REVIEW PRODUCED, PRESS ANY KEY".
       78  TXT-SWITCH-ING      VALUE "INGREDIENT ID       :".
       78  TXT-SWITCH-SUPP     VALUE "SWITCH TO SUPPLIER  :".
       78  TXT-CONFIRM
           VALUE "MAKE THIS THE PREFERRED AGREEMENT (Y/N)?".
       78  ERROR-NO-AGREEMENT
           VALUE "NO VALID APPROVED AGREEMENT FOR THAT INGREDIENT AND "-
           "SUPPLIER".
       78  ERROR-ALREADY-PREFERRED
           VALUE "THAT AGREEMENT IS ALREADY THE PREFERRED ONE".
       78  CONFIRM-SWITCH
           VALUE "SWITCH SAVED PENDING APPROVAL IN RISAPPR".
       78  RECORD-IN-USE-TEXT  VALUE "RECORD IN USE BY ".
       78  MOQ-HIGH-TEXT       VALUE "MOQ HIGH".
       78  MOQ-NO-USE-TEXT     VALUE "NO USE".
       78  PREFERRED-TEXT      VALUE "PREFERRED".
       78  SWITCH-TITLE
           VALUE "** PREFERRED AGREEMENT IS NOT THE CHEAPEST - "-
           "ACCEPT A SWITCH WITH OPTION 2 **".
       78  NO-SWITCH-TEXT
           VALUE "EVERY PREFERRED AGREEMENT IS ALREADY THE CHEAPEST".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

      *    HOUSE CONVERSION RATES TO EUR
       78  RATE-USD            VALUE 0.92.
       78  RATE-GBP            VALUE 1.17.
      *    CONSUMPTION WINDOW, THE COST OF CARRYING STOCK FOR A YEAR
      *    AS A PERCENTAGE OF ITS PRICE, AND HOW LONG AN ORDER MAY
      *    LAST WHEN THE INGREDIENT HAS NO SHELF LIFE RECORDED
       78  USE-WINDOW-DAYS     VALUE 91.
       78  HOLD-PCT-YEAR       VALUE 25.
       78  DEFAULT-COVER-DAYS  VALUE 90.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  RIS-STATUS                       PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  MOV-STATUS                       PIC 9(002).
       77  MSM-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

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

       01  MENU-OPTION                      PIC 9(001).
           88  MENU-OPTION-EXIT             VALUE 3.
       01  MOV-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-MOV                      VALUE "Y".
       01  MSM-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-MSM                      VALUE "Y".

       01  TODAY-DATE                       PIC 9(008).
       01  CUTOFF-DATE                      PIC 9(008).
       01  CUTOFF-PERIOD                    PIC 9(006).
       01  TODAY-PERIOD                     PIC 9(006).
       01  RUN-START-STAMP                  PIC 9(014).
       77  AGREEMENTS-READ                  PIC 9(007).
       77  INGREDIENTS-REVIEWED             PIC 9(007).

      *> THE INGREDIENT UNDER REVIEW AND WHAT IT GETS THROUGH
       01  CURRENT-ING                      PIC 9(005).
       01  CURRENT-ING-NAME                 PIC X(030).
       01  CURRENT-CONV                     PIC 9(003)V99.
       01  CURRENT-SHELF-DAYS               PIC 9(003).
       01  WINDOW-USE                       PIC S9(009).
       01  ANNUAL-USE                       PIC 9(009).
       01  DAILY-USE                        PIC 9(007)V9999.
       01  COVER-LIMIT                      PIC 9(003).

      *> ONE ROW PER SUPPLIER: ITS LATEST VALID APPROVED AGREEMENT
       78  MAX-CAND                         VALUE 50.
       01  CAND-COUNT                       PIC 9(003) VALUE ZERO.
       01  CAND-ROW OCCURS 1 TO MAX-CAND TIMES
           DEPENDING ON CAND-COUNT
           INDEXED BY CND.
           05  CND-RECIPE-COST              PIC 9(005)V9999.
           05  CND-SUPP                     PIC 9(005).
           05  CND-PRICE                    PIC 9(003)V99.
           05  CND-CURRENCY                 PIC X(003).
           05  CND-EUR-PRICE                PIC 9(005)V9999.
           05  CND-MOQ                      PIC 9(004).
           05  CND-LEAD                     PIC 9(003).
           05  CND-COVER-DAYS               PIC 9(005).
           05  CND-LANDED                   PIC 9(005)V9999.
           05  CND-MOQ-FLAG                 PIC X(008).
           05  CND-PREFERRED                PIC X(001).
               88  CND-PREFERRED-YES        VALUE "Y".
       77  CAND-IX                          PIC 9(003).
       77  SEEK-IX                          PIC 9(003).
       01  MOQ-FACTOR                       PIC 9(005)V9999.
       01  LEAD-FACTOR                      PIC 9(003)V9999.
       01  PREF-IX                          PIC 9(003).

      *> THE SWITCH CANDIDATES, PRINTED BIGGEST SAVING FIRST
       78  MAX-SWITCH                       VALUE 2000.
       01  SWITCH-COUNT                     PIC 9(005) VALUE ZERO.
       01  SWITCH-ROW OCCURS 1 TO MAX-SWITCH TIMES
           DEPENDING ON SWITCH-COUNT
           INDEXED BY SWT.
           05  SWT-SAVING                   PIC 9(009)V99.
           05  SWT-ING                      PIC 9(005).
           05  SWT-ING-NAME                 PIC X(030).
           05  SWT-FROM-SUPP                PIC 9(005).
           05  SWT-FROM-COST                PIC 9(005)V9999.
           05  SWT-TO-SUPP                  PIC 9(005).
           05  SWT-TO-COST                  PIC 9(005)V9999.
       77  SWITCH-NO                        PIC 9(005).
       01  TOTAL-SAVING                     PIC 9(011)V99.

       01  HDR-ING                          PIC 9(005).
       01  HDR-ING-NAME                     PIC X(030).
       01  HDR-WINDOW-USE                   PIC S9(009).
       01  HDR-ANNUAL-USE                   PIC 9(009).
       01  HDR-CONV                         PIC 9(003)V99.
       01  DET-RANK                         PIC 9(003).
       01  DET-SUPP                         PIC 9(005).
       01  DET-SUPP-NAME                    PIC X(020).
       01  DET-CURRENCY                     PIC X(003).
       01  DET-PRICE                        PIC 9(003)V99.
       01  DET-EUR-PRICE                    PIC 9(005)V9999.
       01  DET-MOQ                          PIC 9(004).
       01  DET-COVER-DAYS                   PIC 9(005).
       01  DET-MOQ-FLAG                     PIC X(008).
       01  DET-LEAD                         PIC 9(003).
       01  DET-LANDED                       PIC 9(005)V9999.
       01  DET-RECIPE-COST                  PIC 9(005)V9999.
       01  DET-PREF-FLAG                    PIC X(009).
       01  DET-TO-SUPP                      PIC 9(005).
       01  DET-FROM-COST                    PIC 9(005)V9999.
       01  DET-TO-COST                      PIC 9(005)V9999.
       01  DET-SAVING                       PIC 9(011)V99.

      *> ACCEPTING A SWITCH
       01  SWITCH-ING                       PIC 9(005).
       01  SWITCH-SUPP                      PIC 9(005).
       01  SWITCH-ANSWER                    PIC X(001).
           88  SWITCH-ANSWER-YES            VALUE "Y" "y".
           88  SWITCH-ANSWER-VALID          VALUE "Y" "y" "N" "n".
       01  AGREEMENT-FOUND                  PIC X(001).
           88  AGREEMENT-YES                VALUE "Y".
       01  CURRENT-PREF-SUPP                PIC 9(005).
       01  CURRENT-PREF-PRICE               PIC 9(003)V99.
       01  CURRENT-PREF-CURRENCY            PIC X(003).
       01  CURRENT-PREF-EFF                 PIC 9(008).
       01  BEST-EFF-DATE                    PIC 9(008).

       REPORT SECTION.
       RD SOURCING-REPORT
           PAGE LIMIT IS 54
           FIRST DETAIL 5
           LAST DETAIL 46
           FOOTING 48.

       01 TYPE IS REPORT HEADING.
           02 LINE 1.
           03 COLUMN 02 VALUE REPORTTITLECONST.
           02 LINE PLUS 2.
           03 COL 18 VALUE "SOURCING OPTIMISATION REVIEW".

       01 TYPE IS PAGE HEADING.
           02 LINE IS PLUS 2.
           03 COLUMN 02 VALUE "RANK".
           03 COLUMN 08 VALUE "SUPPLIER".
           03 COLUMN 35 VALUE "CUR".
           03 COLUMN 40 VALUE "PRICE".
           03 COLUMN 48 VALUE "EUR PRICE".
           03 COLUMN 59 VALUE "MOQ".
           03 COLUMN 64 VALUE "COVER".
           03 COLUMN 80 VALUE "LEAD".
           03 COLUMN 86 VALUE "LANDED".
           03 COLUMN 96 VALUE "PER RCP UNIT".

       01 LINE-INGREDIENT TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "INGREDIENT".
               03 COLUMN 13 PIC 9(005) SOURCE HDR-ING.
               03 COLUMN 19 PIC X(030) SOURCE HDR-ING-NAME.
               03 COLUMN 50 VALUE "USED 91 DAYS".
               03 COLUMN 63 PIC -ZZZZZZZ9 SOURCE HDR-WINDOW-USE.
               03 COLUMN 74 VALUE "A YEAR".
               03 COLUMN 81 PIC ZZZZZZZZ9 SOURCE HDR-ANNUAL-USE.
               03 COLUMN 92 VALUE "RECIPE UNITS/UNIT".
               03 COLUMN 110 PIC ZZ9.99 SOURCE HDR-CONV.

       01 LINE-DETAIL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 03 PIC ZZ9 SOURCE DET-RANK.
               03 COLUMN 08 PIC 9(005) SOURCE DET-SUPP.
               03 COLUMN 14 PIC X(020) SOURCE DET-SUPP-NAME.
               03 COLUMN 35 PIC X(003) SOURCE DET-CURRENCY.
               03 COLUMN 39 PIC ZZ9.99 SOURCE DET-PRICE.
               03 COLUMN 46 PIC ZZZZ9.9999 SOURCE DET-EUR-PRICE.
               03 COLUMN 58 PIC ZZZ9 SOURCE DET-MOQ.
               03 COLUMN 63 PIC ZZZZ9 SOURCE DET-COVER-DAYS.
               03 COLUMN 70 PIC X(008) SOURCE DET-MOQ-FLAG.
               03 COLUMN 81 PIC ZZ9 SOURCE DET-LEAD.
               03 COLUMN 85 PIC ZZZZ9.9999 SOURCE DET-LANDED.
               03 COLUMN 97 PIC ZZZZ9.9999 SOURCE DET-RECIPE-COST.
               03 COLUMN 109 PIC X(009) SOURCE DET-PREF-FLAG.

       01 LINE-SWITCH-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 3.
               03 COLUMN 02 VALUE SWITCH-TITLE.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "INGREDIENT".
               03 COLUMN 50 VALUE "PREFERRED".
               03 COLUMN 60 VALUE "PER RCP UNIT".
               03 COLUMN 74 VALUE "SWITCH TO".
               03 COLUMN 84 VALUE "PER RCP UNIT".
               03 COLUMN 98 VALUE "SAVING A YEAR".

       01 LINE-SWITCH TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC 9(005) SOURCE HDR-ING.
               03 COLUMN 08 PIC X(030) SOURCE HDR-ING-NAME.
               03 COLUMN 51 PIC 9(005) SOURCE DET-SUPP.
               03 COLUMN 61 PIC ZZZZ9.9999 SOURCE DET-FROM-COST.
               03 COLUMN 75 PIC 9(005) SOURCE DET-TO-SUPP.
               03 COLUMN 85 PIC ZZZZ9.9999 SOURCE DET-TO-COST.
               03 COLUMN 97 PIC ZZZZZZZZZZ9.99 SOURCE DET-SAVING.

       01 LINE-SWITCH-TOTAL TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 08 VALUE "TOTAL SAVING A YEAR".
               03 COLUMN 97 PIC ZZZZZZZZZZ9.99 SOURCE DET-SAVING.

       01 LINE-NO-SWITCH TYPE IS DETAIL.
           02 LINE IS PLUS 3.
               03 COLUMN 02 VALUE NO-SWITCH-TEXT.

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
           05 VALUE MODULE-NAME-VIEW LINE 03 COL 43.
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
      ******************************************************************
       01  SOURCING-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE SPACES PIC X(50) LINE 09 COL 35.
           03 VALUE SPACES PIC X(50) LINE 10 COL 35.
           03 VALUE SPACES PIC X(50) LINE 11 COL 35.
           03 VALUE SPACES PIC X(50) LINE 12 COL 35.
           03 VALUE MENU-OPTION1 LINE 10 COL 35.
           03 VALUE MENU-OPTION2 LINE 11 COL 35.
           03 VALUE MENU-OPTION3 LINE 12 COL 35.
           03 VALUE MENU-CHOICE LINE 14 COL 35.
           03 SM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO MENU-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-SWITCH-SCREEN.
           05 VALUE TXT-SWITCH-ING LINE 08 COL 15.
           05 AS-ING PIC 9(005) LINE 08 COL PLUS 1
               TO SWITCH-ING REQUIRED.
           05 VALUE TXT-SWITCH-SUPP LINE 10 COL 15.
           05 AS-SUPP PIC 9(005) LINE 10 COL PLUS 1
               TO SWITCH-SUPP REQUIRED AUTO.
      ******************************************************************
       01  SHOW-SWITCH.
           05 VALUE "NOW PREFERRED :" LINE 13 COL 15.
           05 SS-FROM-SUPP PIC 9(005) LINE 13 COL PLUS 1
               FROM CURRENT-PREF-SUPP.
           05 SS-FROM-PRICE PIC ZZ9.99 LINE 13 COL PLUS 2
               FROM CURRENT-PREF-PRICE.
           05 SS-FROM-CUR PIC X(003) LINE 13 COL PLUS 1
               FROM CURRENT-PREF-CURRENCY.
           05 VALUE "SWITCH TO     :" LINE 14 COL 15.
           05 SS-TO-SUPP PIC 9(005) LINE 14 COL PLUS 1
               FROM WS-RIS-ID-SUPP.
           05 SS-TO-PRICE PIC ZZ9.99 LINE 14 COL PLUS 2
               FROM WS-RIS-PRICE.
           05 SS-TO-CUR PIC X(003) LINE 14 COL PLUS 1
               FROM WS-RIS-CURRENCY.
           05 VALUE "MIN ORDER QTY :" LINE 15 COL 15.
           05 SS-TO-MOQ PIC ZZZ9 LINE 15 COL PLUS 1
               FROM WS-RIS-MIN-ORDER-QTY.
           05 VALUE "LEAD TIME DAYS:" LINE 16 COL 15.
           05 SS-TO-LEAD PIC ZZ9 LINE 16 COL PLUS 1
               FROM WS-RIS-LEAD-TIME-DAYS.
           05 VALUE TXT-CONFIRM LINE 18 COL 15.
           05 SS-ANSWER PIC X(001) LINE 18 COL PLUS 1
               TO SWITCH-ANSWER REQUIRED AUTO.
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
           PERFORM WITH TEST AFTER UNTIL MENU-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MENU-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SOURCING-MENU
               ACCEPT SOURCING-MENU
               EVALUATE MENU-OPTION
                   WHEN 1
                       PERFORM 100-RUN-REVIEW
                   WHEN 2
                       PERFORM 500-ACCEPT-SWITCH
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       IF KEYSTATUS NOT = 1003
                           MOVE MENU-ERROR TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                       END-IF
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

      *> ONE PASS OVER FXRISSUPLY IN KEY ORDER: THE AGREEMENTS OF AN
      *> INGREDIENT ARRIVE TOGETHER, SO EACH INGREDIENT IS RANKED
      *> AS SOON AS THE NEXT ONE STARTS
       100-RUN-REVIEW SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           COMPUTE CUTOFF-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (TODAY-DATE) - USE-WINDOW-DAYS)
           MOVE CUTOFF-DATE (1:6) TO CUTOFF-PERIOD
           MOVE TODAY-DATE (1:6) TO TODAY-PERIOD
           MOVE ZERO TO AGREEMENTS-READ INGREDIENTS-REVIEWED
               SWITCH-COUNT CAND-COUNT CURRENT-ING
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS NOT = ZERO AND RIS-STATUS NOT = 35
               MOVE RIS-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXINGRED
           OPEN INPUT FXSUPPLY
           OPEN INPUT FXSTOCKMOV
           OPEN INPUT FXMOVSUM
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           STRING "SOURCING-" DELIMITED BY SIZE
               DATE-REPORT DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT SOURCING-FILE-REPORT
           INITIATE SOURCING-REPORT
           IF RIS-STATUS = ZERO
               MOVE "N" TO RIS-EOF-FLAG
               PERFORM UNTIL EOF-RIS
                   READ FXRISUPPLY NEXT RECORD
                       AT END SET EOF-RIS TO TRUE
                       NOT AT END
                           ADD 1 TO AGREEMENTS-READ
                           IF RIS-ID-ING NOT = CURRENT-ING
                               PERFORM 200-REVIEW-ONE-INGREDIENT
                               MOVE RIS-ID-ING TO CURRENT-ING
                               MOVE ZERO TO CAND-COUNT
                           END-IF
                           PERFORM 110-TAKE-AGREEMENT
                   END-READ
               END-PERFORM
               PERFORM 200-REVIEW-ONE-INGREDIENT
           END-IF
           PERFORM 400-PRINT-SWITCHES
           MOVE PAGE-COUNTER OF SOURCING-REPORT TO RCAT-PAGES
           MOVE LINE-COUNTER OF SOURCING-REPORT TO RCAT-LINES
           TERMINATE SOURCING-REPORT
           CLOSE SOURCING-FILE-REPORT
           CLOSE FXMOVSUM
           CLOSE FXSTOCKMOV
           CLOSE FXSUPPLY
           CLOSE FXINGRED
           CLOSE FXRISUPPLY
           MOVE "SOURCING" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "SOURCING" TO RCAT-PROGRAM
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "SOURCING" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE AGREEMENTS-READ TO RLOG-PROCESSED
           MOVE INGREDIENTS-REVIEWED TO RLOG-ACCEPTED
           MOVE SWITCH-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> A VALID AGREEMENT HAS STARTED, HAS NOT RUN OUT AND IS NOT
      *> WAITING FOR (OR REFUSED) APPROVAL. KEYS RUN OLDEST FIRST
      *> WITHIN A SUPPLIER, SO A LATER ONE REPLACES THE SUPPLIER'S
      *> ROW
       110-TAKE-AGREEMENT SECTION.
           IF RIS-EFF-DATE > TODAY-DATE OR
               DATE-VALIDITY < TODAY-DATE OR
               RIS-APPR-BLOCKED
               EXIT SECTION
           END-IF
           MOVE ZERO TO CAND-IX
           PERFORM VARYING SEEK-IX FROM 1 BY 1
               UNTIL SEEK-IX > CAND-COUNT
               IF CND-SUPP (SEEK-IX) = RIS-ID-SUPP
                   MOVE SEEK-IX TO CAND-IX
               END-IF
           END-PERFORM
           IF CAND-IX = ZERO
               IF CAND-COUNT >= MAX-CAND
                   EXIT SECTION
               END-IF
               ADD 1 TO CAND-COUNT
               MOVE CAND-COUNT TO CAND-IX
           END-IF
           MOVE RIS-ID-SUPP TO CND-SUPP (CAND-IX)
           MOVE RIS-PRICE TO CND-PRICE (CAND-IX)
           MOVE RIS-CURRENCY TO CND-CURRENCY (CAND-IX)
           MOVE RIS-MIN-ORDER-QTY TO CND-MOQ (CAND-IX)
           MOVE RIS-LEAD-TIME-DAYS TO CND-LEAD (CAND-IX)
           MOVE RIS-PREFERRED TO CND-PREFERRED (CAND-IX)
       EXIT SECTION.

       200-REVIEW-ONE-INGREDIENT SECTION.
           IF CAND-COUNT = ZERO OR CURRENT-ING = ZERO
               EXIT SECTION
           END-IF
           ADD 1 TO INGREDIENTS-REVIEWED
           MOVE SPACES TO CURRENT-ING-NAME
           MOVE ZERO TO CURRENT-CONV CURRENT-SHELF-DAYS
           IF INGRED-STATUS = ZERO
               MOVE CURRENT-ING TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INGREDS-NAME TO CURRENT-ING-NAME
                       MOVE INGREDS-CONV-FACTOR TO CURRENT-CONV
                       MOVE INGREDS-SHELF-LIFE-DAYS
                           TO CURRENT-SHELF-DAYS
               END-READ
           END-IF
           IF CURRENT-CONV = ZERO
               MOVE 1 TO CURRENT-CONV
           END-IF
           PERFORM 210-MEASURE-CONSUMPTION
           IF CURRENT-SHELF-DAYS > ZERO
               MOVE CURRENT-SHELF-DAYS TO COVER-LIMIT
           ELSE
               MOVE DEFAULT-COVER-DAYS TO COVER-LIMIT
           END-IF
           PERFORM VARYING CAND-IX FROM 1 BY 1
               UNTIL CAND-IX > CAND-COUNT
               PERFORM 230-LANDED-COST
           END-PERFORM
           IF CAND-COUNT > 1
               SORT CAND-ROW
               ON ASCENDING CND-RECIPE-COST
               ON ASCENDING CND-SUPP
           END-IF
           MOVE CURRENT-ING TO HDR-ING
           MOVE CURRENT-ING-NAME TO HDR-ING-NAME
           MOVE WINDOW-USE TO HDR-WINDOW-USE
           MOVE ANNUAL-USE TO HDR-ANNUAL-USE
           MOVE CURRENT-CONV TO HDR-CONV
           GENERATE LINE-INGREDIENT
           MOVE ZERO TO PREF-IX
           PERFORM VARYING CAND-IX FROM 1 BY 1
               UNTIL CAND-IX > CAND-COUNT
               PERFORM 240-PRINT-ONE-CANDIDATE
               IF CND-PREFERRED-YES (CAND-IX) AND PREF-IX = ZERO
                   MOVE CAND-IX TO PREF-IX
               END-IF
           END-PERFORM
           IF PREF-IX > 1 AND
               CND-RECIPE-COST (1) < CND-RECIPE-COST (PREF-IX)
               PERFORM 250-NOTE-SWITCH
           END-IF
       EXIT SECTION.

      *> ISSUES OVER THE WINDOW, NET OF ANY REVERSALS: THE LIVE
      *> LEDGER DETAIL PLUS THE MONTHLY SUMMARIES OF WHATEVER HAS
      *> ALREADY BEEN ROLLED UP (WHOLE MONTHS AFTER THE CUTOFF)
       210-MEASURE-CONSUMPTION SECTION.
           MOVE ZERO TO WINDOW-USE
           IF MOV-STATUS = ZERO
               MOVE "N" TO MOV-EOF-FLAG
               MOVE CURRENT-ING TO MOV-ING-ID
               MOVE CUTOFF-DATE TO MOV-DATE
               MOVE ZERO TO MOV-TIME MOV-SEQ
               START FXSTOCKMOV KEY IS >= MOV-KEY
                   INVALID KEY SET EOF-MOV TO TRUE
               END-START
               PERFORM UNTIL EOF-MOV
                   READ FXSTOCKMOV NEXT RECORD
                       AT END SET EOF-MOV TO TRUE
                       NOT AT END
                           IF MOV-ING-ID NOT = CURRENT-ING OR
                               MOV-DATE > TODAY-DATE
                               SET EOF-MOV TO TRUE
                           ELSE
                               IF MOV-TYPE-ISSUE
                                   IF MOV-SIGN-MINUS
                                       ADD MOV-QTY TO WINDOW-USE
                                   ELSE
                                       SUBTRACT MOV-QTY
                                           FROM WINDOW-USE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF MSM-STATUS-FS = ZERO
               MOVE "N" TO MSM-EOF-FLAG
               MOVE CURRENT-ING TO MSM-ING-ID
               MOVE ZERO TO MSM-PERIOD
               MOVE SPACES TO MSM-TYPE MSM-LOCATION
               START FXMOVSUM KEY IS >= MSM-ID
                   INVALID KEY SET EOF-MSM TO TRUE
               END-START
               PERFORM UNTIL EOF-MSM
                   READ FXMOVSUM NEXT RECORD
                       AT END SET EOF-MSM TO TRUE
                       NOT AT END
                           IF MSM-ING-ID NOT = CURRENT-ING
                               SET EOF-MSM TO TRUE
                           ELSE
                               IF MSM-TYPE = "IS" AND
                                   MSM-PERIOD > CUTOFF-PERIOD AND
                                   MSM-PERIOD <= TODAY-PERIOD
                                   SUBTRACT MSM-QTY FROM WINDOW-USE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WINDOW-USE > ZERO
               COMPUTE ANNUAL-USE ROUNDED =
                   WINDOW-USE * 365 / USE-WINDOW-DAYS
               COMPUTE DAILY-USE ROUNDED =
                   WINDOW-USE / USE-WINDOW-DAYS
           ELSE
               MOVE ZERO TO ANNUAL-USE DAILY-USE
           END-IF
       EXIT SECTION.

      *> LANDED COST PER SUPPLIER UNIT = EUR PRICE, PLUS THE COST OF
      *> CARRYING THE STOCK BOUGHT FOR THE LEAD TIME, MULTIPLIED UP
      *> WHEN THE MINIMUM ORDER OUTLASTS THE COVER LIMIT (ONLY THE
      *> PART USED IN TIME EARNS ITS KEEP). DIVIDED BY THE
      *> CONVERSION FACTOR IT GIVES THE COST PER RECIPE UNIT.
       230-LANDED-COST SECTION.
           EVALUATE CND-CURRENCY (CAND-IX)
               WHEN "USD"
                   COMPUTE CND-EUR-PRICE (CAND-IX) ROUNDED =
                       CND-PRICE (CAND-IX) * RATE-USD
               WHEN "GBP"
                   COMPUTE CND-EUR-PRICE (CAND-IX) ROUNDED =
                       CND-PRICE (CAND-IX) * RATE-GBP
               WHEN OTHER
                   MOVE CND-PRICE (CAND-IX) TO CND-EUR-PRICE (CAND-IX)
           END-EVALUATE
           COMPUTE LEAD-FACTOR ROUNDED =
               1 + CND-LEAD (CAND-IX) * HOLD-PCT-YEAR / 100 / 365
           MOVE 1 TO MOQ-FACTOR
           MOVE SPACES TO CND-MOQ-FLAG (CAND-IX)
           MOVE ZERO TO CND-COVER-DAYS (CAND-IX)
           IF CND-MOQ (CAND-IX) > ZERO
               IF DAILY-USE > ZERO
                   COMPUTE CND-COVER-DAYS (CAND-IX) ROUNDED =
                       CND-MOQ (CAND-IX) / DAILY-USE
                       ON SIZE ERROR
                           MOVE 99999 TO CND-COVER-DAYS (CAND-IX)
                   END-COMPUTE
                   IF CND-COVER-DAYS (CAND-IX) > COVER-LIMIT
                       COMPUTE MOQ-FACTOR ROUNDED =
                           CND-MOQ (CAND-IX) /
                           (DAILY-USE * COVER-LIMIT)
                           ON SIZE ERROR
                               MOVE 99999 TO MOQ-FACTOR
                       END-COMPUTE
                       MOVE MOQ-HIGH-TEXT TO CND-MOQ-FLAG (CAND-IX)
                   END-IF
               ELSE
                   MOVE 99999 TO CND-COVER-DAYS (CAND-IX)
                   MOVE MOQ-NO-USE-TEXT TO CND-MOQ-FLAG (CAND-IX)
               END-IF
           END-IF
           COMPUTE CND-LANDED (CAND-IX) ROUNDED =
               CND-EUR-PRICE (CAND-IX) * LEAD-FACTOR * MOQ-FACTOR
               ON SIZE ERROR
                   MOVE 99999 TO CND-LANDED (CAND-IX)
           END-COMPUTE
           COMPUTE CND-RECIPE-COST (CAND-IX) ROUNDED =
               CND-LANDED (CAND-IX) / CURRENT-CONV
       EXIT SECTION.

       240-PRINT-ONE-CANDIDATE SECTION.
           MOVE CAND-IX TO DET-RANK
           MOVE CND-SUPP (CAND-IX) TO DET-SUPP
           MOVE SPACES TO DET-SUPP-NAME
           IF SUPP-STATUS = ZERO
               MOVE CND-SUPP (CAND-IX) TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO DET-SUPP-NAME
               END-READ
           END-IF
           MOVE CND-CURRENCY (CAND-IX) TO DET-CURRENCY
           MOVE CND-PRICE (CAND-IX) TO DET-PRICE
           MOVE CND-EUR-PRICE (CAND-IX) TO DET-EUR-PRICE
           MOVE CND-MOQ (CAND-IX) TO DET-MOQ
           MOVE CND-COVER-DAYS (CAND-IX) TO DET-COVER-DAYS
           MOVE CND-MOQ-FLAG (CAND-IX) TO DET-MOQ-FLAG
           MOVE CND-LEAD (CAND-IX) TO DET-LEAD
           MOVE CND-LANDED (CAND-IX) TO DET-LANDED
           MOVE CND-RECIPE-COST (CAND-IX) TO DET-RECIPE-COST
           IF CND-PREFERRED-YES (CAND-IX)
               MOVE PREFERRED-TEXT TO DET-PREF-FLAG
           ELSE
               MOVE SPACES TO DET-PREF-FLAG
           END-IF
           GENERATE LINE-DETAIL
       EXIT SECTION.

      *> THE SAVING IS THE LANDED DIFFERENCE PER SUPPLIER UNIT OVER
      *> A YEAR'S CONSUMPTION AT THE CURRENT RATE
       250-NOTE-SWITCH SECTION.
           IF SWITCH-COUNT >= MAX-SWITCH
               EXIT SECTION
           END-IF
           ADD 1 TO SWITCH-COUNT
           SET SWT TO SWITCH-COUNT
           MOVE CURRENT-ING TO SWT-ING (SWT)
           MOVE CURRENT-ING-NAME TO SWT-ING-NAME (SWT)
           MOVE CND-SUPP (PREF-IX) TO SWT-FROM-SUPP (SWT)
           MOVE CND-RECIPE-COST (PREF-IX) TO SWT-FROM-COST (SWT)
           MOVE CND-SUPP (1) TO SWT-TO-SUPP (SWT)
           MOVE CND-RECIPE-COST (1) TO SWT-TO-COST (SWT)
           COMPUTE SWT-SAVING (SWT) ROUNDED =
               (CND-LANDED (PREF-IX) - CND-LANDED (1)) * ANNUAL-USE
               ON SIZE ERROR
                   MOVE ZERO TO SWT-SAVING (SWT)
           END-COMPUTE
       EXIT SECTION.

       400-PRINT-SWITCHES SECTION.
           IF SWITCH-COUNT = ZERO
               GENERATE LINE-NO-SWITCH
               EXIT SECTION
           END-IF
           IF SWITCH-COUNT > 1
               SORT SWITCH-ROW
               ON DESCENDING SWT-SAVING
               ON ASCENDING SWT-ING
           END-IF
           GENERATE LINE-SWITCH-TITLE
           MOVE ZERO TO TOTAL-SAVING
           PERFORM VARYING SWITCH-NO FROM 1 BY 1
               UNTIL SWITCH-NO > SWITCH-COUNT
               SET SWT TO SWITCH-NO
               MOVE SWT-ING (SWT) TO HDR-ING
               MOVE SWT-ING-NAME (SWT) TO HDR-ING-NAME
               MOVE SWT-FROM-SUPP (SWT) TO DET-SUPP
               MOVE SWT-FROM-COST (SWT) TO DET-FROM-COST
               MOVE SWT-TO-SUPP (SWT) TO DET-TO-SUPP
               MOVE SWT-TO-COST (SWT) TO DET-TO-COST
               MOVE SWT-SAVING (SWT) TO DET-SAVING
               ADD SWT-SAVING (SWT) TO TOTAL-SAVING
               GENERATE LINE-SWITCH
           END-PERFORM
           MOVE TOTAL-SAVING TO DET-SAVING
           GENERATE LINE-SWITCH-TOTAL
       EXIT SECTION.

      *> THE BUYER KEYS THE INGREDIENT AND THE "SWITCH TO" SUPPLIER
      *> FROM THE REVIEW. THE SUPPLIER'S LATEST VALID AGREEMENT IS
      *> RE-ISSUED TODAY AS PREFERRED BUT PENDING ("P"): IT STAYS
      *> INVISIBLE TO COSTING AND ORDERING, AND THE CURRENT PREFERRED
      *> AGREEMENT KEEPS ITS FLAG, UNTIL A SUPERVISOR APPROVES IT IN
      *> RISAPPR, WHICH THEN CLEARS THE OLD PREFERENCE
       500-ACCEPT-SWITCH SECTION.
           MOVE ZERO TO SWITCH-ING SWITCH-SUPP
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SWITCH-SCREEN
           ACCEPT ASK-SWITCH-SCREEN
           IF KEYSTATUS = 1003
               MOVE ZERO TO KEYSTATUS
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           OPEN I-O FXRISUPPLY
           IF RIS-STATUS NOT = ZERO
               CLOSE FXRISUPPLY
               MOVE ERROR-NO-AGREEMENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 510-FIND-AGREEMENTS
           IF NOT AGREEMENT-YES
               CLOSE FXRISUPPLY
               MOVE ERROR-NO-AGREEMENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF WS-RIS-PREFERRED-YES
               CLOSE FXRISUPPLY
               MOVE ERROR-ALREADY-PREFERRED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SWITCH-ANSWER
           PERFORM WITH TEST AFTER UNTIL SWITCH-ANSWER-VALID
               DISPLAY SHOW-SWITCH
               ACCEPT SHOW-SWITCH
               IF KEYSTATUS = 1003
                   MOVE ZERO TO KEYSTATUS
                   CLOSE FXRISUPPLY
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SWITCH-ANSWER-YES
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           PERFORM 588-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               CLOSE FXRISUPPLY
               MOVE SPACES TO ERROR-TEXT
               STRING RECORD-IN-USE-TEXT DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 520-WRITE-PENDING-SWITCH
           PERFORM 589-RELEASE-LOCK
           CLOSE FXRISUPPLY
           MOVE CONFIRM-SWITCH TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> ONE PASS OVER THE INGREDIENT'S AGREEMENTS: THE LATEST VALID
      *> ONE OF THE CHOSEN SUPPLIER GOES TO WS-RIS-DETAILS, THE
      *> LATEST VALID PREFERRED ONE OF ANY SUPPLIER IS SHOWN BESIDE IT
       510-FIND-AGREEMENTS SECTION.
           MOVE "N" TO AGREEMENT-FOUND
           MOVE ZERO TO BEST-EFF-DATE CURRENT-PREF-SUPP
               CURRENT-PREF-PRICE CURRENT-PREF-EFF
           MOVE SPACES TO CURRENT-PREF-CURRENCY
           MOVE "N" TO RIS-EOF-FLAG
           MOVE SWITCH-ING TO RIS-ID-ING
           MOVE ZERO TO RIS-ID-SUPP
           MOVE ZERO TO RIS-EFF-DATE
           START FXRISUPPLY KEY IS >= RIS-ID
               INVALID KEY SET EOF-RIS TO TRUE
           END-START
           PERFORM UNTIL EOF-RIS
               READ FXRISUPPLY NEXT RECORD
                   AT END SET EOF-RIS TO TRUE
                   NOT AT END
                       IF RIS-ID-ING NOT = SWITCH-ING
                           SET EOF-RIS TO TRUE
                       ELSE
                           IF RIS-EFF-DATE <= TODAY-DATE AND
                               DATE-VALIDITY >= TODAY-DATE AND
                               NOT RIS-APPR-BLOCKED
                               PERFORM 515-NOTE-AGREEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       515-NOTE-AGREEMENT SECTION.
           IF RIS-ID-SUPP = SWITCH-SUPP AND
               RIS-EFF-DATE >= BEST-EFF-DATE
               MOVE RIS-DETAILS TO WS-RIS-DETAILS
               MOVE RIS-EFF-DATE TO BEST-EFF-DATE
               MOVE "Y" TO AGREEMENT-FOUND
           END-IF
           IF RIS-PREFERRED-YES AND
               RIS-EFF-DATE >= CURRENT-PREF-EFF
               MOVE RIS-ID-SUPP TO CURRENT-PREF-SUPP
               MOVE RIS-PRICE TO CURRENT-PREF-PRICE
               MOVE RIS-CURRENCY TO CURRENT-PREF-CURRENCY
               MOVE RIS-EFF-DATE TO CURRENT-PREF-EFF
           END-IF
       EXIT SECTION.

      *> THE SAME TERMS UNDER TODAY'S EFFECTIVE DATE; WHEN THE PAIR
      *> ALREADY HAS AN AGREEMENT DATED TODAY, THAT ONE IS FLAGGED
       520-WRITE-PENDING-SWITCH SECTION.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-RIS-EFF-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-RIS-EFF-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-RIS-EFF-DAY
           MOVE "Y" TO WS-RIS-PREFERRED
           MOVE "P" TO WS-RIS-APPR-STATUS
           CALL "GETOPER" USING WS-RIS-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RIS-LAST-DATE
           WRITE RIS-DETAILS FROM WS-RIS-DETAILS
               INVALID KEY
                   MOVE WS-RIS-ID TO RIS-ID
                   READ FXRISUPPLY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO RIS-PREFERRED
                           MOVE "P" TO RIS-APPR-STATUS
                           MOVE WS-RIS-LAST-BY TO RIS-LAST-BY
                           MOVE WS-RIS-LAST-DATE TO RIS-LAST-DATE
                           REWRITE RIS-DETAILS
                           END-REWRITE
                   END-READ
           END-WRITE
       EXIT SECTION.

       588-ACQUIRE-LOCK SECTION.
           MOVE "A" TO LOCK-ACTION
           MOVE "FXRISSUPLY" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WS-RIS-ID-ING TO LOCK-RECORD-KEY (1:5)
           MOVE WS-RIS-ID-SUPP TO LOCK-RECORD-KEY (6:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

       589-RELEASE-LOCK SECTION.
           MOVE "R" TO LOCK-ACTION
           MOVE "FXRISSUPLY" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WS-RIS-ID-ING TO LOCK-RECORD-KEY (1:5)
           MOVE WS-RIS-ID-SUPP TO LOCK-RECORD-KEY (6:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.
