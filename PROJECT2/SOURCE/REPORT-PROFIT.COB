      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    PROFITABILITY REPORT - COST TO SERVE EACH SCHOOL OVER A
      *    DELIVERY DATE RANGE. REVENUE IS WHAT WAS INVOICED
      *    (FXSCHINVLN) LESS THE CREDIT NOTES AGAINST IT (FXCREDNOTE);
      *    FROM IT COME THE SANDWICHES DELIVERED AT THEIR ROLLED-UP
      *    RECIPE COST (SANDWICH-COST) AND A SHARE OF THE DELIVERY
      *    COST: EACH DAY A ROUTE RUNS, ITS RTE-DAY-COST IS SPREAD
      *    OVER THE FXROUTESTOP SCHOOLS BY THE QUANTITY EACH ONE
      *    RECEIVED. SCHOOLS ARE RANKED BY CONTRIBUTION, BEST FIRST,
      *    AND THE LOSS-MAKERS ARE FLAGGED AND LISTED AGAIN AT THE END.
      *    A CANCELLED INVOICE OR CREDIT NOTE COUNTS FOR NOTHING.
      *    SANDWICH-COST IS THE FULL MAKE COST - INGREDIENTS, LABOUR,
      *    PACKAGING AND OVERHEAD - SO THE COST COLUMN IS HEADED MAKE
      *    COST.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PROFIT.
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

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

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

               SELECT PROFIT-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXROUTE.
           COPY FD-ROUTE.
       FD FXROUTESTOP.
           COPY FD-ROUTESTOP.

       FD PROFIT-FILE-REPORT
           REPORT IS PROFIT-REPORT.

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY WS-ORDERS.

       78  MODULE-NAME-REPORT  VALUE "SCHOOL PROFITABILITY".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORTTITLECONST    VALUE "BREADWICH".
       78  PAGECONST           VALUE "PAGE: ".
       78  REP-DATE            VALUE "DATE:".
       78  REP-TIME            VALUE "TIME:".
       78  REPORT-DONE
           VALUE "PROFITABILITY REPORT PRODUCED, PRESS ANY KEY".
       78  PERIOD-FROM-TEXT    VALUE "DELIVERED FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "DELIVERED TO   (YYYYMMDD):".
       78  ERROR-BAD-PERIOD
           VALUE "DATES MUST BE VALID AND THE END NOT BEFORE THE START".
       78  LOSS-FLAG-TEXT      VALUE "** LOSS **".
       78  LOSS-TITLE
           VALUE "** LOSS-MAKING SCHOOLS FOR THE PERIOD **".
       78  NO-COST-TEXT
           VALUE "SANDWICHES WITHOUT A ROLLED-UP COST WERE COSTED AT "-
           "ZERO - RUN RECIPE COST".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  RTE-STATUS-FS                    PIC 9(002).
       77  RST-STATUS-FS                    PIC 9(002).
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

       01  SCHIL-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-SCHIL                    VALUE "Y".
       01  CRN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CRN                      VALUE "Y".
       01  RTE-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RTE                      VALUE "Y".
       01  RST-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RST                      VALUE "Y".

       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  RUN-START-STAMP                  PIC 9(014).
       77  LINES-READ                       PIC 9(007).
       01  LAST-INV-ID                      PIC 9(006).
       01  LAST-INV-SCHOOL                  PIC 9(005).
       01  CREDIT-DATE                      PIC 9(008).
       01  NO-COST-FOUND                    PIC X(001) VALUE "N".
           88  NO-COST-FOUND-YES            VALUE "Y".

      *> WHAT EACH SCHOOL BROUGHT IN AND WHAT IT COST TO SERVE
       78  MAX-SCHOOL                       VALUE 9999.
       01  SCHOOL-PROFIT-TABLE.
           05  SPR-ENTRY OCCURS MAX-SCHOOL TIMES.
               10  SPR-REVENUE              PIC S9(009)V99 VALUE ZERO.
               10  SPR-CREDITS              PIC S9(009)V99 VALUE ZERO.
               10  SPR-QTY                  PIC 9(009) VALUE ZERO.
               10  SPR-FOOD-COST            PIC S9(009)V99 VALUE ZERO.
               10  SPR-DELIVERY-COST        PIC S9(009)V99 VALUE ZERO.
      *> WHAT EACH SCHOOL RECEIVED ON THE DAY BEING SPREAD
               10  SPR-DAY-QTY              PIC 9(007) VALUE ZERO.
       77  SCHOOL-IX                        PIC 9(005).

      *> THE ROUTES AND THEIR STOPS, HELD FOR THE WHOLE RUN
       78  MAX-ROUTE                        VALUE 999.
       01  ROUTE-TABLE.
           05  RTB-DAY-COST OCCURS MAX-ROUTE TIMES
               PIC 9(005)V99 VALUE ZERO.
       78  MAX-STOP                         VALUE 3000.
       01  STOP-COUNT                       PIC 9(004) VALUE ZERO.
       01  STOP-TABLE.
           05  STB-ENTRY OCCURS MAX-STOP TIMES.
               10  STB-ROUTE                PIC 9(003).
               10  STB-SCHOOL               PIC 9(005).
       77  STOP-IX                          PIC 9(004).
       77  ROUTE-IX                         PIC 9(004).
       01  ROUTE-DAY-QTY                    PIC 9(009).
       01  ROUTE-SHARE                      PIC S9(007)V99.
       01  CURRENT-DAY                      PIC 9(008).

       01  RANK-COUNT                       PIC 9(005) VALUE ZERO.
       01  RANK-ROW OCCURS 1 TO MAX-SCHOOL TIMES
           DEPENDING ON RANK-COUNT
           INDEXED BY RNK.
           05  RNK-CONTRIBUTION             PIC S9(009)V99.
           05  RNK-SCHOOL                   PIC 9(005).
       77  RANK-NO                          PIC 9(005).
       77  LOSS-COUNT                       PIC 9(005).

       01  TOT-REVENUE                      PIC S9(011)V99.
       01  TOT-CREDITS                      PIC S9(011)V99.
       01  TOT-FOOD-COST                    PIC S9(011)V99.
       01  TOT-DELIVERY-COST                PIC S9(011)V99.
       01  TOT-CONTRIBUTION                 PIC S9(011)V99.
       01  TOT-QTY                          PIC 9(009).

       01  HDR-FROM                         PIC 9(008).
       01  HDR-TO                           PIC 9(008).
       01  DET-RANK                         PIC 9(005).
       01  DET-SCHOOL                       PIC 9(005).
       01  DET-NAME                         PIC X(025).
       01  DET-QTY                          PIC 9(009).
       01  DET-REVENUE                      PIC S9(011)V99.
       01  DET-CREDITS                      PIC S9(011)V99.
       01  DET-FOOD-COST                    PIC S9(011)V99.
       01  DET-DELIVERY-COST                PIC S9(011)V99.
       01  DET-CONTRIBUTION                 PIC S9(011)V99.
       01  DET-MARGIN-PCT                   PIC S9(004)V9.
       01  DET-FLAG                         PIC X(010).

       REPORT SECTION.
       RD PROFIT-REPORT
           PAGE LIMIT IS 54
           FIRST DETAIL 5
           LAST DETAIL 46
           FOOTING 48.

       01 TYPE IS REPORT HEADING.
           02 LINE 1.
           03 COLUMN 02 VALUE REPORTTITLECONST.
           02 LINE PLUS 2.
           03 COL 18 VALUE "PROFITABILITY AND COST TO SERVE BY SCHOOL".

       01 LINE-PERIOD-HEADER TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "DELIVERED".
               03 COLUMN 12 PIC 9(008) SOURCE HDR-FROM.
               03 COLUMN 21 VALUE "TO".
               03 COLUMN 24 PIC 9(008) SOURCE HDR-TO.

       01 TYPE IS PAGE HEADING.
           02 LINE IS PLUS 2.
           03 COLUMN 02 VALUE "RANK".
           03 COLUMN 08 VALUE "SCHOOL".
           03 COLUMN 41 VALUE "QTY".
           03 COLUMN 50 VALUE "REVENUE".
           03 COLUMN 61 VALUE "CREDITS".
           03 COLUMN 71 VALUE "MAKE COST".
           03 COLUMN 82 VALUE "DELIVERY".
           03 COLUMN 91 VALUE "CONTRIBUTION".
           03 COLUMN 104 VALUE "MARGIN%".

       01 LINE-DETAIL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 01 PIC ZZZZZ SOURCE DET-RANK.
               03 COLUMN 08 PIC 9(005) SOURCE DET-SCHOOL.
               03 COLUMN 14 PIC X(025) SOURCE DET-NAME.
               03 COLUMN 37 PIC ZZZZZZ9 SOURCE DET-QTY.
               03 COLUMN 45 PIC -ZZZZZZZ9.99 SOURCE DET-REVENUE.
               03 COLUMN 57 PIC -ZZZZZZZ9.99 SOURCE DET-CREDITS.
               03 COLUMN 69 PIC -ZZZZZZZ9.99 SOURCE DET-FOOD-COST.
               03 COLUMN 81 PIC -ZZZZZZ9.99 SOURCE DET-DELIVERY-COST.
               03 COLUMN 92 PIC -ZZZZZZZ9.99 SOURCE DET-CONTRIBUTION.
               03 COLUMN 105 PIC -ZZZ9.9 SOURCE DET-MARGIN-PCT.
               03 COLUMN 113 PIC X(010) SOURCE DET-FLAG.

       01 LINE-TOTAL TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 14 VALUE "ALL SCHOOLS".
               03 COLUMN 37 PIC ZZZZZZ9 SOURCE DET-QTY.
               03 COLUMN 45 PIC -ZZZZZZZ9.99 SOURCE DET-REVENUE.
               03 COLUMN 57 PIC -ZZZZZZZ9.99 SOURCE DET-CREDITS.
               03 COLUMN 69 PIC -ZZZZZZZ9.99 SOURCE DET-FOOD-COST.
               03 COLUMN 81 PIC -ZZZZZZ9.99 SOURCE DET-DELIVERY-COST.
               03 COLUMN 92 PIC -ZZZZZZZ9.99 SOURCE DET-CONTRIBUTION.
               03 COLUMN 105 PIC -ZZZ9.9 SOURCE DET-MARGIN-PCT.

       01 LINE-LOSS-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE LOSS-TITLE.

       01 LINE-NO-COST TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE NO-COST-TEXT.

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
       01  ASK-PERIOD-SCREEN.
           05 VALUE PERIOD-FROM-TEXT LINE 08 COL 15.
           05 AP-FROM PIC 9(008) LINE 08 COL PLUS 1
               TO PERIOD-FROM REQUIRED.
           05 VALUE PERIOD-TO-TEXT LINE 10 COL 15.
           05 AP-TO PIC 9(008) LINE 10 COL PLUS 1
               TO PERIOD-TO REQUIRED AUTO.
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
           MOVE ZERO TO PERIOD-FROM PERIOD-TO
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           IF TEST-DATE-YYYYMMDD (PERIOD-FROM) NOT = ZERO OR
               TEST-DATE-YYYYMMDD (PERIOD-TO) NOT = ZERO OR
               PERIOD-TO < PERIOD-FROM
               MOVE ERROR-BAD-PERIOD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO LINES-READ
           PERFORM 100-COLLECT-REVENUE
           PERFORM 150-COLLECT-CREDITS
           PERFORM 200-LOAD-ROUTES
           PERFORM 300-COST-DELIVERIES
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           STRING "PROFIT-" DELIMITED BY SIZE
               DATE-REPORT DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT PROFIT-FILE-REPORT
           INITIATE PROFIT-REPORT
           MOVE PERIOD-FROM TO HDR-FROM
           MOVE PERIOD-TO TO HDR-TO
           GENERATE LINE-PERIOD-HEADER
           PERFORM 400-PRINT-RANKING
           MOVE PAGE-COUNTER OF PROFIT-REPORT TO RCAT-PAGES
           MOVE LINE-COUNTER OF PROFIT-REPORT TO RCAT-LINES
           TERMINATE PROFIT-REPORT
           CLOSE PROFIT-FILE-REPORT
           MOVE "PROFIT" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-PROFIT" TO RCAT-PROGRAM
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "REPORT-PROFIT" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE LINES-READ TO RLOG-PROCESSED
           MOVE RANK-COUNT TO RLOG-ACCEPTED
           MOVE LOSS-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE REPORT-DONE TO ERROR-TEXT
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

      *> INVOICED REVENUE BY THE DELIVERY DATE OF EACH LINE; THE
      *> SCHOOL COMES FROM THE INVOICE HEADER
       100-COLLECT-REVENUE SECTION.
           OPEN INPUT FXSCHINVLN
           IF SCHIL-STATUS-FS NOT = ZERO AND SCHIL-STATUS-FS NOT = 35
               MOVE SCHIL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SCHIL-STATUS-FS = 35 THEN
               CLOSE FXSCHINVLN
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHINV
           MOVE ZERO TO LAST-INV-ID LAST-INV-SCHOOL
           MOVE "N" TO SCHIL-EOF-FLAG
           PERFORM UNTIL EOF-SCHIL
               READ FXSCHINVLN NEXT RECORD
                   AT END SET EOF-SCHIL TO TRUE
                   NOT AT END
                       IF SCHIL-DELIVERY-DATE >= PERIOD-FROM AND
                           SCHIL-DELIVERY-DATE <= PERIOD-TO
                           PERFORM 110-ADD-REVENUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
           CLOSE FXSCHINVLN
       EXIT SECTION.

       110-ADD-REVENUE SECTION.
           IF SCHIL-INV-ID NOT = LAST-INV-ID
               MOVE SCHIL-INV-ID TO LAST-INV-ID
               MOVE ZERO TO LAST-INV-SCHOOL
               IF SCHINV-STATUS-FS = ZERO
                   MOVE SCHIL-INV-ID TO SCHINV-ID
                   READ FXSCHINV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF NOT SCHINV-STATUS-CANCELLED
                               MOVE SCHINV-SCHOOL-ID TO LAST-INV-SCHOOL
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF LAST-INV-SCHOOL >= 1 AND LAST-INV-SCHOOL <= MAX-SCHOOL
               ADD 1 TO LINES-READ
               ADD SCHIL-AMOUNT TO SPR-REVENUE (LAST-INV-SCHOOL)
           END-IF
       EXIT SECTION.

      *> A CREDIT NOTE COUNTS AGAINST THE DELIVERY DATE OF THE LINE
      *> IT CREDITS (ITS OWN DATE IF THE LINE IS GONE), THE SAME WAY
      *> THE SALES MIX REPORT NETS IT
       150-COLLECT-CREDITS SECTION.
           OPEN INPUT FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO THEN
               CLOSE FXCREDNOTE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHINVLN
           MOVE "N" TO CRN-EOF-FLAG
           PERFORM UNTIL EOF-CRN
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-CRN TO TRUE
                   NOT AT END
                       PERFORM 155-ONE-CREDIT
               END-READ
           END-PERFORM
           CLOSE FXSCHINVLN
           CLOSE FXCREDNOTE
       EXIT SECTION.

       155-ONE-CREDIT SECTION.
           MOVE CRN-DATE TO CREDIT-DATE
           IF SCHIL-STATUS-FS = ZERO
               MOVE CRN-INV-ID TO SCHIL-INV-ID
               MOVE CRN-INV-LINE-NO TO SCHIL-LINE-NO
               READ FXSCHINVLN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHIL-DELIVERY-DATE TO CREDIT-DATE
               END-READ
           END-IF
           IF CREDIT-DATE >= PERIOD-FROM AND
               CREDIT-DATE <= PERIOD-TO AND
               CRN-SCHOOL-ID >= 1 AND CRN-SCHOOL-ID <= MAX-SCHOOL AND
               NOT CRN-STATUS-CANCELLED
               ADD 1 TO LINES-READ
               ADD CRN-AMOUNT TO SPR-CREDITS (CRN-SCHOOL-ID)
           END-IF
       EXIT SECTION.

       200-LOAD-ROUTES SECTION.
           OPEN INPUT FXROUTE
           IF RTE-STATUS-FS = ZERO THEN
               MOVE "N" TO RTE-EOF-FLAG
               PERFORM UNTIL EOF-RTE
                   READ FXROUTE NEXT RECORD
                       AT END SET EOF-RTE TO TRUE
                       NOT AT END
                           IF RTE-ID >= 1
                               MOVE RTE-DAY-COST TO
                                   RTB-DAY-COST (RTE-ID)
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
                               RST-SCHOOL-ID <= MAX-SCHOOL AND
                               STOP-COUNT < MAX-STOP
                               ADD 1 TO STOP-COUNT
                               MOVE RST-ROUTE-ID TO
                                   STB-ROUTE (STOP-COUNT)
                               MOVE RST-SCHOOL-ID TO
                                   STB-SCHOOL (STOP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXROUTESTOP
       EXIT SECTION.

      *> DELIVERED (OR SINCE INVOICED) ORDERS DAY BY DAY ON THE
      *> DELIVERY-DATE KEY: EACH LINE IS COSTED AT THE SANDWICH'S
      *> ROLLED-UP COST, AND WHEN THE DAY CHANGES ITS ROUTE COSTS
      *> ARE SHARED OUT
       300-COST-DELIVERIES SECTION.
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSANDWICH
           MOVE ZERO TO CURRENT-DAY
           MOVE "N" TO ORD-EOF-FLAG
           MOVE PERIOD-FROM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE > PERIOD-TO
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF (ORD-STATUS-DELIVERED OR
                               ORD-STATUS-INVOICED) AND
                               ORD-SCHOOL-ID >= 1 AND
                               ORD-SCHOOL-ID <= MAX-SCHOOL
                               PERFORM 310-COST-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CURRENT-DAY NOT = ZERO
               PERFORM 320-SHARE-ROUTE-COSTS
           END-IF
           CLOSE FXSANDWICH
           CLOSE FXORDERS
       EXIT SECTION.

       310-COST-ONE-LINE SECTION.
           IF ORD-DELIVERY-DATE NOT = CURRENT-DAY
               IF CURRENT-DAY NOT = ZERO
                   PERFORM 320-SHARE-ROUTE-COSTS
               END-IF
               MOVE ORD-DELIVERY-DATE TO CURRENT-DAY
           END-IF
           ADD 1 TO LINES-READ
           ADD ORD-QTY TO SPR-QTY (ORD-SCHOOL-ID)
           ADD ORD-QTY TO SPR-DAY-QTY (ORD-SCHOOL-ID)
           IF SANDWICH-STATUS = ZERO
               MOVE ORD-SANDWICH-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY
                       MOVE ZERO TO SANDWICH-COST
               END-READ
               IF SANDWICH-COST = ZERO
                   MOVE "Y" TO NO-COST-FOUND
               END-IF
               COMPUTE SPR-FOOD-COST (ORD-SCHOOL-ID) =
                   SPR-FOOD-COST (ORD-SCHOOL-ID) +
                   ORD-QTY * SANDWICH-COST
           END-IF
       EXIT SECTION.

      *> EVERY ROUTE THAT DELIVERED ANYTHING ON THE DAY SPREADS ITS
      *> DAY COST OVER ITS STOPS BY QUANTITY; A ROUTE WITH NOTHING
      *> TO DELIVER DID NOT RUN AND COSTS NOTHING
       320-SHARE-ROUTE-COSTS SECTION.
           PERFORM VARYING ROUTE-IX FROM 1 BY 1
               UNTIL ROUTE-IX > MAX-ROUTE
               IF RTB-DAY-COST (ROUTE-IX) > ZERO
                   PERFORM 330-SHARE-ONE-ROUTE
               END-IF
           END-PERFORM
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
               UNTIL SCHOOL-IX > MAX-SCHOOL
               MOVE ZERO TO SPR-DAY-QTY (SCHOOL-IX)
           END-PERFORM
       EXIT SECTION.

       330-SHARE-ONE-ROUTE SECTION.
           MOVE ZERO TO ROUTE-DAY-QTY
           PERFORM VARYING STOP-IX FROM 1 BY 1
               UNTIL STOP-IX > STOP-COUNT
               IF STB-ROUTE (STOP-IX) = ROUTE-IX
                   ADD SPR-DAY-QTY (STB-SCHOOL (STOP-IX))
                       TO ROUTE-DAY-QTY
               END-IF
           END-PERFORM
           IF ROUTE-DAY-QTY = ZERO
               EXIT SECTION
           END-IF
           PERFORM VARYING STOP-IX FROM 1 BY 1
               UNTIL STOP-IX > STOP-COUNT
               IF STB-ROUTE (STOP-IX) = ROUTE-IX AND
                   SPR-DAY-QTY (STB-SCHOOL (STOP-IX)) > ZERO
                   COMPUTE ROUTE-SHARE ROUNDED =
                       RTB-DAY-COST (ROUTE-IX) *
                       SPR-DAY-QTY (STB-SCHOOL (STOP-IX)) /
                       ROUTE-DAY-QTY
                   ADD ROUTE-SHARE TO
                       SPR-DELIVERY-COST (STB-SCHOOL (STOP-IX))
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> CONTRIBUTION = REVENUE - CREDITS - FOOD COST - DELIVERY
      *> COST; BEST FIRST, THEN THE LOSS-MAKERS AGAIN ON THEIR OWN
       400-PRINT-RANKING SECTION.
           MOVE ZERO TO RANK-COUNT LOSS-COUNT TOT-REVENUE TOT-CREDITS
               TOT-FOOD-COST TOT-DELIVERY-COST TOT-CONTRIBUTION
               TOT-QTY
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
               UNTIL SCHOOL-IX > MAX-SCHOOL
               IF SPR-REVENUE (SCHOOL-IX) NOT = ZERO OR
                   SPR-CREDITS (SCHOOL-IX) NOT = ZERO OR
                   SPR-QTY (SCHOOL-IX) NOT = ZERO
                   ADD 1 TO RANK-COUNT
                   SET RNK TO RANK-COUNT
                   MOVE SCHOOL-IX TO RNK-SCHOOL (RNK)
                   COMPUTE RNK-CONTRIBUTION (RNK) =
                       SPR-REVENUE (SCHOOL-IX) -
                       SPR-CREDITS (SCHOOL-IX) -
                       SPR-FOOD-COST (SCHOOL-IX) -
                       SPR-DELIVERY-COST (SCHOOL-IX)
               END-IF
           END-PERFORM
           IF RANK-COUNT > 1
               SORT RANK-ROW
               ON DESCENDING RNK-CONTRIBUTION
               ON ASCENDING RNK-SCHOOL
           END-IF
           OPEN INPUT FXSCHOOL
           PERFORM VARYING RANK-NO FROM 1 BY 1
               UNTIL RANK-NO > RANK-COUNT
               SET RNK TO RANK-NO
               MOVE RANK-NO TO DET-RANK
               PERFORM 410-PRINT-ONE-SCHOOL
               ADD DET-QTY TO TOT-QTY
               ADD DET-REVENUE TO TOT-REVENUE
               ADD DET-CREDITS TO TOT-CREDITS
               ADD DET-FOOD-COST TO TOT-FOOD-COST
               ADD DET-DELIVERY-COST TO TOT-DELIVERY-COST
               ADD DET-CONTRIBUTION TO TOT-CONTRIBUTION
               IF DET-CONTRIBUTION < ZERO
                   ADD 1 TO LOSS-COUNT
               END-IF
           END-PERFORM
           MOVE TOT-QTY TO DET-QTY
           MOVE TOT-REVENUE TO DET-REVENUE
           MOVE TOT-CREDITS TO DET-CREDITS
           MOVE TOT-FOOD-COST TO DET-FOOD-COST
           MOVE TOT-DELIVERY-COST TO DET-DELIVERY-COST
           MOVE TOT-CONTRIBUTION TO DET-CONTRIBUTION
           PERFORM 420-MARGIN-PERCENT
           GENERATE LINE-TOTAL
           IF LOSS-COUNT > ZERO
               GENERATE LINE-LOSS-TITLE
               PERFORM VARYING RANK-NO FROM 1 BY 1
                   UNTIL RANK-NO > RANK-COUNT
                   SET RNK TO RANK-NO
                   IF RNK-CONTRIBUTION (RNK) < ZERO
                       MOVE RANK-NO TO DET-RANK
                       PERFORM 410-PRINT-ONE-SCHOOL
                   END-IF
               END-PERFORM
           END-IF
           IF NO-COST-FOUND-YES
               GENERATE LINE-NO-COST
           END-IF
           CLOSE FXSCHOOL
       EXIT SECTION.

       410-PRINT-ONE-SCHOOL SECTION.
           MOVE RNK-SCHOOL (RNK) TO SCHOOL-IX
           MOVE SCHOOL-IX TO DET-SCHOOL
           MOVE SPACES TO DET-NAME
           IF SCHOOL-STATUS = ZERO
               MOVE SCHOOL-IX TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHOOL-DESIGNATION1 TO DET-NAME
               END-READ
           END-IF
           MOVE SPR-QTY (SCHOOL-IX) TO DET-QTY
           MOVE SPR-REVENUE (SCHOOL-IX) TO DET-REVENUE
           MOVE SPR-CREDITS (SCHOOL-IX) TO DET-CREDITS
           MOVE SPR-FOOD-COST (SCHOOL-IX) TO DET-FOOD-COST
           MOVE SPR-DELIVERY-COST (SCHOOL-IX) TO DET-DELIVERY-COST
           MOVE RNK-CONTRIBUTION (RNK) TO DET-CONTRIBUTION
           PERFORM 420-MARGIN-PERCENT
           IF DET-CONTRIBUTION < ZERO
               MOVE LOSS-FLAG-TEXT TO DET-FLAG
           ELSE
               MOVE SPACES TO DET-FLAG
           END-IF
           GENERATE LINE-DETAIL
       EXIT SECTION.

       420-MARGIN-PERCENT SECTION.
           MOVE ZERO TO DET-MARGIN-PCT
           IF DET-REVENUE - DET-CREDITS > ZERO
               COMPUTE DET-MARGIN-PCT ROUNDED =
                   DET-CONTRIBUTION * 100 /
                   (DET-REVENUE - DET-CREDITS)
                   ON SIZE ERROR
                       MOVE ZERO TO DET-MARGIN-PCT
               END-COMPUTE
           END-IF
       EXIT SECTION.
