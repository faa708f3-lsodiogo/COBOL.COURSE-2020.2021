      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    SALES MIX REPORT - FOR A CHOSEN DELIVERY DATE RANGE, THE
      *    QUANTITY AND VALUE INVOICED PER SANDWICH (FXSCHINVLN, NET
      *    OF CREDIT NOTES ON FXCREDNOTE), RANKED BY QUANTITY WITH
      *    EACH SANDWICH'S SHARE OF THE TOTAL, SET AGAINST THE SAME
      *    DATES LAST YEAR. THE PERIOD IS ALSO SHOWN WEEK BY WEEK OR
      *    MONTH BY MONTH, THE MIX IS BROKEN DOWN BY COUNCIL AND BY
      *    SCHOOL, AND A TAIL SECTION LISTS EVERY SANDWICH BELOW A
      *    CHOSEN SHARE WITH THE NUMBER OF MENUPLAN ROTATION SLOTS
      *    (FXMENUTPL) IT STILL HOLDS - THE CANDIDATES TO DROP.
      *    THE CHARGE FOR LOST RETURNABLE TRAYS (SANDWICH ZERO) IS NOT
      *    A SALE AND IS LEFT OUT, WITH ANY CREDIT AGAINST IT.
      *    A CANCELLED INVOICE OR CREDIT NOTE COUNTS FOR NOTHING.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-SALESMIX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

               SELECT FXCOUNCIL ASSIGN TO "FXCOUNCIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CNCL-ID
                   FILE STATUS CNCL-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXMENUTPL ASSIGN TO "FXMENUTPL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TPL-ID
                   FILE STATUS TPL-STATUS-FS.

               SELECT SALESMIX-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCOUNCIL.
           COPY FD-COUNCIL.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXMENUTPL.
           COPY FD-MENUTPL.

       FD SALESMIX-FILE-REPORT
           REPORT IS SALESMIX-REPORT.

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-REPORT  VALUE "SANDWICH SALES MIX".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORTTITLECONST    VALUE "BREADWICH".
       78  PAGECONST           VALUE "PAGE: ".
       78  REP-DATE            VALUE "DATE:".
       78  REP-TIME            VALUE "TIME:".
       78  REPORT-DONE
           VALUE "SALES MIX REPORT PRODUCED, PRESS ANY KEY".
       78  PERIOD-FROM-TEXT    VALUE "DELIVERED FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "DELIVERED TO   (YYYYMMDD):".
       78  BUCKET-TEXT         VALUE "TREND BY (W)EEK OR (M)ONTH:".
       78  TAIL-TEXT           VALUE "TAIL BELOW SHARE (%)      :".
       78  ERROR-BAD-PERIOD
           VALUE "DATES MUST BE VALID AND THE END NOT BEFORE THE START".
       78  ERROR-LONG-PERIOD
           VALUE "THE RANGE CANNOT BE LONGER THAN ONE YEAR".
       78  ERROR-BAD-BUCKET    VALUE "TREND MUST BE W OR M".
       78  RANK-TITLE
           VALUE "SANDWICHES RANKED BY QUANTITY INVOICED".
       78  TREND-TITLE-WEEK    VALUE "WEEK BY WEEK (WEEK STARTING)".
       78  TREND-TITLE-MONTH   VALUE "MONTH BY MONTH".
       78  COUNCIL-TITLE       VALUE "MIX BY COUNCIL".
       78  SCHOOL-TITLE        VALUE "MIX BY SCHOOL".
       78  TAIL-TITLE
           VALUE "TAIL - CANDIDATES TO DROP FROM THE MENU ROTATIONS".
       78  DIRECT-TEXT         VALUE "SCHOOLS BILLED DIRECTLY".
       78  NEW-TEXT            VALUE "    NEW".
       78  ROWS-FULL-TEXT
           VALUE "** BREAKDOWN TABLE FULL - SOME LINES NOT BROKEN DOWN".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CNCL-STATUS-FS                   PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  TPL-STATUS-FS                    PIC 9(002).
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
       01  SANDWICH-EOF-FLAG                PIC X(001) VALUE "N".
           88  EOF-SANDWICH                 VALUE "Y".
       01  TPL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TPL                      VALUE "Y".

       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  LY-FROM                          PIC 9(008).
       01  LY-TO                            PIC 9(008).
       01  BUCKET-TYPE                      PIC X(001).
           88  BUCKET-WEEK                  VALUE "W".
           88  BUCKET-MONTH                 VALUE "M".
       01  TAIL-PCT                         PIC 9(002)V9.
       01  RUN-START-STAMP                  PIC 9(014).
       77  LINES-READ                       PIC 9(007).

      *> A DATE MOVED BY A WHOLE YEAR; 29 FEBRUARY FALLS BACK TO THE
      *> 28TH WHEN THE OTHER YEAR IS NOT A LEAP YEAR
       01  SHIFT-DATE.
           05  SHIFT-YEAR                   PIC 9(004).
           05  SHIFT-MMDD                   PIC 9(004).
       01  SHIFT-DATE-NUM REDEFINES SHIFT-DATE
                                            PIC 9(008).

      *> ONE INVOICED (OR CREDITED) QUANTITY ON ITS WAY INTO THE
      *> TOTALS; "T" THIS PERIOD, "L" THE SAME DATES LAST YEAR
       01  LINE-PERIOD                      PIC X(001).
           88  LINE-THIS-YEAR               VALUE "T".
           88  LINE-LAST-YEAR               VALUE "L".
       01  LINE-DATE                        PIC 9(008).
       01  LINE-SCHOOL                      PIC 9(005).
       01  LINE-SANDWICH                    PIC 9(005).
       01  LINE-QTY                         PIC S9(007).
       01  LINE-VALUE                       PIC S9(009)V99.
       01  LAST-INV-ID                      PIC 9(006).
       01  LAST-INV-SCHOOL                  PIC 9(005).
       01  LAST-INV-CANCEL                  PIC X(001).
           88  LAST-INV-CANCELLED           VALUE "Y".

       01  TOTAL-QTY                        PIC S9(009).
       01  TOTAL-VALUE                      PIC S9(011)V99.
       01  TOTAL-LY-QTY                     PIC S9(009).
       01  TOTAL-LY-VALUE                   PIC S9(011)V99.

       78  MAX-ITEM                         VALUE 9999.
       01  SMX-TABLE.
           05  SMX-ENTRY OCCURS MAX-ITEM TIMES.
               10  SMX-QTY                  PIC S9(007) VALUE ZERO.
               10  SMX-VALUE                PIC S9(009)V99 VALUE ZERO.
               10  SMX-LY-QTY               PIC S9(007) VALUE ZERO.
               10  SMX-LY-VALUE             PIC S9(009)V99 VALUE ZERO.
               10  SMX-SLOTS                PIC 9(003) VALUE ZERO.
       77  ITEM-IX                          PIC 9(005).

       01  RANK-COUNT                       PIC 9(005) VALUE ZERO.
       01  RANK-ROW OCCURS 1 TO MAX-ITEM TIMES
           DEPENDING ON RANK-COUNT
           INDEXED BY RNK.
           05  RNK-QTY                      PIC S9(007).
           05  RNK-SANDWICH                 PIC 9(005).
       77  RANK-NO                          PIC 9(005).

      *> THE PERIOD CUT INTO WEEKS (MONDAY START) OR MONTHS; LAST
      *> YEAR'S LINES ARE MOVED FORWARD A YEAR INTO THE SAME BUCKETS
       78  MAX-BUCKET                       VALUE 60.
       01  BUCKET-COUNT                     PIC 9(002) VALUE ZERO.
       01  BUCKET-ROW OCCURS 1 TO MAX-BUCKET TIMES
           DEPENDING ON BUCKET-COUNT
           INDEXED BY BKT.
           05  BKT-START                    PIC 9(008).
           05  BKT-QTY                      PIC S9(007).
           05  BKT-VALUE                    PIC S9(009)V99.
           05  BKT-LY-QTY                   PIC S9(007).
           05  BKT-LY-VALUE                 PIC S9(009)V99.
       01  BUCKET-DATE                      PIC 9(008).
       01  BUCKET-DAY-NUMBER                PIC 9(007).
       77  BUCKET-IX                        PIC 9(002).

      *> SANDWICH MIX PER SCHOOL ("S") AND PER COUNCIL ("C"); A
      *> COUNCIL OF ZERO COLLECTS THE SCHOOLS BILLED DIRECTLY
       78  MAX-ROWS                         VALUE 6000.
       01  ROW-COUNT                        PIC 9(005) VALUE ZERO.
       01  MIX-ROW OCCURS 1 TO MAX-ROWS TIMES
           DEPENDING ON ROW-COUNT
           INDEXED BY MIX.
           05  MIX-LEVEL                    PIC X(001).
           05  MIX-OWNER                    PIC 9(005).
           05  MIX-SANDWICH                 PIC 9(005).
           05  MIX-QTY                      PIC S9(007).
           05  MIX-VALUE                    PIC S9(009)V99.
           05  MIX-LY-QTY                   PIC S9(007).
           05  MIX-LY-VALUE                 PIC S9(009)V99.
       77  ROW-IX                           PIC 9(005).
       77  FOUND-IX                         PIC 9(005).
       77  SEEK-IX                          PIC 9(005).
       77  SCHOOL-ROWS                      PIC 9(005).
       01  ROWS-FULL                        PIC X(001) VALUE "N".
           88  ROWS-FULL-YES                VALUE "Y".
       01  FIND-LEVEL                       PIC X(001).
       01  FIND-OWNER                       PIC 9(005).
       01  FIND-SANDWICH                    PIC 9(005).
       01  FIND-QTY                         PIC S9(007).
       01  FIND-VALUE                       PIC S9(009)V99.
       01  FIND-LY-QTY                      PIC S9(007).
       01  FIND-LY-VALUE                    PIC S9(009)V99.

       78  MAX-SCHOOL                       VALUE 9999.
       01  OWNER-TOTAL-TABLE.
           05  SCHOOL-OWN-QTY OCCURS MAX-SCHOOL TIMES
               PIC S9(009) VALUE ZERO.
           05  CNCL-OWN-QTY OCCURS MAX-SCHOOL TIMES
               PIC S9(009) VALUE ZERO.
           05  SCHOOL-CNCL OCCURS MAX-SCHOOL TIMES
               PIC 9(004) VALUE ZERO.
       01  DIRECT-OWN-QTY                   PIC S9(009) VALUE ZERO.
       01  OWNER-QTY                        PIC S9(009).
       01  CURRENT-LEVEL                    PIC X(001).
       01  CURRENT-OWNER                    PIC 9(005).

       01  HDR-FROM                         PIC 9(008).
       01  HDR-TO                           PIC 9(008).
       01  HDR-LY-FROM                      PIC 9(008).
       01  HDR-LY-TO                        PIC 9(008).
       01  HDR-TAIL-PCT                     PIC 9(002)V9.
       01  OWN-ID                           PIC 9(005).
       01  OWN-NAME                         PIC X(050).
       01  DET-RANK                         PIC 9(005).
       01  DET-ID                           PIC 9(005).
       01  DET-NAME                         PIC X(025).
       01  DET-QTY                          PIC S9(009).
       01  DET-VALUE                        PIC S9(011)V99.
       01  DET-SHARE                        PIC S9(003)V9.
       01  DET-LY-QTY                       PIC S9(009).
       01  DET-LY-VALUE                     PIC S9(011)V99.
       01  DET-CHANGE                       PIC X(007).
       01  DET-CHANGE-PCT                   PIC S9(004)V9.
       01  DET-CHANGE-ED                    PIC -ZZZ9.9.
       01  DET-DATE                         PIC 9(008).
       01  DET-SLOTS                        PIC 9(003).
       01  DET-ACTIVE                       PIC X(008).

       REPORT SECTION.
       RD SALESMIX-REPORT
           PAGE LIMIT IS 54
           FIRST DETAIL 5
           LAST DETAIL 46
           FOOTING 48.

       01 TYPE IS REPORT HEADING.
           02 LINE 1.
           03 COLUMN 02 VALUE REPORTTITLECONST.
           02 LINE PLUS 2.
           03 COL 18 VALUE "SANDWICH SALES MIX".

       01 LINE-PERIOD-HEADER TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "DELIVERED".
               03 COLUMN 12 PIC 9(008) SOURCE HDR-FROM.
               03 COLUMN 21 VALUE "TO".
               03 COLUMN 24 PIC 9(008) SOURCE HDR-TO.
               03 COLUMN 34 VALUE "LAST YEAR".
               03 COLUMN 44 PIC 9(008) SOURCE HDR-LY-FROM.
               03 COLUMN 53 VALUE "TO".
               03 COLUMN 56 PIC 9(008) SOURCE HDR-LY-TO.
               03 COLUMN 66 VALUE "TAIL BELOW".
               03 COLUMN 77 PIC Z9.9 SOURCE HDR-TAIL-PCT.
               03 COLUMN 81 VALUE "%".

       01 LINE-SECTION-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 PIC X(050) SOURCE OWN-NAME.

       01 LINE-COLUMNS TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE "RANK".
               03 COLUMN 08 VALUE "ID".
               03 COLUMN 14 VALUE "SANDWICH".
               03 COLUMN 44 VALUE "QTY".
               03 COLUMN 58 VALUE "VALUE".
               03 COLUMN 63 VALUE "SHARE".
               03 COLUMN 71 VALUE "LY QTY".
               03 COLUMN 83 VALUE "LY VALUE".
               03 COLUMN 92 VALUE "CHANGE%".

       01 LINE-RANK TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 01 PIC ZZZZZ SOURCE DET-RANK.
               03 COLUMN 08 PIC 9(005) SOURCE DET-ID.
               03 COLUMN 14 PIC X(025) SOURCE DET-NAME.
               03 COLUMN 39 PIC -ZZZZZZZ9 SOURCE DET-QTY.
               03 COLUMN 49 PIC -ZZZZZZZZ9.99 SOURCE DET-VALUE.
               03 COLUMN 63 PIC -ZZ9.9 SOURCE DET-SHARE.
               03 COLUMN 69 PIC -ZZZZZZZ9 SOURCE DET-LY-QTY.
               03 COLUMN 79 PIC -ZZZZZZZZ9.99 SOURCE DET-LY-VALUE.
               03 COLUMN 93 PIC X(007) SOURCE DET-CHANGE.

       01 LINE-TOTAL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 14 VALUE "TOTAL".
               03 COLUMN 39 PIC -ZZZZZZZ9 SOURCE DET-QTY.
               03 COLUMN 49 PIC -ZZZZZZZZ9.99 SOURCE DET-VALUE.
               03 COLUMN 69 PIC -ZZZZZZZ9 SOURCE DET-LY-QTY.
               03 COLUMN 79 PIC -ZZZZZZZZ9.99 SOURCE DET-LY-VALUE.
               03 COLUMN 93 PIC X(007) SOURCE DET-CHANGE.

       01 LINE-BUCKET TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC 9(008) SOURCE DET-DATE.
               03 COLUMN 39 PIC -ZZZZZZZ9 SOURCE DET-QTY.
               03 COLUMN 49 PIC -ZZZZZZZZ9.99 SOURCE DET-VALUE.
               03 COLUMN 69 PIC -ZZZZZZZ9 SOURCE DET-LY-QTY.
               03 COLUMN 79 PIC -ZZZZZZZZ9.99 SOURCE DET-LY-VALUE.
               03 COLUMN 93 PIC X(007) SOURCE DET-CHANGE.

       01 LINE-OWNER TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 PIC 9(005) SOURCE OWN-ID.
               03 COLUMN 08 PIC X(050) SOURCE OWN-NAME.

       01 LINE-TAIL-COLUMNS TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 08 VALUE "ID".
               03 COLUMN 14 VALUE "SANDWICH".
               03 COLUMN 44 VALUE "QTY".
               03 COLUMN 63 VALUE "SHARE".
               03 COLUMN 71 VALUE "LY QTY".
               03 COLUMN 79 VALUE "MENU SLOTS".
               03 COLUMN 92 VALUE "STATUS".

       01 LINE-TAIL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 08 PIC 9(005) SOURCE DET-ID.
               03 COLUMN 14 PIC X(025) SOURCE DET-NAME.
               03 COLUMN 39 PIC -ZZZZZZZ9 SOURCE DET-QTY.
               03 COLUMN 63 PIC -ZZ9.9 SOURCE DET-SHARE.
               03 COLUMN 69 PIC -ZZZZZZZ9 SOURCE DET-LY-QTY.
               03 COLUMN 83 PIC ZZ9 SOURCE DET-SLOTS.
               03 COLUMN 92 PIC X(008) SOURCE DET-ACTIVE.

       01 LINE-ROWS-FULL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE ROWS-FULL-TEXT.

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
               TO PERIOD-TO REQUIRED.
           05 VALUE BUCKET-TEXT LINE 12 COL 15.
           05 AP-BUCKET PIC X(001) LINE 12 COL PLUS 1
               TO BUCKET-TYPE REQUIRED.
           05 VALUE TAIL-TEXT LINE 14 COL 15.
           05 AP-TAIL PIC Z9.9 LINE 14 COL PLUS 1
               USING TAIL-PCT AUTO.
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
           MOVE "M" TO BUCKET-TYPE
           MOVE 2 TO TAIL-PCT
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION UPPER-CASE (BUCKET-TYPE) TO BUCKET-TYPE
           IF TEST-DATE-YYYYMMDD (PERIOD-FROM) NOT = ZERO OR
               TEST-DATE-YYYYMMDD (PERIOD-TO) NOT = ZERO OR
               PERIOD-TO < PERIOD-FROM
               MOVE ERROR-BAD-PERIOD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           IF INTEGER-OF-DATE (PERIOD-TO) -
               INTEGER-OF-DATE (PERIOD-FROM) > 365
               MOVE ERROR-LONG-PERIOD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           IF NOT BUCKET-WEEK AND NOT BUCKET-MONTH
               MOVE ERROR-BAD-BUCKET TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE PERIOD-FROM TO SHIFT-DATE-NUM
           SUBTRACT 1 FROM SHIFT-YEAR
           PERFORM 050-FIX-LEAP-DAY
           MOVE SHIFT-DATE-NUM TO LY-FROM
           MOVE PERIOD-TO TO SHIFT-DATE-NUM
           SUBTRACT 1 FROM SHIFT-YEAR
           PERFORM 050-FIX-LEAP-DAY
           MOVE SHIFT-DATE-NUM TO LY-TO
           MOVE ZERO TO TOTAL-QTY TOTAL-VALUE TOTAL-LY-QTY
               TOTAL-LY-VALUE LINES-READ
           PERFORM 100-COLLECT-INVOICE-LINES
           PERFORM 150-COLLECT-CREDITS
           PERFORM 200-BUILD-COUNCIL-ROWS
           PERFORM 250-COUNT-MENU-SLOTS
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           STRING "SALESMIX-" DELIMITED BY SIZE
               DATE-REPORT DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT SALESMIX-FILE-REPORT
           INITIATE SALESMIX-REPORT
           MOVE PERIOD-FROM TO HDR-FROM
           MOVE PERIOD-TO TO HDR-TO
           MOVE LY-FROM TO HDR-LY-FROM
           MOVE LY-TO TO HDR-LY-TO
           MOVE TAIL-PCT TO HDR-TAIL-PCT
           GENERATE LINE-PERIOD-HEADER
           PERFORM 300-PRINT-RANKING
           PERFORM 400-PRINT-TREND
           PERFORM 500-PRINT-BREAKDOWN
           PERFORM 600-PRINT-TAIL
           MOVE PAGE-COUNTER OF SALESMIX-REPORT TO RCAT-PAGES
           MOVE LINE-COUNTER OF SALESMIX-REPORT TO RCAT-LINES
           TERMINATE SALESMIX-REPORT
           CLOSE SALESMIX-FILE-REPORT
           MOVE "SALESMIX" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-SALESMIX" TO RCAT-PROGRAM
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "REPORT-SALESMIX" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE LINES-READ TO RLOG-PROCESSED
           MOVE RANK-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           EXIT PROGRAM.

       050-FIX-LEAP-DAY SECTION.
           IF SHIFT-MMDD = 0229 AND
               TEST-DATE-YYYYMMDD (SHIFT-DATE-NUM) NOT = ZERO
               MOVE 0228 TO SHIFT-MMDD
           END-IF
       EXIT SECTION.

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

      *> EVERY INVOICE LINE DELIVERED IN THE PERIOD OR IN THE SAME
      *> DATES LAST YEAR; THE SCHOOL COMES FROM THE INVOICE HEADER
       100-COLLECT-INVOICE-LINES SECTION.
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
           MOVE "N" TO LAST-INV-CANCEL
           MOVE "N" TO SCHIL-EOF-FLAG
           PERFORM UNTIL EOF-SCHIL
               READ FXSCHINVLN NEXT RECORD
                   AT END SET EOF-SCHIL TO TRUE
                   NOT AT END
                       MOVE SCHIL-DELIVERY-DATE TO LINE-DATE
                       PERFORM 110-WHICH-PERIOD
                       IF LINE-PERIOD NOT = SPACE AND
                           SCHIL-SANDWICH-ID NOT = ZERO
                           PERFORM 120-INVOICE-SCHOOL
                       END-IF
                       IF LINE-PERIOD NOT = SPACE AND
                           SCHIL-SANDWICH-ID NOT = ZERO AND
                           NOT LAST-INV-CANCELLED
                           MOVE SCHIL-SANDWICH-ID TO LINE-SANDWICH
                           MOVE SCHIL-QTY TO LINE-QTY
                           MOVE SCHIL-AMOUNT TO LINE-VALUE
                           ADD 1 TO LINES-READ
                           PERFORM 160-ADD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
           CLOSE FXSCHINVLN
       EXIT SECTION.

       110-WHICH-PERIOD SECTION.
           MOVE SPACE TO LINE-PERIOD
           IF LINE-DATE >= PERIOD-FROM AND LINE-DATE <= PERIOD-TO
               SET LINE-THIS-YEAR TO TRUE
           END-IF
           IF LINE-DATE >= LY-FROM AND LINE-DATE <= LY-TO
               SET LINE-LAST-YEAR TO TRUE
           END-IF
       EXIT SECTION.

       120-INVOICE-SCHOOL SECTION.
           IF SCHIL-INV-ID = LAST-INV-ID
               MOVE LAST-INV-SCHOOL TO LINE-SCHOOL
               EXIT SECTION
           END-IF
           MOVE SCHIL-INV-ID TO LAST-INV-ID
           MOVE ZERO TO LAST-INV-SCHOOL
           MOVE "N" TO LAST-INV-CANCEL
           IF SCHINV-STATUS-FS = ZERO
               MOVE SCHIL-INV-ID TO SCHINV-ID
               READ FXSCHINV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHINV-SCHOOL-ID TO LAST-INV-SCHOOL
                       IF SCHINV-STATUS-CANCELLED
                           MOVE "Y" TO LAST-INV-CANCEL
                       END-IF
               END-READ
           END-IF
           MOVE LAST-INV-SCHOOL TO LINE-SCHOOL
       EXIT SECTION.

      *> A CREDIT NOTE COMES OFF THE SALES OF THE DELIVERY DATE OF
      *> THE INVOICE LINE IT CREDITS (ITS OWN DATE IF THE LINE IS
      *> GONE), SO THE MIX IS NET OF WHAT SCHOOLS DID NOT PAY FOR
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
           MOVE CRN-DATE TO LINE-DATE
           IF SCHIL-STATUS-FS = ZERO
               MOVE CRN-INV-ID TO SCHIL-INV-ID
               MOVE CRN-INV-LINE-NO TO SCHIL-LINE-NO
               READ FXSCHINVLN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHIL-DELIVERY-DATE TO LINE-DATE
               END-READ
           END-IF
           PERFORM 110-WHICH-PERIOD
           IF LINE-PERIOD = SPACE OR CRN-SANDWICH-ID = ZERO OR
               CRN-STATUS-CANCELLED
               EXIT SECTION
           END-IF
           MOVE CRN-SCHOOL-ID TO LINE-SCHOOL
           MOVE CRN-SANDWICH-ID TO LINE-SANDWICH
           COMPUTE LINE-QTY = ZERO - CRN-QTY
           COMPUTE LINE-VALUE = ZERO - CRN-AMOUNT
           ADD 1 TO LINES-READ
           PERFORM 160-ADD-LINE
       EXIT SECTION.

       160-ADD-LINE SECTION.
           IF LINE-THIS-YEAR
               ADD LINE-QTY TO TOTAL-QTY
               ADD LINE-VALUE TO TOTAL-VALUE
           ELSE
               ADD LINE-QTY TO TOTAL-LY-QTY
               ADD LINE-VALUE TO TOTAL-LY-VALUE
           END-IF
           IF LINE-SANDWICH >= 1 AND LINE-SANDWICH <= MAX-ITEM
               IF LINE-THIS-YEAR
                   ADD LINE-QTY TO SMX-QTY (LINE-SANDWICH)
                   ADD LINE-VALUE TO SMX-VALUE (LINE-SANDWICH)
               ELSE
                   ADD LINE-QTY TO SMX-LY-QTY (LINE-SANDWICH)
                   ADD LINE-VALUE TO SMX-LY-VALUE (LINE-SANDWICH)
               END-IF
           END-IF
           PERFORM 170-ADD-TO-BUCKET
           IF LINE-SCHOOL >= 1 AND LINE-SCHOOL <= MAX-SCHOOL
               IF LINE-THIS-YEAR
                   ADD LINE-QTY TO SCHOOL-OWN-QTY (LINE-SCHOOL)
               END-IF
               MOVE "S" TO FIND-LEVEL
               MOVE LINE-SCHOOL TO FIND-OWNER
               MOVE LINE-SANDWICH TO FIND-SANDWICH
               MOVE ZERO TO FIND-QTY FIND-VALUE FIND-LY-QTY
                   FIND-LY-VALUE
               IF LINE-THIS-YEAR
                   MOVE LINE-QTY TO FIND-QTY
                   MOVE LINE-VALUE TO FIND-VALUE
               ELSE
                   MOVE LINE-QTY TO FIND-LY-QTY
                   MOVE LINE-VALUE TO FIND-LY-VALUE
               END-IF
               PERFORM 180-ADD-TO-MIX-ROW
           END-IF
       EXIT SECTION.

      *> THE BUCKET IS THE MONDAY OF THE WEEK OR THE FIRST OF THE
      *> MONTH; DAY 1 OF THE INTEGER-OF-DATE CALENDAR WAS A MONDAY
       170-ADD-TO-BUCKET SECTION.
           MOVE LINE-DATE TO SHIFT-DATE-NUM
           IF LINE-LAST-YEAR
               ADD 1 TO SHIFT-YEAR
               PERFORM 050-FIX-LEAP-DAY
           END-IF
           IF BUCKET-WEEK
               COMPUTE BUCKET-DAY-NUMBER =
                   INTEGER-OF-DATE (SHIFT-DATE-NUM)
               COMPUTE BUCKET-DAY-NUMBER = BUCKET-DAY-NUMBER -
                   MOD (BUCKET-DAY-NUMBER - 1, 7)
               COMPUTE BUCKET-DATE =
                   DATE-OF-INTEGER (BUCKET-DAY-NUMBER)
           ELSE
               MOVE SHIFT-DATE-NUM TO BUCKET-DATE
               MOVE "01" TO BUCKET-DATE (7:2)
           END-IF
           MOVE ZERO TO FOUND-IX
           PERFORM VARYING BUCKET-IX FROM 1 BY 1
               UNTIL BUCKET-IX > BUCKET-COUNT OR FOUND-IX > ZERO
               IF BKT-START (BUCKET-IX) = BUCKET-DATE
                   MOVE BUCKET-IX TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = ZERO
               IF BUCKET-COUNT >= MAX-BUCKET
                   EXIT SECTION
               END-IF
               ADD 1 TO BUCKET-COUNT
               MOVE BUCKET-COUNT TO FOUND-IX
               MOVE BUCKET-DATE TO BKT-START (FOUND-IX)
               MOVE ZERO TO BKT-QTY (FOUND-IX) BKT-VALUE (FOUND-IX)
                   BKT-LY-QTY (FOUND-IX) BKT-LY-VALUE (FOUND-IX)
           END-IF
           IF LINE-THIS-YEAR
               ADD LINE-QTY TO BKT-QTY (FOUND-IX)
               ADD LINE-VALUE TO BKT-VALUE (FOUND-IX)
           ELSE
               ADD LINE-QTY TO BKT-LY-QTY (FOUND-IX)
               ADD LINE-VALUE TO BKT-LY-VALUE (FOUND-IX)
           END-IF
       EXIT SECTION.

      *> FIND (OR OPEN) THE ROW FOR FIND-LEVEL/OWNER/SANDWICH AND
      *> ADD THE FIND- FIGURES TO IT
       180-ADD-TO-MIX-ROW SECTION.
           MOVE ZERO TO FOUND-IX
           PERFORM VARYING SEEK-IX FROM 1 BY 1
               UNTIL SEEK-IX > ROW-COUNT OR FOUND-IX > ZERO
               IF MIX-SANDWICH (SEEK-IX) = FIND-SANDWICH AND
                   MIX-OWNER (SEEK-IX) = FIND-OWNER AND
                   MIX-LEVEL (SEEK-IX) = FIND-LEVEL
                   MOVE SEEK-IX TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = ZERO
               IF ROW-COUNT >= MAX-ROWS
                   MOVE "Y" TO ROWS-FULL
                   EXIT SECTION
               END-IF
               ADD 1 TO ROW-COUNT
               MOVE ROW-COUNT TO FOUND-IX
               MOVE FIND-LEVEL TO MIX-LEVEL (FOUND-IX)
               MOVE FIND-OWNER TO MIX-OWNER (FOUND-IX)
               MOVE FIND-SANDWICH TO MIX-SANDWICH (FOUND-IX)
               MOVE ZERO TO MIX-QTY (FOUND-IX) MIX-VALUE (FOUND-IX)
                   MIX-LY-QTY (FOUND-IX) MIX-LY-VALUE (FOUND-IX)
           END-IF
           ADD FIND-QTY TO MIX-QTY (FOUND-IX)
           ADD FIND-VALUE TO MIX-VALUE (FOUND-IX)
           ADD FIND-LY-QTY TO MIX-LY-QTY (FOUND-IX)
           ADD FIND-LY-VALUE TO MIX-LY-VALUE (FOUND-IX)
       EXIT SECTION.

      *> EACH SCHOOL ROW IS ROLLED UP INTO ITS COUNCIL'S ROW FOR THE
      *> SAME SANDWICH, USING THE SCHOOL'S COUNCIL AS IT IS TODAY
       200-BUILD-COUNCIL-ROWS SECTION.
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = ZERO
               MOVE ZERO TO SCHOOL-ID
               START FXSCHOOL KEY IS >= SCHOOL-ID
                   INVALID KEY MOVE 10 TO SCHOOL-STATUS
               END-START
               PERFORM UNTIL SCHOOL-STATUS NOT = ZERO
                   READ FXSCHOOL NEXT RECORD
                       AT END MOVE 10 TO SCHOOL-STATUS
                       NOT AT END
                           IF SCHOOL-ID >= 1 AND
                               SCHOOL-ID <= MAX-SCHOOL
                               MOVE SCHOOL-COUNCIL-ID TO
                                   SCHOOL-CNCL (SCHOOL-ID)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXSCHOOL
           MOVE ROW-COUNT TO SCHOOL-ROWS
           PERFORM VARYING ROW-IX FROM 1 BY 1
               UNTIL ROW-IX > SCHOOL-ROWS
               MOVE "C" TO FIND-LEVEL
               MOVE SCHOOL-CNCL (MIX-OWNER (ROW-IX)) TO FIND-OWNER
               MOVE MIX-SANDWICH (ROW-IX) TO FIND-SANDWICH
               MOVE MIX-QTY (ROW-IX) TO FIND-QTY
               MOVE MIX-VALUE (ROW-IX) TO FIND-VALUE
               MOVE MIX-LY-QTY (ROW-IX) TO FIND-LY-QTY
               MOVE MIX-LY-VALUE (ROW-IX) TO FIND-LY-VALUE
               IF FIND-OWNER = ZERO
                   ADD MIX-QTY (ROW-IX) TO DIRECT-OWN-QTY
               ELSE
                   ADD MIX-QTY (ROW-IX) TO CNCL-OWN-QTY (FIND-OWNER)
               END-IF
               PERFORM 180-ADD-TO-MIX-ROW
           END-PERFORM
       EXIT SECTION.

      *> HOW MANY ROTATION SLOTS ON FXMENUTPL STILL NAME EACH
      *> SANDWICH, FOR THE TAIL SECTION
       250-COUNT-MENU-SLOTS SECTION.
           OPEN INPUT FXMENUTPL
           IF TPL-STATUS-FS NOT = ZERO THEN
               CLOSE FXMENUTPL
               EXIT SECTION
           END-IF
           MOVE "N" TO TPL-EOF-FLAG
           PERFORM UNTIL EOF-TPL
               READ FXMENUTPL NEXT RECORD
                   AT END SET EOF-TPL TO TRUE
                   NOT AT END
                       IF TPL-SANDWICH-ID >= 1 AND
                           TPL-SANDWICH-ID <= MAX-ITEM AND
                           SMX-SLOTS (TPL-SANDWICH-ID) < 999
                           ADD 1 TO SMX-SLOTS (TPL-SANDWICH-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXMENUTPL
       EXIT SECTION.

      *> EVERY SANDWICH SOLD THIS YEAR OR LAST, HIGHEST QUANTITY
      *> FIRST, THEN THE PERIOD TOTAL
       300-PRINT-RANKING SECTION.
           MOVE RANK-TITLE TO OWN-NAME
           GENERATE LINE-SECTION-TITLE
           GENERATE LINE-COLUMNS
           MOVE ZERO TO RANK-COUNT
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF SMX-QTY (ITEM-IX) NOT = ZERO OR
                   SMX-LY-QTY (ITEM-IX) NOT = ZERO
                   ADD 1 TO RANK-COUNT
                   SET RNK TO RANK-COUNT
                   MOVE SMX-QTY (ITEM-IX) TO RNK-QTY (RNK)
                   MOVE ITEM-IX TO RNK-SANDWICH (RNK)
               END-IF
           END-PERFORM
           IF RANK-COUNT > 1
               SORT RANK-ROW
               ON DESCENDING RNK-QTY
               ON ASCENDING RNK-SANDWICH
           END-IF
           OPEN INPUT FXSANDWICH
           PERFORM VARYING RANK-NO FROM 1 BY 1
               UNTIL RANK-NO > RANK-COUNT
               SET RNK TO RANK-NO
               MOVE RNK-SANDWICH (RNK) TO ITEM-IX
               MOVE RANK-NO TO DET-RANK
               MOVE ITEM-IX TO DET-ID
               PERFORM 350-SANDWICH-NAME
               MOVE SMX-QTY (ITEM-IX) TO DET-QTY
               MOVE SMX-VALUE (ITEM-IX) TO DET-VALUE
               MOVE SMX-LY-QTY (ITEM-IX) TO DET-LY-QTY
               MOVE SMX-LY-VALUE (ITEM-IX) TO DET-LY-VALUE
               MOVE TOTAL-QTY TO OWNER-QTY
               PERFORM 360-SHARE-AND-CHANGE
               GENERATE LINE-RANK
           END-PERFORM
           CLOSE FXSANDWICH
           MOVE TOTAL-QTY TO DET-QTY
           MOVE TOTAL-VALUE TO DET-VALUE
           MOVE TOTAL-LY-QTY TO DET-LY-QTY
           MOVE TOTAL-LY-VALUE TO DET-LY-VALUE
           MOVE TOTAL-QTY TO OWNER-QTY
           PERFORM 360-SHARE-AND-CHANGE
           GENERATE LINE-TOTAL
       EXIT SECTION.

       350-SANDWICH-NAME SECTION.
           MOVE SPACES TO DET-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE DET-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO DET-NAME
               END-READ
           END-IF
       EXIT SECTION.

      *> SHARE OF THE OWNER'S (OR THE WHOLE PERIOD'S) QUANTITY, AND
      *> THE QUANTITY CHANGE AGAINST LAST YEAR; NOTHING LAST YEAR
      *> PRINTS AS NEW
       360-SHARE-AND-CHANGE SECTION.
           MOVE ZERO TO DET-SHARE
           IF OWNER-QTY > ZERO
               COMPUTE DET-SHARE ROUNDED = DET-QTY * 100 / OWNER-QTY
           END-IF
           IF DET-LY-QTY = ZERO
               MOVE NEW-TEXT TO DET-CHANGE
           ELSE
               COMPUTE DET-CHANGE-PCT ROUNDED =
                   (DET-QTY - DET-LY-QTY) * 100 / DET-LY-QTY
               MOVE DET-CHANGE-PCT TO DET-CHANGE-ED
               MOVE DET-CHANGE-ED TO DET-CHANGE
           END-IF
       EXIT SECTION.

       400-PRINT-TREND SECTION.
           IF BUCKET-WEEK
               MOVE TREND-TITLE-WEEK TO OWN-NAME
           ELSE
               MOVE TREND-TITLE-MONTH TO OWN-NAME
           END-IF
           GENERATE LINE-SECTION-TITLE
           GENERATE LINE-COLUMNS
           IF BUCKET-COUNT > 1
               SORT BUCKET-ROW ON ASCENDING BKT-START
           END-IF
           PERFORM VARYING BUCKET-IX FROM 1 BY 1
               UNTIL BUCKET-IX > BUCKET-COUNT
               MOVE BKT-START (BUCKET-IX) TO DET-DATE
               MOVE BKT-QTY (BUCKET-IX) TO DET-QTY
               MOVE BKT-VALUE (BUCKET-IX) TO DET-VALUE
               MOVE BKT-LY-QTY (BUCKET-IX) TO DET-LY-QTY
               MOVE BKT-LY-VALUE (BUCKET-IX) TO DET-LY-VALUE
               MOVE ZERO TO OWNER-QTY
               PERFORM 360-SHARE-AND-CHANGE
               GENERATE LINE-BUCKET
           END-PERFORM
       EXIT SECTION.

      *> COUNCIL ROWS SORT BEFORE SCHOOL ROWS; WITHIN EACH OWNER THE
      *> BEST SELLER COMES FIRST
       500-PRINT-BREAKDOWN SECTION.
           IF ROW-COUNT > 1
               SORT MIX-ROW
               ON ASCENDING MIX-LEVEL
               ON ASCENDING MIX-OWNER
               ON DESCENDING MIX-QTY
               ON ASCENDING MIX-SANDWICH
           END-IF
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCOUNCIL
           MOVE SPACE TO CURRENT-LEVEL
           MOVE ZERO TO CURRENT-OWNER
           PERFORM VARYING ROW-IX FROM 1 BY 1
               UNTIL ROW-IX > ROW-COUNT
               IF MIX-LEVEL (ROW-IX) NOT = CURRENT-LEVEL
                   MOVE MIX-LEVEL (ROW-IX) TO CURRENT-LEVEL
                   MOVE 99999 TO CURRENT-OWNER
                   IF CURRENT-LEVEL = "C"
                       MOVE COUNCIL-TITLE TO OWN-NAME
                   ELSE
                       MOVE SCHOOL-TITLE TO OWN-NAME
                   END-IF
                   GENERATE LINE-SECTION-TITLE
                   GENERATE LINE-COLUMNS
               END-IF
               IF MIX-OWNER (ROW-IX) NOT = CURRENT-OWNER
                   MOVE MIX-OWNER (ROW-IX) TO CURRENT-OWNER
                   PERFORM 510-PRINT-OWNER
               END-IF
               MOVE ZERO TO DET-RANK
               MOVE MIX-SANDWICH (ROW-IX) TO DET-ID
               PERFORM 350-SANDWICH-NAME
               MOVE MIX-QTY (ROW-IX) TO DET-QTY
               MOVE MIX-VALUE (ROW-IX) TO DET-VALUE
               MOVE MIX-LY-QTY (ROW-IX) TO DET-LY-QTY
               MOVE MIX-LY-VALUE (ROW-IX) TO DET-LY-VALUE
               PERFORM 360-SHARE-AND-CHANGE
               GENERATE LINE-RANK
           END-PERFORM
           IF ROWS-FULL-YES
               GENERATE LINE-ROWS-FULL
           END-IF
           CLOSE FXCOUNCIL
           CLOSE FXSCHOOL
           CLOSE FXSANDWICH
       EXIT SECTION.

       510-PRINT-OWNER SECTION.
           MOVE CURRENT-OWNER TO OWN-ID
           MOVE SPACES TO OWN-NAME
           IF CURRENT-LEVEL = "C"
               IF CURRENT-OWNER = ZERO
                   MOVE DIRECT-TEXT TO OWN-NAME
                   MOVE DIRECT-OWN-QTY TO OWNER-QTY
               ELSE
                   MOVE CNCL-OWN-QTY (CURRENT-OWNER) TO OWNER-QTY
                   IF CNCL-STATUS-FS = ZERO
                       MOVE CURRENT-OWNER TO CNCL-ID
                       READ FXCOUNCIL
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE CNCL-NAME TO OWN-NAME
                       END-READ
                   END-IF
               END-IF
           ELSE
               MOVE SCHOOL-OWN-QTY (CURRENT-OWNER) TO OWNER-QTY
               IF SCHOOL-STATUS = ZERO
                   MOVE CURRENT-OWNER TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SCHOOL-DESIGNATION1 TO OWN-NAME
                   END-READ
               END-IF
           END-IF
           GENERATE LINE-OWNER
       EXIT SECTION.

      *> EVERY SANDWICH ON FILE BELOW THE CHOSEN SHARE - INCLUDING
      *> ACTIVE ONES THAT SOLD NOTHING - WITH ITS ROTATION SLOTS
       600-PRINT-TAIL SECTION.
           MOVE TAIL-TITLE TO OWN-NAME
           GENERATE LINE-SECTION-TITLE
           GENERATE LINE-TAIL-COLUMNS
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO
               CLOSE FXSANDWICH
               EXIT SECTION
           END-IF
           MOVE "N" TO SANDWICH-EOF-FLAG
           PERFORM UNTIL EOF-SANDWICH
               READ FXSANDWICH NEXT RECORD
                   AT END SET EOF-SANDWICH TO TRUE
                   NOT AT END
                       IF SANDWICH-ID >= 1 AND SANDWICH-ID <= MAX-ITEM
                           PERFORM 610-TAIL-ONE-SANDWICH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSANDWICH
       EXIT SECTION.

       610-TAIL-ONE-SANDWICH SECTION.
           MOVE SANDWICH-ID TO ITEM-IX
           IF SANDWICH-IS-ACTIVE NOT = 1 AND
               SMX-QTY (ITEM-IX) = ZERO
               EXIT SECTION
           END-IF
           MOVE SMX-QTY (ITEM-IX) TO DET-QTY
           MOVE SMX-LY-QTY (ITEM-IX) TO DET-LY-QTY
           MOVE TOTAL-QTY TO OWNER-QTY
           PERFORM 360-SHARE-AND-CHANGE
           IF DET-SHARE >= TAIL-PCT
               EXIT SECTION
           END-IF
           MOVE ITEM-IX TO DET-ID
           MOVE SANDWICH-NAME TO DET-NAME
           MOVE SMX-SLOTS (ITEM-IX) TO DET-SLOTS
           IF SANDWICH-IS-ACTIVE = 1
               MOVE "ACTIVE" TO DET-ACTIVE
           ELSE
               MOVE "INACTIVE" TO DET-ACTIVE
           END-IF
           GENERATE LINE-TAIL
       EXIT SECTION.
