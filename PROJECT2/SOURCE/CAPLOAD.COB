      *    LOADING REPORT: PER DAY THE BOOKED FXORDERS QUANTITY
      *    AGAINST THE CAPACITY, WITH THE OVERBOOKED DAYS FLAGGED -
      *    SO A 2,000-SANDWICH TUESDAY IS SEEN A WEEK OUT, NOT AT
      *    SIX IN THE MORNING. A DATE WITH SHIFTS ON THE STAFF
      *    ROSTER (FXROSTER, SEE ROSTER) TAKES ITS CAPACITY FROM THE
      *    ROSTER INSTEAD OF THE WEEKDAY FIGURE (SEE DAYCAP).
      *    CAPACITY IS HELD PER PRODUCTION SITE, AND THE LOADING
      *    REPORT IS RUN FOR ONE KITCHEN (ITS OWN SCHOOLS' ORDERS
      *    AGAINST ITS OWN CAPACITY) OR FOR ALL SITES TOGETHER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
               SELECT FXCAPACITY ASSIGN TO "FXCAPACITY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAP-KEY
                   FILE STATUS CAP-STATUS-FS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

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

               SELECT LOADING-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LOADING-STATUS.
           COPY FD-CAPACITY.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD LOADING-FILE.
       01  LOADING-LINE                     PIC X(080).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-DAYCAP.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "PRODUCTION CAPACITY LOADING".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  CAP-MENU-OPTION3    VALUE "3 - BACK".
       78  CAP-TEXT-WEEKDAY    VALUE "WEEKDAY (1=MON..7=SUN):".
       78  CAP-TEXT-LIMIT      VALUE "CAPACITY (SANDWICHES):".
       78  CAP-TEXT-SITE       VALUE "SITE (BLANK = 01)     :".
       78  CAP-TEXT-RPT-SITE   VALUE "SITE (BLANK = ALL)    :".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  CONFIRM-CAP-RECORD  VALUE "CAPACITY SAVED".
       78  LOADING-DONE
           VALUE "LOADING REPORT PRODUCED, SEE THE DATED FILE, "-
       77  KEYSTATUS                        PIC 9(004).
       77  CAP-STATUS-FS                    PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       77  LOADING-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).


       01  ASK-WEEKDAY                      PIC 9(001).
       01  ASK-LIMIT                        PIC 9(005).
       01  ASK-SITE                         PIC X(002).
       01  BOOKED-SITE                      PIC X(002).
       01  TODAY-DATE                       PIC 9(008).
       01  TODAY-NUMBER                     PIC 9(007).
       01  LOAD-DATE                        PIC 9(008).
       01  LOAD-NUMBER                      PIC 9(007).
       77  DAY-IX                           PIC 9(002).
       01  DAY-BOOKED-QTY                   PIC 9(007).
       01  DAY-CAPACITY-QTY                 PIC 9(005).
           05  FILLER                       PIC X(003) VALUE " / ".
           05  LD-CAPACITY                  PIC ZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-SOURCE                    PIC X(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-FLAG                      PIC X(012).

       SCREEN SECTION.
               TO ASK-WEEKDAY REQUIRED.
           05 VALUE CAP-TEXT-LIMIT LINE 10 COL 15.
           05 AC-LIMIT PIC 9(005) LINE 10 COL PLUS 1
               TO ASK-LIMIT REQUIRED.
           05 VALUE CAP-TEXT-SITE LINE 12 COL 15.
           05 AC-SITE PIC X(002) LINE 12 COL PLUS 1
               TO ASK-SITE AUTO.
      ******************************************************************
       01  ASK-RPT-SITE-SCREEN.
           05 VALUE CAP-TEXT-RPT-SITE LINE 08 COL 15.
           05 AR-SITE PIC X(002) LINE 08 COL PLUS 1
               TO ASK-SITE AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       100-SET-CAPACITY SECTION.
           MOVE ZERO TO ASK-WEEKDAY ASK-LIMIT
           MOVE SPACES TO ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-CAP-SCREEN
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
           OPEN I-O FXCAPACITY
           IF CAP-STATUS-FS = 35 THEN
               CLOSE FXCAPACITY
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE SINF-SITE TO CAP-SITE
           MOVE ASK-WEEKDAY TO CAP-WEEKDAY
           MOVE ASK-LIMIT TO CAP-LIMIT-QTY
           CALL "GETOPER" USING CAP-LAST-BY
       EXIT SECTION.

       300-LOADING-REPORT SECTION.
           MOVE SPACES TO ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-RPT-SITE-SCREEN
           ACCEPT ASK-RPT-SITE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-SITE) TO ASK-SITE
           IF ASK-SITE NOT = SPACES
               SET SINF-BY-SITE TO TRUE
               MOVE ASK-SITE TO SINF-SITE
               CALL "SITEINFO" USING SITEINFO-REQUEST
               IF NOT SINF-FOUND-YES
                   MOVE ERROR-NO-SITE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           COMPUTE TODAY-NUMBER = INTEGER-OF-DATE (TODAY-DATE)
           MOVE ZERO TO LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           IF ASK-SITE = SPACES
               STRING "CAPLOAD-" DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           ELSE
               STRING "CAPLOAD-" DELIMITED BY SIZE
                   ASK-SITE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           END-IF
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
           OPEN OUTPUT LOADING-FILE
           PERFORM VARYING DAY-IX FROM 1 BY 1
               UNTIL DAY-IX > LOADING-DAYS
               PERFORM 310-LOAD-ONE-DAY
           END-PERFORM
           CLOSE LOADING-FILE
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           CLOSE FXORDERS
           MOVE "CAPLOAD" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
       EXIT SECTION.

       310-LOAD-ONE-DAY SECTION.
           MOVE LOAD-DATE TO DCAP-DATE
           MOVE ASK-SITE TO DCAP-SITE
           CALL "DAYCAP" USING DAYCAP-REQUEST
           MOVE DCAP-QTY TO DAY-CAPACITY-QTY
           MOVE ZERO TO DAY-BOOKED-QTY
           MOVE "N" TO ORD-EOF-FLAG
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
                       IF ORD-DELIVERY-DATE NOT = LOAD-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           PERFORM 320-ADD-IF-SITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE LOAD-DATE TO LD-DATE
           MOVE DAY-BOOKED-QTY TO LD-BOOKED
           MOVE DAY-CAPACITY-QTY TO LD-CAPACITY
           EVALUATE TRUE
               WHEN DCAP-FROM-ROSTER
                   MOVE "ROSTER" TO LD-SOURCE
               WHEN DCAP-FROM-WEEKDAY
                   MOVE "WEEKDAY" TO LD-SOURCE
               WHEN OTHER
                   MOVE SPACES TO LD-SOURCE
           END-EVALUATE
           IF NOT DCAP-NOT-SET AND
               DAY-BOOKED-QTY > DAY-CAPACITY-QTY
               MOVE "** OVER  **" TO LD-FLAG
           ELSE
           WRITE LOADING-LINE FROM LOADING-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

      *> FOR ONE SITE ONLY THE ORDERS OF THE SCHOOLS AND CUSTOMER
      *> ACCOUNTS IT SUPPLIES COUNT; A BLANK SITE IS THE MAIN KITCHEN
       320-ADD-IF-SITE SECTION.
           IF ASK-SITE = SPACES
               ADD ORD-QTY TO DAY-BOOKED-QTY
               EXIT SECTION
           END-IF
           MOVE "01" TO BOOKED-SITE
           IF ORD-SCHOOL-ID >= CUST-FIRST-ID
               IF CUST-STATUS-FS = ZERO
                   MOVE ORD-SCHOOL-ID TO CUST-ID
                   READ FXCUSTOMER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CUST-SITE NOT = SPACES
                               MOVE CUST-SITE TO BOOKED-SITE
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF SCHOOL-STATUS = ZERO
                   MOVE ORD-SCHOOL-ID TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SCHOOL-SITE NOT = SPACES
                               MOVE SCHOOL-SITE TO BOOKED-SITE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF BOOKED-SITE = ASK-SITE
               ADD ORD-QTY TO DAY-BOOKED-QTY
           END-IF
       EXIT SECTION.
