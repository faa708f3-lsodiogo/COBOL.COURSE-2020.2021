      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    KITCHEN STAFF ROSTER - ONE LINE PER PERSON PER DATE ON
      *    FXROSTER WITH THE SHIFT TIMES AND THAT PERSON'S RATE IN
      *    SANDWICHES PER HOUR; SICKNESS OR HOLIDAY IS MARKED ON THE
      *    LINE SO THE SHIFT STOPS COUNTING. A ROSTERED DATE TAKES
      *    ITS CAPACITY FROM HERE INSTEAD OF THE WEEKDAY FIGURE (SEE
      *    DAYCAP). THE GAP REPORT LISTS THE DAYS WHOSE BOOKED ORDERS
      *    NEED MORE STAFF HOURS THAN ARE ROSTERED, AND THE DAYS WITH
      *    ORDERS BUT NO ROSTER AT ALL. EACH SHIFT IS WORKED AT ONE
      *    PRODUCTION SITE AND COUNTS TOWARDS THAT KITCHEN ONLY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXROSTER ASSIGN TO "FXROSTER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ROS-KEY
                   FILE STATUS ROS-STATUS-FS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT GAP-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS GAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXROSTER.
           COPY FD-ROSTER.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD GAP-FILE.
       01  GAP-LINE                         PIC X(080).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.
       COPY LK-DAYCAP.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "KITCHEN STAFF ROSTER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  ROS-MENU-OPTION1    VALUE "1 - SET SHIFT".
       78  ROS-MENU-OPTION2    VALUE "2 - REMOVE SHIFT".
       78  ROS-MENU-OPTION3    VALUE "3 - ROSTER GAP REPORT".
       78  ROS-MENU-OPTION4    VALUE "4 - BACK".
       78  ROS-TEXT-DATE       VALUE "  DATE (YYYYMMDD):".
       78  ROS-TEXT-STAFF      VALUE "      STAFF NAME:".
       78  ROS-TEXT-START      VALUE "SHIFT START HHMM:".
       78  ROS-TEXT-END        VALUE "  SHIFT END HHMM:".
       78  ROS-TEXT-RATE       VALUE "SANDWICHES /HOUR:".
       78  ROS-TEXT-ABSENCE    VALUE "ABSENT (S/H/ )  :".
       78  ROS-TEXT-SITE       VALUE "SITE (BLANK = 01):".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "PERIOD TO   (YYYYMMDD):".
       78  CONFIRM-ROS-RECORD  VALUE "SHIFT SAVED".
       78  CONFIRM-ROS-DELETE  VALUE "SHIFT REMOVED".
       78  ERROR-BAD-DATE      VALUE "INVALID DATE".
       78  ERROR-BAD-TIME
           VALUE "SHIFT TIMES MUST BE VALID HHMM AND NOT EQUAL".
       78  ERROR-BAD-ABSENCE
           VALUE "ABSENCE MUST BE S (SICK), H (HOLIDAY) OR BLANK".
       78  ERROR-NO-SHIFT
           VALUE "NO SHIFT ON FILE FOR THAT PERSON AND DATE".
       78  ERROR-BAD-PERIOD
           VALUE "PERIOD MUST BE VALID DATES, AT MOST A YEAR".
       78  GAP-DONE
           VALUE "GAP REPORT PRODUCED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ROS-STATUS-FS                    PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  GAP-STATUS                       PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".

       01  ASK-DATE                         PIC 9(008).
       01  ASK-STAFF                        PIC X(012).
       01  ASK-START                        PIC 9(004).
       01  ASK-END                          PIC 9(004).
       01  ASK-RATE                         PIC 9(003).
       01  ASK-ABSENCE                      PIC X(001).
       01  ASK-SITE                         PIC X(002).
       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  FROM-NUMBER                      PIC 9(007).
       01  TO-NUMBER                        PIC 9(007).
       01  GAP-NUMBER                       PIC 9(007).
       01  GAP-DATE                         PIC 9(008).
       01  DAY-BOOKED-QTY                   PIC 9(007).
       01  NEEDED-HOURS                     PIC 9(005)V99.
       77  LINE-COUNT                       PIC 9(007).
       01  REPORT-FILENAME                  PIC X(040).

       01  GAP-HEADING.
           05  FILLER                       PIC X(030)
               VALUE "ROSTER GAP REPORT FROM ".
           05  GH-FROM                      PIC 9(008).
           05  FILLER                       PIC X(004) VALUE " TO ".
           05  GH-TO                        PIC 9(008).
       01  GAP-COLUMNS.
           05  FILLER                       PIC X(030)
               VALUE "DATE       BOOKED  CAPACITY   ".
           05  FILLER                       PIC X(030)
               VALUE " NEEDED H   ROSTERED    SHORT".
       01  GAP-DETAIL.
           05  GD-DATE                      PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  GD-BOOKED                    PIC ZZZZZZ9.
           05  FILLER                       PIC X(005) VALUE SPACES.
           05  GD-CAPACITY                  PIC ZZZZ9.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  GD-NEEDED                    PIC ZZZZ9.99.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  GD-ROSTERED                  PIC ZZZ9.99.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  GD-SHORT                     PIC X(012).

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
       01  ROS-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE ROS-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE ROS-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE ROS-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE ROS-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 RM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  SET-SHIFT-SCREEN.
           05 VALUE ROS-TEXT-DATE LINE 08 COL 15.
           05 SS-DATE PIC 9(008) LINE 08 COL PLUS 1
               TO ASK-DATE REQUIRED.
           05 VALUE ROS-TEXT-STAFF LINE 10 COL 15.
           05 SS-STAFF PIC X(012) LINE 10 COL PLUS 1
               TO ASK-STAFF REQUIRED.
           05 VALUE ROS-TEXT-START LINE 12 COL 15.
           05 SS-START PIC 9(004) LINE 12 COL PLUS 1
               TO ASK-START.
           05 VALUE ROS-TEXT-END LINE 13 COL 15.
           05 SS-END PIC 9(004) LINE 13 COL PLUS 1
               TO ASK-END.
           05 VALUE ROS-TEXT-RATE LINE 15 COL 15.
           05 SS-RATE PIC 9(003) LINE 15 COL PLUS 1
               TO ASK-RATE.
           05 VALUE ROS-TEXT-ABSENCE LINE 17 COL 15.
           05 SS-ABSENCE PIC X(001) LINE 17 COL PLUS 1
               TO ASK-ABSENCE.
           05 VALUE ROS-TEXT-SITE LINE 19 COL 14.
           05 SS-SITE PIC X(002) LINE 19 COL PLUS 1
               TO ASK-SITE AUTO.
      ******************************************************************
       01  REMOVE-SHIFT-SCREEN.
           05 VALUE ROS-TEXT-DATE LINE 08 COL 15.
           05 RS-DATE PIC 9(008) LINE 08 COL PLUS 1
               TO ASK-DATE REQUIRED.
           05 VALUE ROS-TEXT-STAFF LINE 10 COL 15.
           05 RS-STAFF PIC X(012) LINE 10 COL PLUS 1
               TO ASK-STAFF REQUIRED AUTO.
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
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY ROS-MENU
               ACCEPT ROS-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-SHIFT
                   WHEN 2
                       PERFORM 200-REMOVE-SHIFT
                   WHEN 3
                       PERFORM 300-GAP-REPORT
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
           STRING ERROR-FILE-STATUS-MSG DELIMITED BY SIZE
               FILE-ERROR-STATUS DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

      *> ADDS OR REPLACES ONE PERSON'S SHIFT ON ONE DATE; AN ABSENT
      *> SHIFT KEEPS ITS TIMES SO IT CAN SIMPLY BE REINSTATED
       100-SET-SHIFT SECTION.
           MOVE ZERO TO ASK-DATE ASK-START ASK-END ASK-RATE
           MOVE SPACES TO ASK-STAFF ASK-ABSENCE ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SET-SHIFT-SCREEN
           ACCEPT SET-SHIFT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (ASK-DATE) NOT = ZERO
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-START (1:2) > "23" OR ASK-START (3:2) > "59" OR
               ASK-END (1:2) > "23" OR ASK-END (3:2) > "59" OR
               ASK-START = ASK-END
               MOVE ERROR-BAD-TIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-ABSENCE) TO ASK-ABSENCE
           IF ASK-ABSENCE NOT = SPACE AND ASK-ABSENCE NOT = "S" AND
               ASK-ABSENCE NOT = "H"
               MOVE ERROR-BAD-ABSENCE TO ERROR-TEXT
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
           OPEN I-O FXROSTER
           IF ROS-STATUS-FS = 35 THEN
               CLOSE FXROSTER
               OPEN OUTPUT FXROSTER
           ELSE
               IF ROS-STATUS-FS NOT = ZERO THEN
                   MOVE ROS-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-DATE TO ROS-DATE
           MOVE UPPER-CASE (ASK-STAFF) TO ROS-STAFF
           MOVE ASK-START TO ROS-START
           MOVE ASK-END TO ROS-END
           MOVE ASK-RATE TO ROS-RATE
           MOVE ASK-ABSENCE TO ROS-ABSENCE
           MOVE ASK-SITE TO ROS-SITE
           CALL "GETOPER" USING ROS-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO ROS-LAST-DATE
           WRITE ROS-DETAILS
               INVALID KEY
                   REWRITE ROS-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXROSTER
           MOVE CONFIRM-ROS-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       200-REMOVE-SHIFT SECTION.
           MOVE ZERO TO ASK-DATE
           MOVE SPACES TO ASK-STAFF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY REMOVE-SHIFT-SCREEN
           ACCEPT REMOVE-SHIFT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXROSTER
           IF ROS-STATUS-FS NOT = ZERO THEN
               CLOSE FXROSTER
               MOVE ERROR-NO-SHIFT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-DATE TO ROS-DATE
           MOVE UPPER-CASE (ASK-STAFF) TO ROS-STAFF
           DELETE FXROSTER
               INVALID KEY
                   MOVE ERROR-NO-SHIFT TO ERROR-TEXT
               NOT INVALID KEY
                   MOVE CONFIRM-ROS-DELETE TO ERROR-TEXT
           END-DELETE
           CLOSE FXROSTER
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> ONE LINE PER DAY IN THE PERIOD WHOSE BOOKED ORDERS NEED MORE
      *> STAFF HOURS (BOOKED / THE DAY'S AVERAGE RATE) THAN ARE ON
      *> SHIFT, PLUS EVERY DAY WITH ORDERS AND NO ROSTER AT ALL
       300-GAP-REPORT SECTION.
           MOVE ZERO TO PERIOD-FROM PERIOD-TO
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (PERIOD-FROM) NOT = ZERO OR
               TEST-DATE-YYYYMMDD (PERIOD-TO) NOT = ZERO
               MOVE ERROR-BAD-PERIOD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           COMPUTE FROM-NUMBER = INTEGER-OF-DATE (PERIOD-FROM)
           COMPUTE TO-NUMBER = INTEGER-OF-DATE (PERIOD-TO)
           IF TO-NUMBER < FROM-NUMBER OR
               TO-NUMBER - FROM-NUMBER > 366
               MOVE ERROR-BAD-PERIOD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "ROSTERGAP-" DELIMITED BY SIZE
               PERIOD-TO DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               MOVE GAP-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN OUTPUT GAP-FILE
           MOVE PERIOD-FROM TO GH-FROM
           MOVE PERIOD-TO TO GH-TO
           WRITE GAP-LINE FROM GAP-HEADING
           WRITE GAP-LINE FROM GAP-COLUMNS
           MOVE 2 TO LINE-COUNT
           PERFORM VARYING GAP-NUMBER FROM FROM-NUMBER BY 1
               UNTIL GAP-NUMBER > TO-NUMBER
               COMPUTE GAP-DATE = DATE-OF-INTEGER (GAP-NUMBER)
               PERFORM 310-CHECK-ONE-DAY
           END-PERFORM
           CLOSE GAP-FILE
           CLOSE FXORDERS
           MOVE "ROSTERGAP" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "ROSTER" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE GAP-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-CHECK-ONE-DAY SECTION.
           MOVE ZERO TO DAY-BOOKED-QTY
           MOVE "N" TO ORD-EOF-FLAG
           MOVE GAP-DATE TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GAP-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           ADD ORD-QTY TO DAY-BOOKED-QTY
                       END-IF
               END-READ
           END-PERFORM
           IF DAY-BOOKED-QTY = ZERO
               EXIT SECTION
           END-IF
           MOVE GAP-DATE TO DCAP-DATE
           MOVE SPACES TO DCAP-SITE
           CALL "DAYCAP" USING DAYCAP-REQUEST
           MOVE GAP-DATE TO GD-DATE
           MOVE DAY-BOOKED-QTY TO GD-BOOKED
           MOVE DCAP-QTY TO GD-CAPACITY
           IF NOT DCAP-FROM-ROSTER OR DCAP-AVG-RATE = ZERO
               MOVE ZERO TO GD-NEEDED GD-ROSTERED
               MOVE "NO ROSTER" TO GD-SHORT
               WRITE GAP-LINE FROM GAP-DETAIL
               ADD 1 TO LINE-COUNT
               EXIT SECTION
           END-IF
           COMPUTE NEEDED-HOURS ROUNDED =
               DAY-BOOKED-QTY / DCAP-AVG-RATE
           IF NEEDED-HOURS NOT > DCAP-HOURS
               EXIT SECTION
           END-IF
           MOVE NEEDED-HOURS TO GD-NEEDED
           MOVE DCAP-HOURS TO GD-ROSTERED
           MOVE "** SHORT **" TO GD-SHORT
           WRITE GAP-LINE FROM GAP-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.
