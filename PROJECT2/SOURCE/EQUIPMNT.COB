      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CALENDAR MANAGEMENT
      ******************************************************************
      *    KITCHEN EQUIPMENT REGISTER AND PLANNED MAINTENANCE. EACH
      *    MACHINE ON FXEQUIP CARRIES ITS LOCATION (FXTEMPLOC CODES
      *    WHERE IT STANDS IN A MONITORED AREA), SERVICE INTERVAL,
      *    SERVICE WINDOW LENGTH, REASON CODE AND CONTRACTOR. THE
      *    PLANNING RUN PROPOSES THE NEXT SERVICE DATE OF EVERY
      *    MACHINE DUE BY A GIVEN DATE AND, ONCE CONFIRMED, BOOKS THE
      *    WINDOW ON CALENDARFILE SO IT IS NO LONGER TYPED IN AFTER
      *    THE EVENT. OVERDUE SERVICES ARE PRINTED AND QUEUED ON
      *    FXNOTIFYQ; BREAKDOWN WINDOWS LINKED TO A MACHINE IN CAMADD
      *    ARE COUNTED PER MACHINE ON THE FAILURE REPORT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXEQUIP ASSIGN TO "FXEQUIP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EQP-CODE
                   FILE STATUS EQP-STATUS-FS.

               SELECT CALENDAR ASSIGN TO "CALENDARFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FD-DOWNTIME-ID
                   ALTERNATE KEY IS FD-START-DOWNTIME WITH DUPLICATES
                   FILE STATUS IS CALENDAR-TEST.

               SELECT FXREASON ASSIGN TO "FXREASONS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REASON-ID
                   FILE STATUS REAS-STATUS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

               SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXEQUIP.
           COPY FD-EQUIP.
       FD CALENDAR.
           COPY FDCALENDAR.
       FD FXREASON.
           COPY REASONFX.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD REPORT-FILE.
       01  REPORT-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-NOTIFY.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "EQUIPMENT MAINTENANCE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  EQP-MENU-OPTION1    VALUE "1 - SET EQUIPMENT".
       78  EQP-MENU-OPTION2    VALUE "2 - PLAN SERVICES".
       78  EQP-MENU-OPTION3    VALUE "3 - RECORD SERVICE DONE".
       78  EQP-MENU-OPTION4    VALUE "4 - OVERDUE SERVICES".
       78  EQP-MENU-OPTION5    VALUE "5 - FAILURES PER MACHINE".
       78  EQP-MENU-OPTION6    VALUE "6 - BACK".
       78  EQP-TEXT-CODE       VALUE "     ASSET CODE:".
       78  EQP-TEXT-DESC       VALUE "    DESCRIPTION:".
       78  EQP-TEXT-LOC        VALUE "       LOCATION:".
       78  EQP-TEXT-INTERVAL   VALUE "INTERVAL (DAYS):".
       78  EQP-TEXT-HOURS      VALUE " WINDOW (HOURS):".
       78  EQP-TEXT-REASON     VALUE "    REASON CODE:".
       78  EQP-TEXT-SUPPLIER   VALUE "     CONTRACTOR:".
       78  EQP-TEXT-LAST       VALUE "   LAST SERVICE:".
       78  EQP-TEXT-STATUS     VALUE "STATUS (A/R)   :".
       78  EQP-TEXT-DUE        VALUE "       DUE DATE:".
       78  EQP-TEXT-PROPOSED   VALUE "   SERVICE DATE:".
       78  EQP-TEXT-START      VALUE "     START TIME:".
       78  EQP-TEXT-BOOK       VALUE "BOOK IT? (Y/N/S = STOP):".
       78  EQP-TEXT-DONE-DATE  VALUE "  DATE SERVICED:".
       78  PLAN-TO-TEXT
           VALUE "PLAN SERVICES DUE UP TO (YYYYMMDD):".
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "PERIOD TO   (YYYYMMDD):".
       78  CONFIRM-EQP-RECORD  VALUE "EQUIPMENT SAVED".
       78  CONFIRM-SERVICE     VALUE "SERVICE RECORDED".
       78  CONFIRM-BOOKED
           VALUE "SERVICE WINDOW BOOKED ON THE CALENDAR".
       78  PLAN-DONE
           VALUE "PLANNING FINISHED, PRESS ANY KEY".
       78  OVERDUE-DONE
           VALUE "OVERDUE REPORT PRODUCED AND QUEUED, SEE THE DATED "-
           "FILE, PRESS ANY KEY".
       78  FAILURE-DONE
           VALUE "FAILURE REPORT PRODUCED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  ERROR-NO-EQUIPMENT
           VALUE "EQUIPMENT NOT ON FILE - SET IT UP FIRST".
       78  ERROR-BAD-INTERVAL
           VALUE "INTERVAL MUST BE AT LEAST ONE DAY".
       78  ERROR-BAD-HOURS
           VALUE "SERVICE WINDOW MUST BE 1 TO 23 HOURS".
       78  ERROR-BAD-STATUS
           VALUE "STATUS MUST BE A (IN SERVICE) OR R (RETIRED)".
       78  ERROR-REASON-NO
           VALUE "REASON CODE DOES NOT EXIST".
       78  ERROR-SUPPLIER-NO
           VALUE "CONTRACTOR (SUPPLIER ID) DOES NOT EXIST".
       78  ERROR-BAD-DATE
           VALUE "INVALID DATE".
       78  ERROR-BAD-TIME
           VALUE "INVALID START TIME OR THE WINDOW RUNS PAST MIDNIGHT".
       78  ERROR-CALENDAR-FULL
           VALUE "NO DOWNTIME ID LEFT ON THE CALENDAR".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  EQP-STATUS-FS                    PIC 9(002).
       77  CALENDAR-TEST                    PIC 9(002).
       77  REAS-STATUS                      PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  REPORT-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 6.
       01  EQP-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-EQP                      VALUE "Y".
       01  CAL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CAL                      VALUE "Y".
       01  EQUIPMENT-FOUND                  PIC X(001).
           88  EQUIPMENT-FOUND-YES          VALUE "Y".
       01  FIELDS-VALID                     PIC X(001).
           88  FIELDS-VALID-YES             VALUE "Y".
       01  STOP-PLANNING                    PIC X(001).
           88  STOP-PLANNING-YES            VALUE "Y".

       01  ASK-CODE                         PIC X(008).
       01  ASK-DESCRIPTION                  PIC X(030).
       01  ASK-LOCATION                     PIC X(002).
       01  ASK-INTERVAL                     PIC 9(003).
       01  ASK-HOURS                        PIC 9(002).
       01  ASK-REASON                       PIC 9(003).
       01  ASK-SUPPLIER                     PIC 9(005).
       01  ASK-LAST-SERVICE                 PIC 9(008).
       01  ASK-STATUS                       PIC X(001).
       01  ASK-DATE                         PIC 9(008).
       01  ASK-HOUR                         PIC 9(002).
       01  ASK-MIN                          PIC 9(002).
       01  ASK-BOOK                         PIC X(001).
           88  ASK-BOOK-YES                 VALUE "Y" "y".
           88  ASK-BOOK-STOP                VALUE "S" "s".
           88  ASK-BOOK-VALID
               VALUE "Y" "y" "N" "n" "S" "s".
       01  PLAN-TO                          PIC 9(008).
       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  TODAY-DATE                       PIC 9(008).
       01  DUE-DATE                         PIC 9(008).
       01  EFFECTIVE-DATE                   PIC 9(008).
       01  END-HOUR                         PIC 9(002).
       01  NEW-DOWNTIME-ID                  PIC 9(004).
       01  DAYS-OVERDUE                     PIC 9(005).
       01  WINDOW-MINUTES                   PIC 9(007).
       01  WINDOW-START-DATE                PIC 9(008).
       01  WINDOW-END-DATE                  PIC 9(008).
       01  BOOKED-COUNT                     PIC 9(005).
       01  OVERDUE-COUNT                    PIC 9(005).
       77  LINE-COUNT                       PIC 9(007).
       01  REPORT-FILENAME                  PIC X(040).

      *> EVERY MACHINE ON FXEQUIP WITH ITS BREAKDOWN COUNT FOR THE
      *> FAILURE REPORT, PRINTED MOST FAILURES FIRST
       01  EQUIP-TABLE.
           05  EQUIP-ENTRY OCCURS 300 TIMES.
               10  ET-CODE                  PIC X(008).
               10  ET-DESCRIPTION           PIC X(030).
               10  ET-REASON-ID             PIC 9(003).
               10  ET-FAILURES              PIC 9(005).
               10  ET-MINUTES               PIC 9(007).
               10  ET-PRINTED               PIC X(001).
       77  EQUIP-COUNT                      PIC 9(003).
       77  EQUIP-IX                         PIC 9(003).
       77  BEST-IX                          PIC 9(003).
       77  PRINT-IX                         PIC 9(003).

       01  OVERDUE-HEADING.
           05  FILLER                       PIC X(050)
               VALUE "OVERDUE EQUIPMENT SERVICES AT ".
           05  OH-DATE                      PIC 9(008).
       01  OVERDUE-COLUMNS.
           05  FILLER                       PIC X(050)
               VALUE "ASSET     DESCRIPTION                     LOC ".
           05  FILLER                       PIC X(040)
               VALUE "LAST SVC  DUE DATE  BOOKED    DAYS OVER".
       01  OVERDUE-DETAIL.
           05  OD-CODE                      PIC X(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  OD-DESCRIPTION               PIC X(030).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  OD-LOCATION                  PIC X(002).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  OD-LAST                      PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  OD-DUE                       PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  OD-BOOKED                    PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  OD-DAYS                      PIC ZZZZ9.

       01  FAILURE-HEADING.
           05  FILLER                       PIC X(040)
               VALUE "BREAKDOWNS PER MACHINE FROM ".
           05  FH-FROM                      PIC 9(008).
           05  FILLER                       PIC X(004) VALUE " TO ".
           05  FH-TO                        PIC 9(008).
       01  FAILURE-COLUMNS.
           05  FILLER                       PIC X(050)
               VALUE "ASSET     DESCRIPTION                     ".
           05  FILLER                       PIC X(030)
               VALUE "BREAKDOWNS  HOURS DOWN".
       01  FAILURE-DETAIL.
           05  FL-CODE                 PIC X(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  FL-DESCRIPTION          PIC X(030).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  FL-FAILURES             PIC ZZZZ9.
           05  FILLER                       PIC X(005) VALUE SPACES.
           05  FL-HOURS                PIC ZZZZZ9.99.

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
       01  EQP-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE EQP-MENU-OPTION1 LINE 09 COL 35.
           03 VALUE EQP-MENU-OPTION2 LINE 10 COL 35.
           03 VALUE EQP-MENU-OPTION3 LINE 11 COL 35.
           03 VALUE EQP-MENU-OPTION4 LINE 12 COL 35.
           03 VALUE EQP-MENU-OPTION5 LINE 13 COL 35.
           03 VALUE EQP-MENU-OPTION6 LINE 14 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 16 COL 35.
           03 EM-OPTION PIC 9(001) LINE 16 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-CODE-SCREEN.
           05 VALUE EQP-TEXT-CODE LINE 08 COL 15.
           05 AC-CODE PIC X(008) LINE 08 COL PLUS 1
               TO ASK-CODE REQUIRED AUTO.
      ******************************************************************
       01  SET-EQUIP-SCREEN.
           05 VALUE EQP-TEXT-CODE LINE 08 COL 15.
           05 SE-CODE PIC X(008) LINE 08 COL PLUS 1
               FROM ASK-CODE.
           05 VALUE EQP-TEXT-DESC LINE 10 COL 15.
           05 SE-DESC PIC X(030) LINE 10 COL PLUS 1
               USING ASK-DESCRIPTION REQUIRED.
           05 VALUE EQP-TEXT-LOC LINE 11 COL 15.
           05 SE-LOC PIC X(002) LINE 11 COL PLUS 1
               USING ASK-LOCATION.
           05 VALUE EQP-TEXT-INTERVAL LINE 12 COL 15.
           05 SE-INTERVAL PIC 9(003) LINE 12 COL PLUS 1
               USING ASK-INTERVAL.
           05 VALUE EQP-TEXT-HOURS LINE 13 COL 15.
           05 SE-HOURS PIC 9(002) LINE 13 COL PLUS 1
               USING ASK-HOURS.
           05 VALUE EQP-TEXT-REASON LINE 14 COL 15.
           05 SE-REASON PIC 9(003) LINE 14 COL PLUS 1
               USING ASK-REASON.
           05 VALUE EQP-TEXT-SUPPLIER LINE 15 COL 15.
           05 SE-SUPPLIER PIC 9(005) LINE 15 COL PLUS 1
               USING ASK-SUPPLIER.
           05 VALUE EQP-TEXT-LAST LINE 16 COL 15.
           05 SE-LAST PIC 9(008) LINE 16 COL PLUS 1
               USING ASK-LAST-SERVICE.
           05 VALUE EQP-TEXT-STATUS LINE 17 COL 15.
           05 SE-STATUS PIC X(001) LINE 17 COL PLUS 1
               USING ASK-STATUS AUTO.
      ******************************************************************
       01  PLAN-TO-SCREEN.
           05 VALUE PLAN-TO-TEXT LINE 08 COL 15.
           05 PT-DATE PIC 9(008) LINE 08 COL PLUS 1
               TO PLAN-TO REQUIRED AUTO.
      ******************************************************************
       01  PROPOSAL-SCREEN.
           05 VALUE EQP-TEXT-CODE LINE 08 COL 15.
           05 PR-CODE PIC X(008) LINE 08 COL PLUS 1
               FROM EQP-CODE.
           05 VALUE EQP-TEXT-DESC LINE 09 COL 15.
           05 PR-DESC PIC X(030) LINE 09 COL PLUS 1
               FROM EQP-DESCRIPTION.
           05 VALUE EQP-TEXT-LAST LINE 10 COL 15.
           05 PR-LAST PIC 9(008) LINE 10 COL PLUS 1
               FROM EQP-LAST-SERVICE.
           05 VALUE EQP-TEXT-DUE LINE 11 COL 15.
           05 PR-DUE PIC 9(008) LINE 11 COL PLUS 1
               FROM DUE-DATE.
           05 VALUE EQP-TEXT-HOURS LINE 12 COL 15.
           05 PR-HOURS PIC 9(002) LINE 12 COL PLUS 1
               FROM EQP-SERVICE-HOURS.
           05 VALUE EQP-TEXT-PROPOSED LINE 14 COL 15.
           05 PR-DATE PIC 9(008) LINE 14 COL PLUS 1
               USING ASK-DATE REQUIRED.
           05 VALUE EQP-TEXT-START LINE 15 COL 15.
           05 PR-HOUR PIC 9(002) LINE 15 COL PLUS 1
               USING ASK-HOUR.
           05 VALUE ":" LINE 15 COL PLUS 1.
           05 PR-MIN PIC 9(002) LINE 15 COL PLUS 1
               USING ASK-MIN.
           05 VALUE EQP-TEXT-BOOK LINE 17 COL 15.
           05 PR-BOOK PIC X(001) LINE 17 COL PLUS 1
               USING ASK-BOOK AUTO.
      ******************************************************************
       01  SERVICE-DONE-SCREEN.
           05 VALUE EQP-TEXT-CODE LINE 08 COL 15.
           05 SD-CODE PIC X(008) LINE 08 COL PLUS 1
               TO ASK-CODE REQUIRED.
           05 VALUE EQP-TEXT-DONE-DATE LINE 10 COL 15.
           05 SD-DATE PIC 9(008) LINE 10 COL PLUS 1
               USING ASK-DATE AUTO.
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
               DISPLAY EQP-MENU
               ACCEPT EQP-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-EQUIPMENT
                   WHEN 2
                       PERFORM 200-PLAN-SERVICES
                   WHEN 3
                       PERFORM 300-SERVICE-DONE
                   WHEN 4
                       PERFORM 400-OVERDUE-REPORT
                   WHEN 5
                       PERFORM 500-FAILURE-REPORT
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

      *> ADDS A MACHINE OR AMENDS ONE ALREADY ON FILE; THE CURRENT
      *> VALUES ARE SHOWN FOR AMENDMENT. A MACHINE IS NEVER DELETED,
      *> IT IS RETIRED SO ITS BREAKDOWN HISTORY STILL REPORTS
       100-SET-EQUIPMENT SECTION.
           MOVE SPACES TO ASK-CODE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-CODE-SCREEN
           ACCEPT ASK-CODE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-CODE) TO ASK-CODE
           OPEN I-O FXEQUIP
           IF EQP-STATUS-FS = 35 THEN
               CLOSE FXEQUIP
               OPEN OUTPUT FXEQUIP
               CLOSE FXEQUIP
               OPEN I-O FXEQUIP
           END-IF
           IF EQP-STATUS-FS NOT = ZERO THEN
               MOVE EQP-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-CODE TO EQP-CODE
           READ FXEQUIP
               INVALID KEY
                   MOVE "N" TO EQUIPMENT-FOUND
                   MOVE SPACES TO ASK-DESCRIPTION ASK-LOCATION
                   MOVE ZERO TO ASK-INTERVAL ASK-HOURS ASK-REASON
                       ASK-SUPPLIER ASK-LAST-SERVICE
                   MOVE "A" TO ASK-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO EQUIPMENT-FOUND
                   MOVE EQP-DESCRIPTION TO ASK-DESCRIPTION
                   MOVE EQP-LOCATION TO ASK-LOCATION
                   MOVE EQP-INTERVAL-DAYS TO ASK-INTERVAL
                   MOVE EQP-SERVICE-HOURS TO ASK-HOURS
                   MOVE EQP-REASON-ID TO ASK-REASON
                   MOVE EQP-SUPPLIER-ID TO ASK-SUPPLIER
                   MOVE EQP-LAST-SERVICE TO ASK-LAST-SERVICE
                   MOVE EQP-STATUS TO ASK-STATUS
           END-READ
           MOVE "N" TO FIELDS-VALID
           PERFORM WITH TEST AFTER UNTIL FIELDS-VALID-YES
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SET-EQUIP-SCREEN
               ACCEPT SET-EQUIP-SCREEN
               IF KEYSTATUS = 1003
                   CLOSE FXEQUIP
                   EXIT SECTION
               END-IF
               PERFORM 110-VALIDATE-EQUIPMENT
           END-PERFORM
           IF NOT EQUIPMENT-FOUND-YES
               INITIALIZE EQP-DETAILS
               MOVE ASK-CODE TO EQP-CODE
           END-IF
           MOVE UPPER-CASE (ASK-DESCRIPTION) TO EQP-DESCRIPTION
           MOVE UPPER-CASE (ASK-LOCATION) TO EQP-LOCATION
           MOVE ASK-INTERVAL TO EQP-INTERVAL-DAYS
           MOVE ASK-HOURS TO EQP-SERVICE-HOURS
           MOVE ASK-REASON TO EQP-REASON-ID
           MOVE ASK-SUPPLIER TO EQP-SUPPLIER-ID
           MOVE ASK-LAST-SERVICE TO EQP-LAST-SERVICE
           MOVE UPPER-CASE (ASK-STATUS) TO EQP-STATUS
           CALL "GETOPER" USING EQP-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO EQP-LAST-DATE
           IF EQUIPMENT-FOUND-YES
               REWRITE EQP-DETAILS
           ELSE
               WRITE EQP-DETAILS
           END-IF
           CLOSE FXEQUIP
           MOVE CONFIRM-EQP-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE PLANNING RUN BOOKS WINDOWS WITH THE MACHINE'S REASON
      *> CODE AND CONTRACTOR, SO BOTH MUST BE ON FILE FOR CAMSEARCH
      *> AND CAMEDIT TO SHOW THE WINDOW PROPERLY
       110-VALIDATE-EQUIPMENT SECTION.
           MOVE "N" TO FIELDS-VALID
           IF ASK-INTERVAL = ZERO
               MOVE ERROR-BAD-INTERVAL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-HOURS = ZERO OR ASK-HOURS > 23
               MOVE ERROR-BAD-HOURS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-STATUS NOT = "A" AND ASK-STATUS NOT = "a" AND
               ASK-STATUS NOT = "R" AND ASK-STATUS NOT = "r"
               MOVE ERROR-BAD-STATUS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-LAST-SERVICE NOT = ZERO AND
               TEST-DATE-YYYYMMDD (ASK-LAST-SERVICE) NOT = ZERO
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXREASON
           IF REAS-STATUS NOT = ZERO AND REAS-STATUS NOT = 35 THEN
               MOVE REAS-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-REASON TO REASON-ID
           READ FXREASON
               INVALID KEY
                   CLOSE FXREASON
                   MOVE ERROR-REASON-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXREASON
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = ZERO AND SUPP-STATUS NOT = 35 THEN
               MOVE SUPP-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-SUPPLIER TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY
                   CLOSE FXSUPPLY
                   MOVE ERROR-SUPPLIER-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXSUPPLY
           MOVE "Y" TO FIELDS-VALID
       EXIT SECTION.

      *> WALKS EVERY MACHINE IN SERVICE WITH NOTHING BOOKED YET AND
      *> PROPOSES THE NEXT SERVICE (LAST SERVICE PLUS THE INTERVAL,
      *> TODAY WHEN ALREADY PAST OR NEVER SERVICED) WHEN IT FALLS
      *> DUE BY THE PLANNING DATE. THE PLANNER MAY MOVE THE DATE AND
      *> START TIME; A CONFIRMED PROPOSAL IS WRITTEN TO CALENDARFILE
      *> AND REMEMBERED ON THE MACHINE SO IT IS NOT PROPOSED TWICE
       200-PLAN-SERVICES SECTION.
           MOVE ZERO TO PLAN-TO BOOKED-COUNT
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY PLAN-TO-SCREEN
           ACCEPT PLAN-TO-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           OPEN I-O FXEQUIP
           IF EQP-STATUS-FS NOT = ZERO THEN
               CLOSE FXEQUIP
               MOVE PLAN-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O CALENDAR
           IF CALENDAR-TEST = 35 THEN
               CLOSE CALENDAR
               OPEN OUTPUT CALENDAR
               CLOSE CALENDAR
               OPEN I-O CALENDAR
           END-IF
           IF CALENDAR-TEST NOT = ZERO THEN
               MOVE CALENDAR-TEST TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO EQP-EOF-FLAG STOP-PLANNING
           PERFORM UNTIL EOF-EQP OR STOP-PLANNING-YES
               READ FXEQUIP NEXT RECORD
                   AT END SET EOF-EQP TO TRUE
                   NOT AT END
                       IF EQP-STATUS-ACTIVE AND
                           EQP-PLANNED-DATE = ZERO
                           PERFORM 210-COMPUTE-DUE-DATE
                           IF DUE-DATE <= PLAN-TO
                               PERFORM 220-PROPOSE-SERVICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR
           CLOSE FXEQUIP
           MOVE PLAN-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-COMPUTE-DUE-DATE SECTION.
           IF EQP-LAST-SERVICE = ZERO
               MOVE TODAY-DATE TO DUE-DATE
           ELSE
               MOVE DATE-OF-INTEGER (INTEGER-OF-DATE (EQP-LAST-SERVICE)
                   + EQP-INTERVAL-DAYS) TO DUE-DATE
           END-IF
       EXIT SECTION.

       220-PROPOSE-SERVICE SECTION.
           IF DUE-DATE < TODAY-DATE
               MOVE TODAY-DATE TO ASK-DATE
           ELSE
               MOVE DUE-DATE TO ASK-DATE
           END-IF
           MOVE 8 TO ASK-HOUR
           MOVE ZERO TO ASK-MIN
           MOVE "Y" TO ASK-BOOK
           MOVE "N" TO FIELDS-VALID
           PERFORM WITH TEST AFTER UNTIL FIELDS-VALID-YES
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY PROPOSAL-SCREEN
               ACCEPT PROPOSAL-SCREEN
               IF KEYSTATUS = 1003
                   MOVE "Y" TO STOP-PLANNING
                   EXIT SECTION
               END-IF
               PERFORM 230-VALIDATE-PROPOSAL
           END-PERFORM
           IF ASK-BOOK-STOP
               MOVE "Y" TO STOP-PLANNING
               EXIT SECTION
           END-IF
           IF NOT ASK-BOOK-YES
               EXIT SECTION
           END-IF
           PERFORM 240-NEXT-DOWNTIME-ID
           IF NEW-DOWNTIME-ID > 999
               MOVE ERROR-CALENDAR-FULL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               MOVE "Y" TO STOP-PLANNING
               EXIT SECTION
           END-IF
           PERFORM 250-BOOK-WINDOW
       EXIT SECTION.

       230-VALIDATE-PROPOSAL SECTION.
           MOVE "N" TO FIELDS-VALID
           IF NOT ASK-BOOK-VALID
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (ASK-DATE) NOT = ZERO
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-MIN > 59 OR
               ASK-HOUR + EQP-SERVICE-HOURS > 23
               MOVE ERROR-BAD-TIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELDS-VALID
       EXIT SECTION.

      *> HIGHEST DOWNTIME ID ON THE ALREADY-OPEN CALENDAR PLUS ONE,
      *> THE SAME SCAN CAMADD USES
       240-NEXT-DOWNTIME-ID SECTION.
           MOVE 1 TO NEW-DOWNTIME-ID
           MOVE ZERO TO FD-DOWNTIME-ID
           MOVE "N" TO CAL-EOF-FLAG
           START CALENDAR KEY IS GREATER OR EQUAL FD-DOWNTIME-ID
               INVALID KEY
                   SET EOF-CAL TO TRUE
           END-START
           PERFORM UNTIL EOF-CAL
               READ CALENDAR NEXT RECORD
                   AT END SET EOF-CAL TO TRUE
                   NOT AT END
                       IF FD-DOWNTIME-ID >= NEW-DOWNTIME-ID
                           COMPUTE NEW-DOWNTIME-ID = FD-DOWNTIME-ID + 1
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       250-BOOK-WINDOW SECTION.
           COMPUTE END-HOUR = ASK-HOUR + EQP-SERVICE-HOURS
           MOVE SPACES TO FD-CALENDAR
           MOVE NEW-DOWNTIME-ID TO FD-DOWNTIME-ID
           MOVE ASK-DATE (1:4) TO FD-START-YEAR FD-END-YEAR
           MOVE ASK-DATE (5:2) TO FD-START-MONTH FD-END-MONTH
           MOVE ASK-DATE (7:2) TO FD-START-DAY FD-END-DAY
           MOVE ASK-HOUR TO FD-START-HOUR
           MOVE ASK-MIN TO FD-START-MIN FD-END-MIN
           MOVE END-HOUR TO FD-END-HOUR
           STRING "PLANNED SERVICE " DELIMITED BY SIZE
               EQP-CODE DELIMITED BY SPACE
               INTO FD-DOWNTIME-DESCRIPTION1
           MOVE EQP-DESCRIPTION TO FD-DOWNTIME-DESCRIPTION2
           MOVE EQP-REASON-ID TO FD-DOWNTIME-REASON-ID
           MOVE EQP-SUPPLIER-ID TO FD-DOWNTIME-SUPPLIER-ID
           MOVE EQP-CODE TO FD-DOWNTIME-EQUIP-CODE
           CALL "GETOPER" USING FD-DOWNTIME-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO FD-DOWNTIME-LAST-DATE
           WRITE FD-CALENDAR
               INVALID KEY
                   EXIT SECTION
           END-WRITE
           MOVE ASK-DATE TO EQP-PLANNED-DATE
           MOVE NEW-DOWNTIME-ID TO EQP-PLANNED-DOWNTIME-ID
           CALL "GETOPER" USING EQP-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO EQP-LAST-DATE
           REWRITE EQP-DETAILS
           ADD 1 TO BOOKED-COUNT
           MOVE CONFIRM-BOOKED TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> CLOSES THE BOOKED SERVICE: THE DATE SERVICED BECOMES THE
      *> LAST SERVICE THE NEXT INTERVAL IS COUNTED FROM
       300-SERVICE-DONE SECTION.
           MOVE SPACES TO ASK-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO ASK-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SERVICE-DONE-SCREEN
           ACCEPT SERVICE-DONE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (ASK-DATE) NOT = ZERO
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-CODE) TO ASK-CODE
           OPEN I-O FXEQUIP
           IF EQP-STATUS-FS NOT = ZERO THEN
               CLOSE FXEQUIP
               MOVE ERROR-NO-EQUIPMENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-CODE TO EQP-CODE
           READ FXEQUIP
               INVALID KEY
                   CLOSE FXEQUIP
                   MOVE ERROR-NO-EQUIPMENT TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           MOVE ASK-DATE TO EQP-LAST-SERVICE
           MOVE ZERO TO EQP-PLANNED-DATE EQP-PLANNED-DOWNTIME-ID
           CALL "GETOPER" USING EQP-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO EQP-LAST-DATE
           REWRITE EQP-DETAILS
           CLOSE FXEQUIP
           MOVE CONFIRM-SERVICE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> A MACHINE IS OVERDUE WHEN ITS SERVICE DATE (THE BOOKED DATE
      *> IF ONE IS BOOKED, OTHERWISE LAST SERVICE PLUS THE INTERVAL)
      *> IS BEFORE TODAY AND NO SERVICE HAS BEEN RECORDED SINCE. EACH
      *> ONE IS PRINTED AND QUEUED TO MAINTENANCE ON FXNOTIFYQ
       400-OVERDUE-REPORT SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE ZERO TO LINE-COUNT OVERDUE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "EQUIPOVD-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           MOVE "N" TO EQP-EOF-FLAG
           OPEN INPUT FXEQUIP
           IF EQP-STATUS-FS NOT = ZERO THEN
               CLOSE FXEQUIP
               MOVE OVERDUE-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE TODAY-DATE TO OH-DATE
           WRITE REPORT-LINE FROM OVERDUE-HEADING
           WRITE REPORT-LINE FROM OVERDUE-COLUMNS
           MOVE 2 TO LINE-COUNT
           PERFORM UNTIL EOF-EQP
               READ FXEQUIP NEXT RECORD
                   AT END SET EOF-EQP TO TRUE
                   NOT AT END
                       IF EQP-STATUS-ACTIVE
                           PERFORM 410-CHECK-OVERDUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-FILE
           CLOSE FXEQUIP
           MOVE "EQUIPOVD" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "EQUIPMNT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE OVERDUE-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       410-CHECK-OVERDUE SECTION.
           PERFORM 210-COMPUTE-DUE-DATE
           IF EQP-PLANNED-DATE NOT = ZERO
               MOVE EQP-PLANNED-DATE TO EFFECTIVE-DATE
           ELSE
               MOVE DUE-DATE TO EFFECTIVE-DATE
           END-IF
           IF EFFECTIVE-DATE NOT < TODAY-DATE
               EXIT SECTION
           END-IF
           COMPUTE DAYS-OVERDUE = INTEGER-OF-DATE (TODAY-DATE) -
               INTEGER-OF-DATE (EFFECTIVE-DATE)
           MOVE EQP-CODE TO OD-CODE
           MOVE EQP-DESCRIPTION TO OD-DESCRIPTION
           MOVE EQP-LOCATION TO OD-LOCATION
           MOVE EQP-LAST-SERVICE TO OD-LAST
           MOVE DUE-DATE TO OD-DUE
           MOVE EQP-PLANNED-DATE TO OD-BOOKED
           MOVE DAYS-OVERDUE TO OD-DAYS
           WRITE REPORT-LINE FROM OVERDUE-DETAIL
           ADD 1 TO LINE-COUNT OVERDUE-COUNT
           MOVE "MAINTENANCE" TO NOTI-REQ-RECIPIENT
           MOVE "M" TO NOTI-REQ-SEVERITY
           MOVE SPACES TO NOTI-REQ-MESSAGE
           STRING "SERVICE OVERDUE " DELIMITED BY SIZE
               OD-DAYS DELIMITED BY SIZE
               " DAYS: " DELIMITED BY SIZE
               EQP-CODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               EQP-DESCRIPTION DELIMITED BY SIZE
               INTO NOTI-REQ-MESSAGE
           MOVE "EQUIPMNT" TO NOTI-REQ-SOURCE
           CALL "NOTIFY" USING NOTIFY-REQUEST
       EXIT SECTION.

      *> COUNTS THE WINDOWS IN FORCE LINKED TO EACH MACHINE THAT
      *> START IN THE PERIOD AND ARE NOT ITS OWN PLANNED-SERVICE
      *> REASON (SO ONLY BREAKDOWNS COUNT), WITH THE HOURS LOST,
      *> AND PRINTS THE MACHINES MOST FAILURES FIRST
       500-FAILURE-REPORT SECTION.
           MOVE ZERO TO PERIOD-FROM PERIOD-TO
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 510-LOAD-EQUIPMENT
           PERFORM 520-COUNT-BREAKDOWNS
           MOVE ZERO TO LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "EQUIPFAIL-" DELIMITED BY SIZE
               PERIOD-TO DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE PERIOD-FROM TO FH-FROM
           MOVE PERIOD-TO TO FH-TO
           WRITE REPORT-LINE FROM FAILURE-HEADING
           WRITE REPORT-LINE FROM FAILURE-COLUMNS
           MOVE 2 TO LINE-COUNT
           PERFORM VARYING PRINT-IX FROM 1 BY 1
               UNTIL PRINT-IX > EQUIP-COUNT
               PERFORM 530-PRINT-NEXT-WORST
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "EQUIPFAIL" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "EQUIPMNT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE FAILURE-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       510-LOAD-EQUIPMENT SECTION.
           MOVE ZERO TO EQUIP-COUNT
           MOVE "N" TO EQP-EOF-FLAG
           OPEN INPUT FXEQUIP
           IF EQP-STATUS-FS NOT = ZERO THEN
               CLOSE FXEQUIP
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-EQP
               READ FXEQUIP NEXT RECORD
                   AT END SET EOF-EQP TO TRUE
                   NOT AT END
                       IF EQUIP-COUNT < 300
                           ADD 1 TO EQUIP-COUNT
                           MOVE EQP-CODE TO ET-CODE (EQUIP-COUNT)
                           MOVE EQP-DESCRIPTION
                               TO ET-DESCRIPTION (EQUIP-COUNT)
                           MOVE EQP-REASON-ID
                               TO ET-REASON-ID (EQUIP-COUNT)
                           MOVE ZERO TO ET-FAILURES (EQUIP-COUNT)
                               ET-MINUTES (EQUIP-COUNT)
                           MOVE "N" TO ET-PRINTED (EQUIP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXEQUIP
       EXIT SECTION.

       520-COUNT-BREAKDOWNS SECTION.
           MOVE "N" TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR
           IF CALENDAR-TEST NOT = ZERO THEN
               CLOSE CALENDAR
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-CAL
               READ CALENDAR NEXT RECORD
                   AT END SET EOF-CAL TO TRUE
                   NOT AT END
                       IF FD-DOWNTIME-EQUIP-CODE NOT = SPACES AND
                           NOT FD-DOWNTIME-CANCELLED AND
                           FD-START-DOWNTIME >= PERIOD-FROM AND
                           FD-START-DOWNTIME <= PERIOD-TO
                           PERFORM 525-ADD-BREAKDOWN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR
       EXIT SECTION.

       525-ADD-BREAKDOWN SECTION.
           PERFORM VARYING EQUIP-IX FROM 1 BY 1
               UNTIL EQUIP-IX > EQUIP-COUNT
               IF ET-CODE (EQUIP-IX) = FD-DOWNTIME-EQUIP-CODE
                   IF FD-DOWNTIME-REASON-ID NOT =
                       ET-REASON-ID (EQUIP-IX)
                       MOVE FD-START-DOWNTIME TO WINDOW-START-DATE
                       MOVE FD-END-DOWNTIME TO WINDOW-END-DATE
                       COMPUTE WINDOW-MINUTES =
                           (INTEGER-OF-DATE (WINDOW-END-DATE) -
                            INTEGER-OF-DATE (WINDOW-START-DATE))
                           * 1440 +
                           (FD-END-HOUR * 60 + FD-END-MIN) -
                           (FD-START-HOUR * 60 + FD-START-MIN)
                       ADD 1 TO ET-FAILURES (EQUIP-IX)
                       ADD WINDOW-MINUTES TO ET-MINUTES (EQUIP-IX)
                   END-IF
                   EXIT SECTION
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> SELECTS THE MACHINE WITH THE MOST BREAKDOWNS NOT YET PRINTED
      *> (MOST HOURS LOST BREAKS A TIE); MACHINES WITH NONE ARE LEFT
      *> OFF THE REPORT
       530-PRINT-NEXT-WORST SECTION.
           MOVE ZERO TO BEST-IX
           PERFORM VARYING EQUIP-IX FROM 1 BY 1
               UNTIL EQUIP-IX > EQUIP-COUNT
               IF ET-PRINTED (EQUIP-IX) = "N" AND
                   ET-FAILURES (EQUIP-IX) > ZERO
                   IF BEST-IX = ZERO
                       MOVE EQUIP-IX TO BEST-IX
                   ELSE
                       IF ET-FAILURES (EQUIP-IX) >
                           ET-FAILURES (BEST-IX) OR
                           (ET-FAILURES (EQUIP-IX) =
                            ET-FAILURES (BEST-IX) AND
                            ET-MINUTES (EQUIP-IX) >
                            ET-MINUTES (BEST-IX))
                           MOVE EQUIP-IX TO BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-IX = ZERO
               EXIT SECTION
           END-IF
           MOVE "Y" TO ET-PRINTED (BEST-IX)
           MOVE ET-CODE (BEST-IX) TO FL-CODE
           MOVE ET-DESCRIPTION (BEST-IX) TO FL-DESCRIPTION
           MOVE ET-FAILURES (BEST-IX) TO FL-FAILURES
           COMPUTE FL-HOURS = ET-MINUTES (BEST-IX) / 60
           WRITE REPORT-LINE FROM FAILURE-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.
