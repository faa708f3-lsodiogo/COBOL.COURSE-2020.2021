      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    VEHICLE MASTER MODULE - MAINTAINS THE DELIVERY VANS ON
      *    FXVEHICLE (REGISTRATION, CAPACITY IN TRAYS, CHILLED OR
      *    NOT, IN SERVICE OR NOT), WHICH VAN RUNS EACH ROUTE ON
      *    EACH WEEKDAY ON FXROUTEVEH, AND HOW MANY SANDWICHES A
      *    TRAY HOLDS ON FXDLVCTL. REPORT-LOADPLAN USES ALL THREE
      *    TO CHECK THE DAY'S ORDERS AGAINST THE VANS. FXDLVCTL ALSO
      *    HOLDS THE UNLOADING MINUTES PER SCHOOL USED BY ROUTEETA,
      *    AND THE RETURNABLE TRAY RULES: HOW MANY TRAYS A SCHOOL MAY
      *    HOLD BEFORE IT IS CHASED, HOW MANY IT MAY LOSE IN A YEAR
      *    FREE OF CHARGE AND THE PRICE OF EACH ONE LOST ABOVE THAT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXVEHICLE ASSIGN TO "FXVEHICLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VEH-REG
                   FILE STATUS VEH-STATUS-FS.

               SELECT FXROUTEVEH ASSIGN TO "FXROUTEVEH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RVH-ID
                   FILE STATUS RVH-STATUS-FS.

               SELECT FXROUTE ASSIGN TO "FXROUTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTE-ID
                   FILE STATUS RTE-STATUS-FS.

               SELECT FXDLVCTL ASSIGN TO "FXDLVCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLC-ID
                   FILE STATUS DLC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXVEHICLE.
           COPY FD-VEHICLE.
       FD FXROUTEVEH.
           COPY FD-ROUTEVEH.
       FD FXROUTE.
           COPY FD-ROUTE.
       FD FXDLVCTL.
           COPY FD-DLVCTL.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "DELIVERY VANS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  VEH-MENU-OPTION1    VALUE "1 - ADD / CHANGE VAN".
       78  VEH-MENU-OPTION2    VALUE "2 - ASSIGN VAN TO ROUTE".
       78  VEH-MENU-OPTION3    VALUE "3 - LIST VANS".
       78  VEH-MENU-OPTION4    VALUE "4 - TRAYS AND DROP TIME".
       78  VEH-MENU-OPTION5    VALUE "5 - BACK".
       78  VEH-TEXT-REG        VALUE "  REGISTRATION:".
       78  VEH-TEXT-DESC       VALUE "   DESCRIPTION:".
       78  VEH-TEXT-CAPACITY   VALUE "CAPACITY TRAYS:".
       78  VEH-TEXT-CHILLED    VALUE " CHILLED (Y/N):".
       78  VEH-TEXT-SERVICE    VALUE "IN SERVICE Y/N:".
       78  RVH-TEXT-ROUTE      VALUE "      ROUTE NO:".
       78  RVH-TEXT-WEEKDAY    VALUE " WEEKDAY (1-7):".
       78  RVH-TEXT-NOTE
           VALUE "1 = MONDAY .. 7 = SUNDAY; BLANK REGISTRATION REMOVES".
       78  DLC-TEXT-TRAY       VALUE "SANDWICHES PER TRAY:".
       78  DLC-TEXT-DROP       VALUE "UNLOADING MINUTES  :".
       78  DLC-TEXT-ALERT      VALUE "TRAYS HELD ALERT   :".
       78  DLC-TEXT-ALLOWANCE  VALUE "FREE LOSSES / YEAR :".
       78  DLC-TEXT-CHARGE     VALUE "CHARGE PER LOST TRAY:".
       78  LIST-HEADER
           VALUE "REGISTRATION DESCRIPTION                    TRAYS CH"-
           " IN".
       78  CONFIRM-VEH-RECORD  VALUE "VAN SAVED".
       78  CONFIRM-RVH-RECORD  VALUE "VAN ASSIGNED TO ROUTE".
       78  CONFIRM-RVH-REMOVED VALUE "ASSIGNMENT REMOVED".
       78  CONFIRM-DLC-RECORD  VALUE "DELIVERY SETTINGS SAVED".
       78  ERROR-YES-NO
           VALUE "CHILLED AND IN SERVICE MUST BE Y OR N".
       78  ERROR-CAPACITY
           VALUE "CAPACITY MUST BE AT LEAST ONE TRAY".
       78  ERROR-WEEKDAY
           VALUE "WEEKDAY MUST BE 1 (MONDAY) TO 7 (SUNDAY)".
       78  ERROR-NO-ROUTE
           VALUE "THAT ROUTE DOES NOT EXIST - ADD IT FIRST".
       78  ERROR-NO-VAN
           VALUE "THAT VAN DOES NOT EXIST - ADD IT FIRST".
       78  ERROR-NO-ASSIGNMENT
           VALUE "NO VAN IS ASSIGNED TO THAT ROUTE ON THAT DAY".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  DEFAULT-TRAY-SANDWICHES          VALUE 20.
       78  DEFAULT-TRAY-ALERT               VALUE 50.
       78  MAX-LIST-LINES                   VALUE 14.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  VEH-STATUS-FS                    PIC 9(002).
       77  RVH-STATUS-FS                    PIC 9(002).
       77  RTE-STATUS-FS                    PIC 9(002).
       77  DLC-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 5.
       01  VEH-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-VEH                      VALUE "Y".

       01  ASK-REG                          PIC X(010).
       01  ASK-DESCRIPTION                  PIC X(030).
       01  ASK-CAPACITY                     PIC 9(003).
       01  ASK-CHILLED                      PIC X(001).
       01  ASK-IN-SERVICE                   PIC X(001).
       01  ASK-ROUTE-ID                     PIC 9(003).
       01  ASK-WEEKDAY                      PIC 9(001).
       01  ASK-TRAY-SANDWICHES              PIC 9(003).
       01  ASK-DROP-MINUTES                 PIC 9(003).
       01  ASK-TRAY-ALERT                   PIC 9(004).
       01  ASK-TRAY-ALLOWANCE               PIC 9(004).
       01  ASK-TRAY-CHARGE                  PIC 9(003)V99.
       01  ROUTE-FOUND                      PIC X(001).
           88  ROUTE-FOUND-YES              VALUE "Y".
       01  VAN-FOUND                        PIC X(001).
           88  VAN-FOUND-YES                VALUE "Y".
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

       01  LIST-LINE.
           05  LL-REG                       PIC X(010).
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  LL-DESCRIPTION               PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-CAPACITY                  PIC ZZ9.
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  LL-CHILLED                   PIC X(001).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LL-IN-SERVICE                PIC X(001).

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
       01  VEH-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE VEH-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE VEH-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE VEH-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE VEH-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE VEH-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 16 COL 35.
           03 VM-OPTION PIC 9(001) LINE 16 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-REG-SCREEN.
           05 VALUE VEH-TEXT-REG LINE 08 COL 15.
           05 AG-REG PIC X(010) LINE 08 COL PLUS 1
               TO ASK-REG REQUIRED AUTO.
      ******************************************************************
       01  ADD-VEH-SCREEN.
           05 VALUE VEH-TEXT-REG LINE 08 COL 15.
           05 AV-REG PIC X(010) LINE 08 COL PLUS 1
               FROM ASK-REG.
           05 VALUE VEH-TEXT-DESC LINE 10 COL 15.
           05 AV-DESC PIC X(030) LINE 10 COL PLUS 1
               USING ASK-DESCRIPTION REQUIRED.
           05 VALUE VEH-TEXT-CAPACITY LINE 12 COL 15.
           05 AV-CAPACITY PIC 9(003) LINE 12 COL PLUS 1
               USING ASK-CAPACITY REQUIRED.
           05 VALUE VEH-TEXT-CHILLED LINE 14 COL 15.
           05 AV-CHILLED PIC X(001) LINE 14 COL PLUS 1
               USING ASK-CHILLED REQUIRED.
           05 VALUE VEH-TEXT-SERVICE LINE 16 COL 15.
           05 AV-SERVICE PIC X(001) LINE 16 COL PLUS 1
               USING ASK-IN-SERVICE REQUIRED AUTO.
      ******************************************************************
       01  ADD-RVH-SCREEN.
           05 VALUE RVH-TEXT-ROUTE LINE 08 COL 15.
           05 AA-ROUTE PIC 9(003) LINE 08 COL PLUS 1
               TO ASK-ROUTE-ID REQUIRED.
           05 VALUE RVH-TEXT-WEEKDAY LINE 10 COL 15.
           05 AA-WEEKDAY PIC 9(001) LINE 10 COL PLUS 1
               TO ASK-WEEKDAY REQUIRED.
           05 VALUE VEH-TEXT-REG LINE 12 COL 15.
           05 AA-REG PIC X(010) LINE 12 COL PLUS 1
               TO ASK-REG AUTO.
           05 VALUE RVH-TEXT-NOTE LINE 14 COL 15.
      ******************************************************************
       01  TRAY-SCREEN.
           05 VALUE DLC-TEXT-TRAY LINE 08 COL 15.
           05 TS-TRAY PIC 9(003) LINE 08 COL PLUS 1
               USING ASK-TRAY-SANDWICHES REQUIRED.
           05 VALUE DLC-TEXT-DROP LINE 10 COL 15.
           05 TS-DROP PIC 9(003) LINE 10 COL PLUS 1
               USING ASK-DROP-MINUTES AUTO.
           05 VALUE DLC-TEXT-ALERT LINE 12 COL 15.
           05 TS-ALERT PIC 9(004) LINE 12 COL PLUS 1
               USING ASK-TRAY-ALERT AUTO.
           05 VALUE DLC-TEXT-ALLOWANCE LINE 14 COL 15.
           05 TS-ALLOWANCE PIC 9(004) LINE 14 COL PLUS 1
               USING ASK-TRAY-ALLOWANCE AUTO.
           05 VALUE DLC-TEXT-CHARGE LINE 16 COL 14.
           05 TS-CHARGE PIC 9(003)V99 LINE 16 COL PLUS 1
               USING ASK-TRAY-CHARGE AUTO.
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
               DISPLAY VEH-MENU
               ACCEPT VEH-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-ADD-VAN
                   WHEN 2
                       PERFORM 200-ASSIGN-VAN
                   WHEN 3
                       PERFORM 300-LIST-VANS
                   WHEN 4
                       PERFORM 400-SET-DELIVERY-SETTINGS
                   WHEN 5
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

      *> THE REGISTRATION IS ASKED FIRST SO AN EXISTING VAN COMES
      *> BACK WITH ITS CURRENT DETAILS FOR CHANGING; A NEW ONE
      *> STARTS CHILLED AND IN SERVICE
       100-ADD-VAN SECTION.
           MOVE SPACES TO ASK-REG
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-REG-SCREEN
           ACCEPT ASK-REG-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-REG) TO ASK-REG
           MOVE SPACES TO ASK-DESCRIPTION
           MOVE ZERO TO ASK-CAPACITY
           MOVE "Y" TO ASK-CHILLED ASK-IN-SERVICE
           PERFORM 110-READ-VAN
           IF VAN-FOUND-YES
               MOVE VEH-DESCRIPTION TO ASK-DESCRIPTION
               MOVE VEH-CAPACITY-TRAYS TO ASK-CAPACITY
               MOVE VEH-CHILLED TO ASK-CHILLED
               MOVE VEH-IN-SERVICE TO ASK-IN-SERVICE
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-VEH-SCREEN
           ACCEPT ADD-VEH-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-CHILLED) TO ASK-CHILLED
           MOVE UPPER-CASE (ASK-IN-SERVICE) TO ASK-IN-SERVICE
           IF (ASK-CHILLED NOT = "Y" AND ASK-CHILLED NOT = "N") OR
               (ASK-IN-SERVICE NOT = "Y" AND
                ASK-IN-SERVICE NOT = "N")
               MOVE ERROR-YES-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-CAPACITY = ZERO
               MOVE ERROR-CAPACITY TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXVEHICLE
           IF VEH-STATUS-FS = 35 THEN
               CLOSE FXVEHICLE
               OPEN OUTPUT FXVEHICLE
           ELSE
               IF VEH-STATUS-FS NOT = ZERO THEN
                   MOVE VEH-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-REG TO VEH-REG
           MOVE UPPER-CASE (ASK-DESCRIPTION) TO VEH-DESCRIPTION
           MOVE ASK-CAPACITY TO VEH-CAPACITY-TRAYS
           MOVE ASK-CHILLED TO VEH-CHILLED
           MOVE ASK-IN-SERVICE TO VEH-IN-SERVICE
           CALL "GETOPER" USING VEH-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO VEH-LAST-DATE
           WRITE VEH-DETAILS
               INVALID KEY
                   REWRITE VEH-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXVEHICLE
           MOVE CONFIRM-VEH-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-READ-VAN SECTION.
           MOVE "N" TO VAN-FOUND
           OPEN INPUT FXVEHICLE
           IF VEH-STATUS-FS = ZERO THEN
               MOVE ASK-REG TO VEH-REG
               READ FXVEHICLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO VAN-FOUND
               END-READ
           END-IF
           CLOSE FXVEHICLE
       EXIT SECTION.

      *> ONE VAN PER ROUTE AND WEEKDAY; THE SAME VAN MAY RUN MORE
      *> THAN ONE ROUTE IF IT GOES OUT TWICE
       200-ASSIGN-VAN SECTION.
           MOVE ZERO TO ASK-ROUTE-ID ASK-WEEKDAY
           MOVE SPACES TO ASK-REG
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-RVH-SCREEN
           ACCEPT ADD-RVH-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-WEEKDAY < 1 OR ASK-WEEKDAY > 7
               MOVE ERROR-WEEKDAY TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 210-CHECK-ROUTE-EXISTS
           IF NOT ROUTE-FOUND-YES
               MOVE ERROR-NO-ROUTE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-REG) TO ASK-REG
           IF ASK-REG = SPACES
               PERFORM 220-REMOVE-ASSIGNMENT
               EXIT SECTION
           END-IF
           PERFORM 110-READ-VAN
           IF NOT VAN-FOUND-YES
               MOVE ERROR-NO-VAN TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXROUTEVEH
           IF RVH-STATUS-FS = 35 THEN
               CLOSE FXROUTEVEH
               OPEN OUTPUT FXROUTEVEH
           ELSE
               IF RVH-STATUS-FS NOT = ZERO THEN
                   MOVE RVH-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-ROUTE-ID TO RVH-ROUTE-ID
           MOVE ASK-WEEKDAY TO RVH-WEEKDAY
           MOVE ASK-REG TO RVH-VEH-REG
           CALL "GETOPER" USING RVH-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RVH-LAST-DATE
           WRITE RVH-DETAILS
               INVALID KEY
                   REWRITE RVH-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXROUTEVEH
           MOVE CONFIRM-RVH-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-CHECK-ROUTE-EXISTS SECTION.
           MOVE "N" TO ROUTE-FOUND
           OPEN INPUT FXROUTE
           IF RTE-STATUS-FS = ZERO THEN
               MOVE ASK-ROUTE-ID TO RTE-ID
               READ FXROUTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ROUTE-FOUND
               END-READ
           END-IF
           CLOSE FXROUTE
       EXIT SECTION.

       220-REMOVE-ASSIGNMENT SECTION.
           OPEN I-O FXROUTEVEH
           IF RVH-STATUS-FS NOT = ZERO THEN
               CLOSE FXROUTEVEH
               MOVE ERROR-NO-ASSIGNMENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-ROUTE-ID TO RVH-ROUTE-ID
           MOVE ASK-WEEKDAY TO RVH-WEEKDAY
           DELETE FXROUTEVEH
               INVALID KEY
                   MOVE ERROR-NO-ASSIGNMENT TO ERROR-TEXT
               NOT INVALID KEY
                   MOVE CONFIRM-RVH-REMOVED TO ERROR-TEXT
           END-DELETE
           CLOSE FXROUTEVEH
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       300-LIST-VANS SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO VEH-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXVEHICLE
           IF VEH-STATUS-FS NOT = ZERO THEN
               CLOSE FXVEHICLE
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY LIST-HEADER AT LINE 07 COL 10
           PERFORM UNTIL EOF-VEH
               READ FXVEHICLE NEXT RECORD
                   AT END SET EOF-VEH TO TRUE
                   NOT AT END
                       IF LINE-ON-PAGE = MAX-LIST-LINES
                           MOVE VIEW-END-TEXT TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                           DISPLAY CLEAR-SCREEN
                           DISPLAY MAIN-SCREEN
                           DISPLAY LIST-HEADER AT LINE 07 COL 10
                           MOVE ZERO TO LINE-ON-PAGE
                       END-IF
                       ADD 1 TO LINE-ON-PAGE
                       COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
                       MOVE VEH-REG TO LL-REG
                       MOVE VEH-DESCRIPTION TO LL-DESCRIPTION
                       MOVE VEH-CAPACITY-TRAYS TO LL-CAPACITY
                       MOVE VEH-CHILLED TO LL-CHILLED
                       MOVE VEH-IN-SERVICE TO LL-IN-SERVICE
                       DISPLAY LIST-LINE
                           AT LINE SCREEN-LIN COL 10
               END-READ
           END-PERFORM
           CLOSE FXVEHICLE
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE SINGLE FXDLVCTL RECORD, SAME SHAPE AS THE SIGN-ON
      *> RULES ON FXSECCTL
       400-SET-DELIVERY-SETTINGS SECTION.
           MOVE DEFAULT-TRAY-SANDWICHES TO ASK-TRAY-SANDWICHES
           MOVE ZERO TO ASK-DROP-MINUTES
           MOVE DEFAULT-TRAY-ALERT TO ASK-TRAY-ALERT
           MOVE ZERO TO ASK-TRAY-ALLOWANCE ASK-TRAY-CHARGE
           OPEN INPUT FXDLVCTL
           IF DLC-STATUS-FS = ZERO THEN
               MOVE 1 TO DLC-ID
               READ FXDLVCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DLC-TRAY-SANDWICHES > ZERO
                           MOVE DLC-TRAY-SANDWICHES
                               TO ASK-TRAY-SANDWICHES
                       END-IF
                       MOVE DLC-DROP-MINUTES TO ASK-DROP-MINUTES
                       IF DLC-TRAY-ALERT > ZERO
                           MOVE DLC-TRAY-ALERT TO ASK-TRAY-ALERT
                       END-IF
                       MOVE DLC-TRAY-ALLOWANCE TO ASK-TRAY-ALLOWANCE
                       MOVE DLC-TRAY-CHARGE TO ASK-TRAY-CHARGE
               END-READ
           END-IF
           CLOSE FXDLVCTL
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY TRAY-SCREEN
           ACCEPT TRAY-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXDLVCTL
           IF DLC-STATUS-FS = 35 THEN
               CLOSE FXDLVCTL
               OPEN OUTPUT FXDLVCTL
           ELSE
               IF DLC-STATUS-FS NOT = ZERO THEN
                   MOVE DLC-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE 1 TO DLC-ID
           MOVE ASK-TRAY-SANDWICHES TO DLC-TRAY-SANDWICHES
           MOVE ASK-DROP-MINUTES TO DLC-DROP-MINUTES
           MOVE ASK-TRAY-ALERT TO DLC-TRAY-ALERT
           MOVE ASK-TRAY-ALLOWANCE TO DLC-TRAY-ALLOWANCE
           MOVE ASK-TRAY-CHARGE TO DLC-TRAY-CHARGE
           CALL "GETOPER" USING DLC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO DLC-LAST-DATE
           WRITE DLC-DETAILS
               INVALID KEY
                   REWRITE DLC-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXDLVCTL
           MOVE CONFIRM-DLC-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.
