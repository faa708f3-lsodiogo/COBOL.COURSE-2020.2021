      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CALENDAR MANAGEMENT
      ******************************************************************
      *    CAM MODULE - AMEND OR CANCEL A DOWNTIME WINDOW. BEFORE THE
      *    CHANGE IS SAVED THE SCHOOLS WHOSE DELIVERY DAYS IT CLOSES
      *    OR REOPENS ARE LISTED. A CANCELLED WINDOW STAYS ON FILE
      *    WITH A CANCELLED STATUS SO THE DOWNTIME HISTORY IS KEPT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMEDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FXEQUIP ASSIGN TO "FXEQUIP"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EQP-CODE
              FILE STATUS EQP-STATUS-FS.

           SELECT FXSTANDORD ASSIGN TO "FXSTANDORD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STO-ID
              FILE STATUS STO-STATUS-FS.

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

           SELECT FXSCHSCHED ASSIGN TO "FXSCHSCHED"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCHED-SCHOOL-ID
              FILE STATUS SCHED-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR.
       COPY FDCALENDAR.

       FD  FXREASON.
       COPY REASONFX.

       FD  FXSUPPLY.
       COPY SUPPLIERFX.

       FD  FXEQUIP.
       COPY FD-EQUIP.

       FD  FXSTANDORD.
       COPY FD-STANDORD.

       FD  FXORDERS.
       COPY FD-ORDERS.

       FD  FXSCHOOL.
       COPY SCHOOLFX.

       FD  FXSCHSCHED.
       COPY FD-SCHSCHED.

       WORKING-STORAGE SECTION.
       COPY CAMCONSTANTS.
       COPY WSCALENDAR.
       COPY WSVAR.
       COPY LK-LOCKREC.

       01  EDIT-OPTION                          PIC 9(001).
           88  EDIT-OPTION-EXIT                 VALUE 3.

       01  PICK-DOWNTIME-ID                     PIC 9(003).
       01  DOWNTIME-FOUND                       PIC X(001) VALUE "N".
           88  DOWNTIME-FOUND-YES               VALUE "Y".
       01  CANCEL-MODE                          PIC X(001) VALUE "N".
           88  CANCEL-MODE-YES                  VALUE "Y".

       01  BISSEXTO                             PIC X(001) VALUE "N".
           88  BISSEXTO-YES                     VALUE "S".
       01  VALID-DATE-FLAG                      PIC X(001) VALUE "N".
           88  VALID-DATE-YES                   VALUE "Y".
       01  CHECK-YEAR                           PIC 9(004).
       01  CHECK-MONTH                          PIC 9(002).
       01  CHECK-DAY                            PIC 9(002).

       01  VALID-TIME-FLAG                      PIC X(001) VALUE "N".
           88  VALID-TIME-YES                   VALUE "Y".
       01  CHECK-HOUR                           PIC 9(002).
       01  CHECK-MIN                            PIC 9(002).

       01  VALID-RANGE-FLAG                     PIC X(001) VALUE "N".
           88  VALID-RANGE-YES                  VALUE "Y".
       01  START-RANGE-NUM                      PIC 9(012).
       01  END-RANGE-NUM                        PIC 9(012).

       01  SAVE-IT1                             PIC X(002).
           88  SAVE-IT1-YES                     VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  CAL-OVERLAP-FLAG                     PIC X(001) VALUE "N".
           88  OVERLAP-YES                      VALUE "Y".
       01  CHK-BEGIN                            PIC X(012).
       01  CHK-END                              PIC X(012).

       77  REAS-STATUS                          PIC 9(002).
       01  REASON-EXIST                         PIC X(001) VALUE "N".
           88  REASON-YES                       VALUE "Y".

       77  SUPP-STATUS                          PIC 9(002).
       77  FILE-ERROR-STATUS                    PIC 9(002).
       01  SUPPLIER-EXIST                       PIC X(001) VALUE "N".
           88  SUPPLIER-YES                     VALUE "Y".

       77  EQP-STATUS-FS                        PIC 9(002).
       01  EQUIPMENT-EXIST                      PIC X(001) VALUE "Y".
           88  EQUIPMENT-YES                    VALUE "Y".

       77  STO-STATUS-FS                        PIC 9(002).
       77  ORD-STATUS-FS                        PIC 9(002).
       77  SCHOOL-STATUS                        PIC 9(002).
       77  SCHED-STATUS-FS                      PIC 9(002).
       01  STO-EOF-FLAG                         PIC X(001) VALUE "N".
           88  EOF-STO                          VALUE "Y".
       01  ORD-EOF-FLAG                         PIC X(001) VALUE "N".
           88  EOF-ORD                          VALUE "Y".

      *> THE WINDOW AS IT STANDS ON FILE AND AS IT WILL STAND AFTER
      *> THE CHANGE, AS YYYYMMDD; ORDGEN AND ORDADD TEST DOWNTIME BY
      *> DELIVERY DATE, SO THE IMPACT IS WORKED OUT A DAY AT A TIME
       01  TODAY-NUM                            PIC 9(008).
       01  OLD-START-NUM                        PIC 9(008).
       01  OLD-END-NUM                          PIC 9(008).
       01  NEW-START-NUM                        PIC 9(008).
       01  NEW-END-NUM                          PIC 9(008).
       01  IMPACT-FROM-NUM                      PIC 9(008).
       01  IMPACT-TO-NUM                        PIC 9(008).
       01  HORIZON-NUM                          PIC 9(008).
       01  SCAN-DATE-NUM                        PIC 9(008).
       01  SCAN-INTEGER                         PIC 9(008) COMP.
       01  SCAN-END-INTEGER                     PIC 9(008) COMP.
       01  SCAN-WEEKDAY                         PIC 9(001).
       01  IN-OLD-FLAG                          PIC X(001) VALUE "N".
           88  IN-OLD-YES                       VALUE "Y".
       01  IN-NEW-FLAG                          PIC X(001) VALUE "N".
           88  IN-NEW-YES                       VALUE "Y".
       01  COVERED-FLAG                         PIC X(001) VALUE "N".
           88  COVERED-YES                      VALUE "Y".
       01  HORIZON-FLAG                         PIC X(001) VALUE "N".
           88  HORIZON-CUT-YES                  VALUE "Y".

      *> EVERY OTHER WINDOW STILL IN FORCE; A DAY ONE OF THEM ALREADY
      *> COVERS STAYS CLOSED WHATEVER HAPPENS TO THIS WINDOW
       77  OTH-COUNT                            PIC 9(004) COMP.
       01  OTHER-WINDOWS.
           05  OTH-ENTRY OCCURS 999 TIMES INDEXED BY IND-OTH.
               10  OTH-BEGIN.
                   15  OTH-BEGIN-DATE           PIC 9(008).
                   15  OTH-BEGIN-TIME           PIC 9(004).
               10  OTH-END.
                   15  OTH-END-DATE             PIC 9(008).
                   15  OTH-END-TIME             PIC 9(004).

       78  MAX-AFF                              VALUE 366.
       77  AFF-COUNT                            PIC 9(004) COMP.
       01  AFFECTED-DATES.
           05  AFF-ENTRY OCCURS 366 TIMES INDEXED BY IND-AFF.
               10  AFF-DATE                     PIC 9(008).
               10  AFF-KIND                     PIC X(001).
                   88  AFF-CLOSED               VALUE "C".
                   88  AFF-OPENED               VALUE "O".

      *> AFFECTED DAYS COUNTED BY WEEKDAY (1=MONDAY .. 7=SUNDAY) SO
      *> ONE PASS OF THE STANDING ORDERS CAN PRICE UP EACH SCHOOL
       01  WEEKDAY-COUNTS.
           05  WD-ENTRY OCCURS 7 TIMES.
               10  WD-CLOSED                    PIC 9(003).
               10  WD-OPENED                    PIC 9(003).

       78  MAX-IMP                              VALUE 500.
       77  IMP-COUNT                            PIC 9(004) COMP.
       01  IMPACT-SCHOOLS.
           05  IMP-ENTRY OCCURS 500 TIMES INDEXED BY IND-IMP.
               10  IMP-SCHOOL-ID                PIC 9(005).
               10  IMP-SCHOOL-NAME              PIC X(038).
               10  IMP-WD-SEEN                  PIC X(007).
               10  IMP-DAYS-CLOSED              PIC 9(003).
               10  IMP-DAYS-OPENED              PIC 9(003).
               10  IMP-ORDER-LINES              PIC 9(005).

       01  FIND-SCHOOL-ID                       PIC 9(005).
       01  REQUIRE-ACTIVE                       PIC X(001) VALUE "N".
           88  REQUIRE-ACTIVE-YES               VALUE "Y".
       01  IMP-FOUND                            PIC X(001) VALUE "N".
           88  IMP-FOUND-YES                    VALUE "Y".

      *> THE STANDING ORDER VERSION IN FORCE FOR EACH PATTERN IS THE
      *> LAST ONE (IN KEY ORDER) WHOSE FROM-DATE IS NOT AFTER THE
      *> FIRST AFFECTED DAY; IT IS HELD UNTIL THE PATTERN CHANGES
       01  HELD-SCHOOL                          PIC 9(005).
       01  HELD-WEEKDAY                         PIC 9(001).
       01  HELD-SANDWICH                        PIC 9(005).
       01  HELD-QTY                             PIC 9(005).
       01  HELD-VALID                           PIC X(001) VALUE "N".
           88  HELD-VALID-YES                   VALUE "Y".
       01  SCHEDULE-OK                          PIC X(001) VALUE "Y".
           88  SCHEDULE-OK-YES                  VALUE "Y".

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MAIN-TEXT          LINE 03 COL 50.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE SPACES PIC X(023) LINE 24 COL 98.
           05 VALUE SPACES PIC X(023) LINE 25 COL 98.
           05 VALUE SPACES PIC X(023) LINE 26 COL 98.
           05 VALUE MAIN-TEXT1 LINE 25 COL 99 FOREGROUND-COLOR 5.
      ******************************************************************
       01  EDIT-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE SPACES PIC X(050) LINE 09 COL 35.
           03 VALUE SPACES PIC X(050) LINE 10 COL 35.
           03 VALUE SPACES PIC X(050) LINE 11 COL 35.
           03 VALUE SPACES PIC X(050) LINE 12 COL 35.
           03 VALUE EDIT-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE EDIT-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE EDIT-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 14 COL 35.
           03 EM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO EDIT-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  PICK-DOWNTIME-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE PICK-DOWNTIME-TEXT LINE 09 COL 15.
           05 PICK-DOWNTIME PIC 9(003) LINE 09 COL PLUS 1
               TO PICK-DOWNTIME-ID REQUIRED AUTO.
      ******************************************************************
       01  EDIT-CAL-START.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE ADD-CAL-TEXT1 LINE 09 COL 15.
           05 EDIT-CAL-START-DAY PIC 9(002) LINE 09 COL PLUS 1
               USING WS-START-DAY REQUIRED.
           05 VALUE "/" LINE 09 COL PLUS 1.
           05 EDIT-CAL-START-MONTH PIC 9(002) LINE 09 COL PLUS 1
               USING WS-START-MONTH REQUIRED.
           05 VALUE "/" LINE 09 COL PLUS 1.
           05 EDIT-CAL-START-YEAR PIC 9(004) LINE 09 COL PLUS 1
               USING WS-START-YEAR REQUIRED.
           05 VALUE ADD-CAL-TEXT2 LINE 11 COL 15.
           05 EDIT-CAL-START-HOUR PIC 9(002) LINE 11 COL PLUS 1
               USING WS-START-HOUR REQUIRED.
           05 VALUE ":" LINE 11 COL PLUS 1.
           05 EDIT-CAL-START-MIN PIC 9(002) LINE 11 COL PLUS 1
               USING WS-START-MIN REQUIRED.
      ******************************************************************
       01  EDIT-CAL-END.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE ADD-CAL-TEXT3 LINE 13 COL 15.
           05 EDIT-CAL-END-DAY PIC 9(002) LINE 13 COL PLUS 1
               USING WS-END-DAY REQUIRED.
           05 VALUE "/" LINE 13 COL PLUS 1.
           05 EDIT-CAL-END-MONTH PIC 9(002) LINE 13 COL PLUS 1
               USING WS-END-MONTH REQUIRED.
           05 VALUE "/" LINE 13 COL PLUS 1.
           05 EDIT-CAL-END-YEAR PIC 9(004) LINE 13 COL PLUS 1
               USING WS-END-YEAR REQUIRED.
           05 VALUE ADD-CAL-TEXT4 LINE 15 COL 15.
           05 EDIT-CAL-END-HOUR PIC 9(002) LINE 15 COL PLUS 1
               USING WS-END-HOUR REQUIRED.
           05 VALUE ":" LINE 15 COL PLUS 1.
           05 EDIT-CAL-END-MIN PIC 9(002) LINE 15 COL PLUS 1
               USING WS-END-MIN REQUIRED.
      ******************************************************************
       01  EDIT-CAL-DESC.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE ADD-CAL-TEXT5 LINE 17 COL 15.
           05 EDIT-CAL-DESC1 PIC X(050) LINE 17 COL PLUS 1
               USING WS-DOWNTIME-DESCRIPTION1 REQUIRED AUTO.
           05 EDIT-CAL-DESC2 PIC X(050) LINE 18 COL 29
               USING WS-DOWNTIME-DESCRIPTION2 AUTO.
           05 VALUE ADD-CAL-TEXT8 LINE 21 COL 15.
           05 EDIT-CAL-REASON-ID PIC 9(003) LINE 21 COL PLUS 1
               USING WS-DOWNTIME-REASON-ID REQUIRED AUTO.
           05 VALUE ADD-CAL-TEXT9 LINE 21 COL 45.
           05 EDIT-CAL-SUPPLIER-ID PIC 9(005) LINE 21 COL PLUS 1
               USING WS-DOWNTIME-SUPPLIER-ID REQUIRED AUTO.
           05 VALUE ADD-CAL-TEXT10 LINE 20 COL 47.
           05 EDIT-CAL-EQUIP-CODE PIC X(008) LINE 20 COL PLUS 1
               USING WS-DOWNTIME-EQUIP-CODE AUTO.
      ******************************************************************
       01  IMPACT-FRAME BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(090) LINE 07 COL 08.
           05 VALUE IMPACT-FRAME-TEXT LINE 07 COL 10.
           05 VALUE SPACES PIC X(090) LINE 09 COL 08.
           05 VALUE IMPACT-HEADER1    LINE 09 COL 17.
           05 VALUE IMPACT-HEADER2    LINE 09 COL 57.
           05 VALUE IMPACT-HEADER3    LINE 09 COL 70.
           05 VALUE IMPACT-HEADER4    LINE 09 COL 83.
           05 VALUE SPACES PIC X(090) LINE 22 COL 08.
      ******************************************************************
       01  IMPACT-LINE LINE ILIN COL ICOL.
           05 PIC 9(005) FROM IMP-SCHOOL-ID (IND-IMP).
           05 VALUE "  ".
           05 PIC X(038) FROM IMP-SCHOOL-NAME (IND-IMP).
           05 VALUE "     ".
           05 PIC ZZ9 FROM IMP-DAYS-CLOSED (IND-IMP).
           05 VALUE "          ".
           05 PIC ZZ9 FROM IMP-DAYS-OPENED (IND-IMP).
           05 VALUE "          ".
           05 PIC ZZZZ9 FROM IMP-ORDER-LINES (IND-IMP).
      ******************************************************************
       01  CLEAR-IMPACT.
           05 VALUE SPACES PIC X(090) LINE 10 COL 08.
           05 VALUE SPACES PIC X(090) LINE 11 COL 08.
           05 VALUE SPACES PIC X(090) LINE 12 COL 08.
           05 VALUE SPACES PIC X(090) LINE 13 COL 08.
           05 VALUE SPACES PIC X(090) LINE 14 COL 08.
           05 VALUE SPACES PIC X(090) LINE 15 COL 08.
           05 VALUE SPACES PIC X(090) LINE 16 COL 08.
           05 VALUE SPACES PIC X(090) LINE 17 COL 08.
           05 VALUE SPACES PIC X(090) LINE 18 COL 08.
           05 VALUE SPACES PIC X(090) LINE 19 COL 08.
           05 VALUE SPACES PIC X(090) LINE 20 COL 08.
      ******************************************************************
       01  COMMENTS-SCREEN BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 COMMENT-TEXT LINE 25 COL 03 PIC X(085)
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 LINE 01 COL 01 PIC X TO PRESS-KEY AUTO.
      ******************************************************************
       01  SAVE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-SAVE-CAL LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       01  CANCEL-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-CANCEL-CAL LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 CANCEL-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WITH TEST AFTER UNTIL EDIT-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO EDIT-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY EDIT-MENU
               ACCEPT EDIT-MENU
               EVALUATE EDIT-OPTION
                   WHEN 1
                       MOVE "N" TO CANCEL-MODE
                       PERFORM 100-AMEND-DOWNTIME
                   WHEN 2
                       MOVE "Y" TO CANCEL-MODE
                       PERFORM 200-CANCEL-DOWNTIME
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO COMMENT-TEXT
                       ACCEPT COMMENTS-SCREEN
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
               INTO COMMENT-TEXT
           ACCEPT COMMENTS-SCREEN
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

       095-ACQUIRE-LOCK SECTION.
           MOVE "A" TO LOCK-ACTION
           MOVE "CALENDARFILE" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WS-DOWNTIME-ID TO LOCK-RECORD-KEY (1:3)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

       096-RELEASE-LOCK SECTION.
           MOVE "R" TO LOCK-ACTION
           MOVE "CALENDARFILE" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WS-DOWNTIME-ID TO LOCK-RECORD-KEY (1:3)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

      *> AMENDS THE DATES, TIMES, DESCRIPTION, REASON, SUPPLIER OR
      *> EQUIPMENT OF A WINDOW STILL IN FORCE, WITH THE SAME
      *> VALIDATION AND THE SAME (NON-BLOCKING) OVERLAP WARNING AS
      *> CAMADD
       100-AMEND-DOWNTIME SECTION.
           PERFORM 105-PICK-DOWNTIME
           IF NOT DOWNTIME-FOUND-YES
               EXIT SECTION
           END-IF
           PERFORM 095-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               STRING ERROR-DOWNTIME-IN-USE DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO COMMENT-TEXT
               ACCEPT COMMENTS-SCREEN
               EXIT SECTION
           END-IF
           PERFORM 120-GET-START-DATETIME
           IF KEYSTATUS = 1003
               PERFORM 096-RELEASE-LOCK
               EXIT SECTION
           END-IF
           PERFORM 130-GET-END-DATETIME
           IF KEYSTATUS = 1003
               PERFORM 096-RELEASE-LOCK
               EXIT SECTION
           END-IF
           PERFORM 140-GET-DESCRIPTION
           IF KEYSTATUS = 1003
               PERFORM 096-RELEASE-LOCK
               EXIT SECTION
           END-IF
           PERFORM 145-CHECK-REASON
           IF NOT REASON-YES
               PERFORM 096-RELEASE-LOCK
               EXIT SECTION
           END-IF
           PERFORM 147-CHECK-SUPPLIER
           IF NOT SUPPLIER-YES
               PERFORM 096-RELEASE-LOCK
               EXIT SECTION
           END-IF
           PERFORM 148-CHECK-EQUIPMENT
           IF NOT EQUIPMENT-YES
               PERFORM 096-RELEASE-LOCK
               EXIT SECTION
           END-IF
           COMPUTE NEW-START-NUM =
               WS-START-YEAR * 10000 + WS-START-MONTH * 100 +
               WS-START-DAY
           COMPUTE NEW-END-NUM =
               WS-END-YEAR * 10000 + WS-END-MONTH * 100 + WS-END-DAY
           PERFORM 160-LOAD-OTHER-WINDOWS
           PERFORM 165-CHECK-OVERLAP
           IF OVERLAP-YES
               MOVE WARNING-OVERLAP TO COMMENT-TEXT
               ACCEPT COMMENTS-SCREEN
           END-IF
           PERFORM 170-BUILD-IMPACT
           PERFORM 180-SHOW-IMPACT
           PERFORM 190-CONFIRM-AND-SAVE
           PERFORM 096-RELEASE-LOCK
       EXIT SECTION.

      *> READS THE WINDOW BY ITS DOWNTIME ID (AS LISTED ON THE
      *> CALENDAR REPORT); A WINDOW ALREADY CANCELLED CANNOT BE
      *> AMENDED OR CANCELLED AGAIN
       105-PICK-DOWNTIME SECTION.
           MOVE "N" TO DOWNTIME-FOUND
           MOVE ZERO TO PICK-DOWNTIME-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY PICK-DOWNTIME-SCREEN
           ACCEPT PICK-DOWNTIME-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT CALENDAR
           IF CALENDAR-TEST = 35 THEN
               CLOSE CALENDAR
               MOVE ERROR-DOWNTIME-NOT-FOUND TO COMMENT-TEXT
               ACCEPT COMMENTS-SCREEN
               EXIT SECTION
           END-IF
           IF CALENDAR-TEST NOT = ZERO THEN
               MOVE CALENDAR-TEST TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE PICK-DOWNTIME-ID TO FD-DOWNTIME-ID
           READ CALENDAR
               INVALID KEY
                   MOVE ERROR-DOWNTIME-NOT-FOUND TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
               NOT INVALID KEY
                   IF FD-DOWNTIME-CANCELLED
                       MOVE ERROR-DOWNTIME-CANCELLED TO COMMENT-TEXT
                       ACCEPT COMMENTS-SCREEN
                   ELSE
                       MOVE FD-CALENDAR TO WS-CALENDAR-DETAILS
                       MOVE "Y" TO DOWNTIME-FOUND
                   END-IF
           END-READ
           CLOSE CALENDAR
           IF NOT DOWNTIME-FOUND-YES
               EXIT SECTION
           END-IF
           COMPUTE OLD-START-NUM =
               WS-START-YEAR * 10000 + WS-START-MONTH * 100 +
               WS-START-DAY
           IF WS-END-DOWNTIME = ZERO
               MOVE 99999999 TO OLD-END-NUM
           ELSE
               COMPUTE OLD-END-NUM =
                   WS-END-YEAR * 10000 + WS-END-MONTH * 100 +
                   WS-END-DAY
           END-IF
       EXIT SECTION.

      *> PROMPTS FOR THE START DATE/TIME, PRE-FILLED FROM THE RECORD,
      *> UNTIL BOTH THE CALENDAR DATE AND THE CLOCK TIME ARE VALID
       120-GET-START-DATETIME SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY EDIT-CAL-START
               ACCEPT EDIT-CAL-START
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               MOVE WS-START-YEAR TO CHECK-YEAR
               MOVE WS-START-MONTH TO CHECK-MONTH
               MOVE WS-START-DAY TO CHECK-DAY
               PERFORM 115-VALIDATE-DATE
               IF NOT VALID-DATE-YES
                   MOVE ERROR-INVALID-START-DATE TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
               END-IF
           END-PERFORM
           MOVE "N" TO VALID-TIME-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-TIME-YES
               OR KEYSTATUS = 1003
               MOVE WS-START-HOUR TO CHECK-HOUR
               MOVE WS-START-MIN TO CHECK-MIN
               PERFORM 125-VALIDATE-TIME
               IF NOT VALID-TIME-YES
                   MOVE ERROR-INVALID-TIME TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
                   DISPLAY EDIT-CAL-START
                   ACCEPT EDIT-CAL-START
                   IF KEYSTATUS = 1003
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> PROMPTS FOR THE END DATE/TIME, PRE-FILLED FROM THE RECORD,
      *> UNTIL BOTH ARE VALID AND THE END IS NOT BEFORE THE START
       130-GET-END-DATETIME SECTION.
           PERFORM WITH TEST AFTER UNTIL VALID-RANGE-YES
               OR KEYSTATUS = 1003
               MOVE "N" TO VALID-DATE-FLAG
               PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
                   OR KEYSTATUS = 1003
                   DISPLAY CLEAR-SCREEN
                   DISPLAY MAIN-SCREEN
                   DISPLAY EDIT-CAL-START
                   DISPLAY EDIT-CAL-END
                   ACCEPT EDIT-CAL-END
                   IF KEYSTATUS = 1003
                       EXIT SECTION
                   END-IF
                   MOVE WS-END-YEAR TO CHECK-YEAR
                   MOVE WS-END-MONTH TO CHECK-MONTH
                   MOVE WS-END-DAY TO CHECK-DAY
                   PERFORM 115-VALIDATE-DATE
                   IF NOT VALID-DATE-YES
                       MOVE ERROR-INVALID-END-DATE TO COMMENT-TEXT
                       ACCEPT COMMENTS-SCREEN
                   END-IF
               END-PERFORM
               MOVE "N" TO VALID-TIME-FLAG
               PERFORM WITH TEST AFTER UNTIL VALID-TIME-YES
                   OR KEYSTATUS = 1003
                   MOVE WS-END-HOUR TO CHECK-HOUR
                   MOVE WS-END-MIN TO CHECK-MIN
                   PERFORM 125-VALIDATE-TIME
                   IF NOT VALID-TIME-YES
                       MOVE ERROR-INVALID-TIME TO COMMENT-TEXT
                       ACCEPT COMMENTS-SCREEN
                       DISPLAY EDIT-CAL-END
                       ACCEPT EDIT-CAL-END
                       IF KEYSTATUS = 1003
                           EXIT SECTION
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 135-CHECK-END-AFTER-START
               IF NOT VALID-RANGE-YES
                   MOVE ERROR-END-BEFORE-START TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> SAME LEAP-YEAR/DAY-OF-MONTH CHECK AS CAMADD, AGAINST THE
      *> GENERIC CHECK-YEAR/CHECK-MONTH/CHECK-DAY
       115-VALIDATE-DATE SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           MOVE "N" TO BISSEXTO
           IF FUNCTION MOD (CHECK-YEAR, 4) = 0 AND
               (FUNCTION MOD (CHECK-YEAR, 100) NOT = 0 OR
                FUNCTION MOD (CHECK-YEAR, 400) = 0)
               MOVE "S" TO BISSEXTO
           END-IF
           EVALUATE CHECK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF CHECK-DAY >= 1 AND CHECK-DAY <= 31
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF CHECK-DAY >= 1 AND CHECK-DAY <= 30
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 2
                   IF BISSEXTO-YES AND CHECK-DAY >= 1
                       AND CHECK-DAY <= 29
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
                   IF NOT BISSEXTO-YES AND CHECK-DAY >= 1
                       AND CHECK-DAY <= 28
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

       125-VALIDATE-TIME SECTION.
           MOVE "N" TO VALID-TIME-FLAG
           IF CHECK-HOUR <= 23 AND CHECK-MIN <= 59
               MOVE "Y" TO VALID-TIME-FLAG
           END-IF
       EXIT SECTION.

       135-CHECK-END-AFTER-START SECTION.
           MOVE "N" TO VALID-RANGE-FLAG
           COMPUTE START-RANGE-NUM =
               WS-START-YEAR * 100000000 + WS-START-MONTH * 1000000 +
               WS-START-DAY * 10000 + WS-START-HOUR * 100 +
               WS-START-MIN
           COMPUTE END-RANGE-NUM =
               WS-END-YEAR * 100000000 + WS-END-MONTH * 1000000 +
               WS-END-DAY * 10000 + WS-END-HOUR * 100 +
               WS-END-MIN
           IF END-RANGE-NUM NOT LESS THAN START-RANGE-NUM
               MOVE "Y" TO VALID-RANGE-FLAG
           END-IF
       EXIT SECTION.

       140-GET-DESCRIPTION SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY EDIT-CAL-START
           DISPLAY EDIT-CAL-END
           DISPLAY EDIT-CAL-DESC
           ACCEPT EDIT-CAL-DESC
       EXIT SECTION.

       145-CHECK-REASON SECTION.
           MOVE "N" TO REASON-EXIST
           MOVE WS-DOWNTIME-REASON-ID TO REASON-ID
           OPEN INPUT FXREASON
           IF REAS-STATUS NOT = ZERO AND REAS-STATUS NOT = 35 THEN
               MOVE REAS-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           READ FXREASON
               NOT INVALID KEY
                   MOVE "Y" TO REASON-EXIST
               INVALID KEY
                   MOVE ERROR-REASONID-NO TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
           END-READ
           CLOSE FXREASON
       EXIT SECTION.

       147-CHECK-SUPPLIER SECTION.
           MOVE "N" TO SUPPLIER-EXIST
           MOVE WS-DOWNTIME-SUPPLIER-ID TO SUPPLIER-ID
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = ZERO AND SUPP-STATUS NOT = 35 THEN
               MOVE SUPP-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           READ FXSUPPLY
               NOT INVALID KEY
                   MOVE "Y" TO SUPPLIER-EXIST
               INVALID KEY
                   MOVE ERROR-SUPPLIERID-NO TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
           END-READ
           CLOSE FXSUPPLY
       EXIT SECTION.

      *> A BREAKDOWN OR SERVICE WINDOW NAMES THE MACHINE IT STOPPED SO
      *> EQUIPMNT CAN COUNT FAILURES PER ASSET; LEFT BLANK FOR GENERAL
      *> DOWNTIME, OTHERWISE IT MUST BE ON FXEQUIP
       148-CHECK-EQUIPMENT SECTION.
           MOVE "Y" TO EQUIPMENT-EXIST
           IF WS-DOWNTIME-EQUIP-CODE = SPACES
               EXIT SECTION
           END-IF
           MOVE "N" TO EQUIPMENT-EXIST
           MOVE UPPER-CASE (WS-DOWNTIME-EQUIP-CODE)
               TO WS-DOWNTIME-EQUIP-CODE
           MOVE WS-DOWNTIME-EQUIP-CODE TO EQP-CODE
           OPEN INPUT FXEQUIP
           IF EQP-STATUS-FS NOT = ZERO AND EQP-STATUS-FS NOT = 35 THEN
               MOVE EQP-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           READ FXEQUIP
               NOT INVALID KEY
                   MOVE "Y" TO EQUIPMENT-EXIST
               INVALID KEY
                   MOVE ERROR-EQUIPMENT-NO TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
           END-READ
           CLOSE FXEQUIP
       EXIT SECTION.

      *> LOADS EVERY OTHER WINDOW STILL IN FORCE - NOT THE ONE BEING
      *> CHANGED AND NOT THE CANCELLED ONES - FOR THE OVERLAP WARNING
      *> AND FOR THE "DAY STAYS CLOSED ANYWAY" TEST OF THE IMPACT
       160-LOAD-OTHER-WINDOWS SECTION.
           MOVE ZERO TO OTH-COUNT
           OPEN INPUT CALENDAR
           IF CALENDAR-TEST NOT = ZERO THEN
               MOVE CALENDAR-TEST TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO CALENDAR-EOF-FLAG
           PERFORM UNTIL EOF-DOWNTIME-ID
               READ CALENDAR NEXT RECORD
                   AT END
                       SET EOF-DOWNTIME-ID TO TRUE
                   NOT AT END
                       IF FD-DOWNTIME-ID NOT = WS-DOWNTIME-ID AND
                           NOT FD-DOWNTIME-CANCELLED AND
                           OTH-COUNT < 999
                           ADD 1 TO OTH-COUNT
                           SET IND-OTH TO OTH-COUNT
                           STRING FD-START-DOWNTIME FD-START-TIME
                               INTO OTH-BEGIN (IND-OTH)
                           IF FD-END-DOWNTIME = ZERO THEN
                               MOVE "999999999999" TO OTH-END (IND-OTH)
                           ELSE
                               STRING FD-END-DOWNTIME FD-END-TIME
                                   INTO OTH-END (IND-OTH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO CALENDAR-EOF-FLAG
           CLOSE CALENDAR
       EXIT SECTION.

       165-CHECK-OVERLAP SECTION.
           MOVE "N" TO CAL-OVERLAP-FLAG
           STRING WS-START-DOWNTIME WS-START-TIME INTO CHK-BEGIN
           STRING WS-END-DOWNTIME WS-END-TIME INTO CHK-END
           PERFORM VARYING IND-OTH FROM 1 BY 1
               UNTIL IND-OTH > OTH-COUNT
               IF CHK-BEGIN NOT GREATER THAN OTH-END (IND-OTH) AND
                   CHK-END NOT LESS THAN OTH-BEGIN (IND-OTH)
                   MOVE "Y" TO CAL-OVERLAP-FLAG
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> WORKS OUT, FROM TODAY ON, WHICH DELIVERY DAYS THE CHANGE
      *> CLOSES (NOW INSIDE THE WINDOW) AND WHICH IT REOPENS (NO
      *> LONGER INSIDE IT), THEN WHICH SCHOOLS DELIVER ON THOSE DAYS:
      *> A STANDING ORDER IN FORCE ON THAT WEEKDAY THAT ORDGEN WOULD
      *> GENERATE, OR FXORDERS LINES ALREADY BOOKED FOR THAT DATE.
      *> THE SCAN STOPS A YEAR AHEAD, WHICH ALSO COVERS A WINDOW
      *> WITH NO END DATE
       170-BUILD-IMPACT SECTION.
           MOVE ZERO TO AFF-COUNT IMP-COUNT
           MOVE ZEROS TO WEEKDAY-COUNTS
           MOVE "N" TO HORIZON-FLAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-NUM
           MOVE OLD-START-NUM TO IMPACT-FROM-NUM
           MOVE OLD-END-NUM TO IMPACT-TO-NUM
           IF NOT CANCEL-MODE-YES
               IF NEW-START-NUM < IMPACT-FROM-NUM
                   MOVE NEW-START-NUM TO IMPACT-FROM-NUM
               END-IF
               IF NEW-END-NUM > IMPACT-TO-NUM
                   MOVE NEW-END-NUM TO IMPACT-TO-NUM
               END-IF
           END-IF
           IF IMPACT-FROM-NUM < TODAY-NUM
               MOVE TODAY-NUM TO IMPACT-FROM-NUM
           END-IF
           IF IMPACT-TO-NUM < IMPACT-FROM-NUM
               EXIT SECTION
           END-IF
           COMPUTE SCAN-INTEGER = INTEGER-OF-DATE (IMPACT-FROM-NUM)
           COMPUTE SCAN-END-INTEGER = SCAN-INTEGER + MAX-AFF - 1
           MOVE DATE-OF-INTEGER (SCAN-END-INTEGER) TO HORIZON-NUM
           IF IMPACT-TO-NUM > HORIZON-NUM
               MOVE "Y" TO HORIZON-FLAG
           ELSE
               COMPUTE SCAN-END-INTEGER =
                   INTEGER-OF-DATE (IMPACT-TO-NUM)
           END-IF
           PERFORM UNTIL SCAN-INTEGER > SCAN-END-INTEGER
               PERFORM 172-CLASSIFY-DAY
               ADD 1 TO SCAN-INTEGER
           END-PERFORM
           IF AFF-COUNT = ZERO
               EXIT SECTION
           END-IF
           PERFORM 174-SCAN-STANDING-ORDERS
           PERFORM 178-SCAN-ORDERS
       EXIT SECTION.

      *> DAY 1 OF THE INTEGER-OF-DATE CALENDAR (01.01.1601) WAS A
      *> MONDAY, SO THE REMAINDER BY 7 GIVES THE WEEKDAY AS ORDGEN
      *> COMPUTES IT (0 STANDS FOR SUNDAY, 7)
       172-CLASSIFY-DAY SECTION.
           MOVE DATE-OF-INTEGER (SCAN-INTEGER) TO SCAN-DATE-NUM
           COMPUTE SCAN-WEEKDAY = FUNCTION MOD (SCAN-INTEGER, 7)
           IF SCAN-WEEKDAY = ZERO
               MOVE 7 TO SCAN-WEEKDAY
           END-IF
           MOVE "N" TO IN-OLD-FLAG IN-NEW-FLAG
           IF SCAN-DATE-NUM >= OLD-START-NUM AND
               SCAN-DATE-NUM <= OLD-END-NUM
               MOVE "Y" TO IN-OLD-FLAG
           END-IF
           IF NOT CANCEL-MODE-YES AND
               SCAN-DATE-NUM >= NEW-START-NUM AND
               SCAN-DATE-NUM <= NEW-END-NUM
               MOVE "Y" TO IN-NEW-FLAG
           END-IF
           IF IN-OLD-FLAG = IN-NEW-FLAG
               EXIT SECTION
           END-IF
           MOVE "N" TO COVERED-FLAG
           PERFORM VARYING IND-OTH FROM 1 BY 1
               UNTIL IND-OTH > OTH-COUNT OR COVERED-YES
               IF SCAN-DATE-NUM >= OTH-BEGIN-DATE (IND-OTH) AND
                   SCAN-DATE-NUM <= OTH-END-DATE (IND-OTH)
                   MOVE "Y" TO COVERED-FLAG
               END-IF
           END-PERFORM
           IF COVERED-YES
               EXIT SECTION
           END-IF
           ADD 1 TO AFF-COUNT
           SET IND-AFF TO AFF-COUNT
           MOVE SCAN-DATE-NUM TO AFF-DATE (IND-AFF)
           IF IN-NEW-YES
               MOVE "C" TO AFF-KIND (IND-AFF)
               ADD 1 TO WD-CLOSED (SCAN-WEEKDAY)
           ELSE
               MOVE "O" TO AFF-KIND (IND-AFF)
               ADD 1 TO WD-OPENED (SCAN-WEEKDAY)
           END-IF
       EXIT SECTION.

      *> ONE PASS OF FXSTANDORD IN KEY ORDER (SCHOOL, WEEKDAY,
      *> SANDWICH, FROM-DATE): THE LAST VERSION NOT DATED AFTER THE
      *> FIRST AFFECTED DAY IS THE ONE IN FORCE, AND A PATTERN WITH
      *> QUANTITY ZERO HAS BEEN STOPPED
       174-SCAN-STANDING-ORDERS SECTION.
           MOVE "N" TO STO-EOF-FLAG HELD-VALID
           MOVE ZERO TO HELD-SCHOOL HELD-WEEKDAY HELD-SANDWICH
           OPEN INPUT FXSTANDORD
           IF STO-STATUS-FS NOT = ZERO THEN
               CLOSE FXSTANDORD
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHSCHED
           PERFORM UNTIL EOF-STO
               READ FXSTANDORD NEXT RECORD
                   AT END SET EOF-STO TO TRUE
                   NOT AT END
                       IF STO-SCHOOL-ID NOT = HELD-SCHOOL OR
                           STO-WEEKDAY NOT = HELD-WEEKDAY OR
                           STO-SANDWICH-ID NOT = HELD-SANDWICH
                           PERFORM 175-CLOSE-PATTERN
                           MOVE STO-SCHOOL-ID TO HELD-SCHOOL
                           MOVE STO-WEEKDAY TO HELD-WEEKDAY
                           MOVE STO-SANDWICH-ID TO HELD-SANDWICH
                           MOVE "N" TO HELD-VALID
                       END-IF
                       IF STO-EFF-DATE <= IMPACT-FROM-NUM
                           MOVE STO-QTY TO HELD-QTY
                           MOVE "Y" TO HELD-VALID
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 175-CLOSE-PATTERN
           CLOSE FXSCHSCHED
           CLOSE FXSTANDORD
       EXIT SECTION.

      *> A SCHOOL COUNTS ONCE PER WEEKDAY HOWEVER MANY SANDWICHES IT
      *> TAKES, AND ONLY ON THE WEEKDAYS ITS DELIVERY SCHEDULE ALLOWS
       175-CLOSE-PATTERN SECTION.
           IF NOT HELD-VALID-YES OR HELD-QTY = ZERO
               EXIT SECTION
           END-IF
           IF HELD-WEEKDAY < 1 OR HELD-WEEKDAY > 7
               EXIT SECTION
           END-IF
           IF WD-CLOSED (HELD-WEEKDAY) = ZERO AND
               WD-OPENED (HELD-WEEKDAY) = ZERO
               EXIT SECTION
           END-IF
           MOVE "Y" TO SCHEDULE-OK
           IF SCHED-STATUS-FS = ZERO
               MOVE HELD-SCHOOL TO SCHED-SCHOOL-ID
               READ FXSCHSCHED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SCHED-DAY-FLAG (HELD-WEEKDAY) NOT = "Y"
                           MOVE "N" TO SCHEDULE-OK
                       END-IF
               END-READ
           END-IF
           IF NOT SCHEDULE-OK-YES
               EXIT SECTION
           END-IF
           MOVE HELD-SCHOOL TO FIND-SCHOOL-ID
           MOVE "Y" TO REQUIRE-ACTIVE
           PERFORM 185-FIND-IMPACT-ENTRY
           IF NOT IMP-FOUND-YES
               EXIT SECTION
           END-IF
           IF IMP-WD-SEEN (IND-IMP) (HELD-WEEKDAY:1) NOT = "Y"
               MOVE "Y" TO IMP-WD-SEEN (IND-IMP) (HELD-WEEKDAY:1)
               ADD WD-CLOSED (HELD-WEEKDAY)
                   TO IMP-DAYS-CLOSED (IND-IMP)
               ADD WD-OPENED (HELD-WEEKDAY)
                   TO IMP-DAYS-OPENED (IND-IMP)
           END-IF
       EXIT SECTION.

      *> ORDER LINES ALREADY ON FXORDERS FOR AN AFFECTED DATE, READ
      *> THROUGH THE DELIVERY-DATE ALTERNATE KEY: ON A DAY NOW CLOSED
      *> THEY WILL NEED CANCELLING, ON A REOPENED DAY THEY SHOW WHO
      *> HAS ALREADY BEEN KEYED BY HAND
       178-SCAN-ORDERS SECTION.
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           PERFORM VARYING IND-AFF FROM 1 BY 1
               UNTIL IND-AFF > AFF-COUNT
               MOVE "N" TO ORD-EOF-FLAG
               MOVE AFF-DATE (IND-AFF) TO ORD-DELIVERY-DATE
               START FXORDERS KEY IS = ORD-DELIVERY-DATE
                   INVALID KEY
                       SET EOF-ORD TO TRUE
               END-START
               PERFORM UNTIL EOF-ORD
                   READ FXORDERS NEXT RECORD
                       AT END SET EOF-ORD TO TRUE
                       NOT AT END
                           IF ORD-DELIVERY-DATE NOT = AFF-DATE (IND-AFF)
                               SET EOF-ORD TO TRUE
                           ELSE
                               MOVE ORD-SCHOOL-ID TO FIND-SCHOOL-ID
                               MOVE "N" TO REQUIRE-ACTIVE
                               PERFORM 185-FIND-IMPACT-ENTRY
                               IF IMP-FOUND-YES
                                   ADD 1 TO IMP-ORDER-LINES (IND-IMP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.

      *> FINDS THE SCHOOL IN THE IMPACT TABLE OR ADDS IT, TAKING THE
      *> DESIGNATION FROM FXSCHOOLS; ORDGEN SKIPS INACTIVE SCHOOLS,
      *> SO A STANDING ORDER ONLY COUNTS FOR AN ACTIVE ONE
       185-FIND-IMPACT-ENTRY SECTION.
           MOVE "N" TO IMP-FOUND
           SET IND-IMP TO 1
           SEARCH IMP-ENTRY
               AT END
                   CONTINUE
               WHEN IND-IMP > IMP-COUNT
                   CONTINUE
               WHEN IMP-SCHOOL-ID (IND-IMP) = FIND-SCHOOL-ID
                   MOVE "Y" TO IMP-FOUND
           END-SEARCH
           IF IMP-FOUND-YES OR IMP-COUNT NOT < MAX-IMP
               EXIT SECTION
           END-IF
           MOVE FIND-SCHOOL-ID TO SCHOOL-ID
           MOVE SPACES TO SCHOOL-DESIGNATION1
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = ZERO THEN
               READ FXSCHOOL
                   INVALID KEY
                       MOVE SPACES TO SCHOOL-DESIGNATION1
                       MOVE ZERO TO SCHOOL-IS-ACTIVE
               END-READ
           ELSE
               MOVE ZERO TO SCHOOL-IS-ACTIVE
           END-IF
           CLOSE FXSCHOOL
           IF REQUIRE-ACTIVE-YES AND SCHOOL-IS-ACTIVE NOT = 1
               EXIT SECTION
           END-IF
           ADD 1 TO IMP-COUNT
           SET IND-IMP TO IMP-COUNT
           MOVE FIND-SCHOOL-ID TO IMP-SCHOOL-ID (IND-IMP)
           MOVE SCHOOL-DESIGNATION1 TO IMP-SCHOOL-NAME (IND-IMP)
           MOVE SPACES TO IMP-WD-SEEN (IND-IMP)
           MOVE ZERO TO IMP-DAYS-CLOSED (IND-IMP)
               IMP-DAYS-OPENED (IND-IMP) IMP-ORDER-LINES (IND-IMP)
           MOVE "Y" TO IMP-FOUND
       EXIT SECTION.

      *> LISTS THE AFFECTED SCHOOLS TEN TO A PAGE BEFORE THE SAVE
      *> QUESTION IS ASKED
       180-SHOW-IMPACT SECTION.
           IF HORIZON-CUT-YES
               MOVE IMPACT-TRUNCATED TO COMMENT-TEXT
               ACCEPT COMMENTS-SCREEN
           END-IF
           IF IMP-COUNT = ZERO
               MOVE IMPACT-NONE TO COMMENT-TEXT
               ACCEPT COMMENTS-SCREEN
               EXIT SECTION
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY IMPACT-FRAME
           MOVE 11 TO ILIN
           MOVE 10 TO ICOL
           PERFORM VARYING IND-IMP FROM 1 BY 1
               UNTIL IND-IMP > IMP-COUNT
               DISPLAY IMPACT-LINE
               ADD 1 TO ILIN
               IF ILIN > 20 AND IND-IMP < IMP-COUNT
                   MOVE IMPACT-MORE TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
                   IF KEYSTATUS = 1003
                       EXIT SECTION
                   END-IF
                   DISPLAY CLEAR-IMPACT
                   MOVE 11 TO ILIN
               END-IF
           END-PERFORM
           MOVE IMPACT-END TO COMMENT-TEXT
           ACCEPT COMMENTS-SCREEN
       EXIT SECTION.

      *> RE-READS THE RECORD UNDER THE LOCK AND REWRITES IT; A
      *> CANCELLATION ONLY SETS THE STATUS, THE WINDOW ITSELF IS KEPT
       190-CONFIRM-AND-SAVE SECTION.
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               IF CANCEL-MODE-YES
                   DISPLAY CANCEL-SCREEN
                   ACCEPT CANCEL-SCREEN
               ELSE
                   DISPLAY SAVE-SCREEN
                   ACCEPT SAVE-SCREEN
               END-IF
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               EXIT SECTION
           END-IF
           OPEN I-O CALENDAR
           IF CALENDAR-TEST NOT = ZERO THEN
               MOVE CALENDAR-TEST TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE WS-DOWNTIME-ID TO FD-DOWNTIME-ID
           READ CALENDAR
               INVALID KEY
                   MOVE ERROR-DOWNTIME-NOT-FOUND TO COMMENT-TEXT
                   ACCEPT COMMENTS-SCREEN
               NOT INVALID KEY
                   IF CANCEL-MODE-YES
                       SET WS-DOWNTIME-CANCELLED TO TRUE
                   END-IF
                   CALL "GETOPER" USING WS-DOWNTIME-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO WS-DOWNTIME-LAST-DATE
                   REWRITE FD-CALENDAR FROM WS-CALENDAR-DETAILS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CANCEL-MODE-YES
                               MOVE CONFIRM-CAL-CANCELLED
                                   TO COMMENT-TEXT
                           ELSE
                               MOVE CONFIRM-CAL-AMENDED
                                   TO COMMENT-TEXT
                           END-IF
                           ACCEPT COMMENTS-SCREEN
                   END-REWRITE
           END-READ
           CLOSE CALENDAR
       EXIT SECTION.

      *> SHOWS THE WINDOW AS IT STANDS, THEN THE SCHOOLS WHOSE
      *> DELIVERY DAYS IT WAS HOLDING CLOSED, BEFORE ASKING
       200-CANCEL-DOWNTIME SECTION.
           PERFORM 105-PICK-DOWNTIME
           IF NOT DOWNTIME-FOUND-YES
               EXIT SECTION
           END-IF
           PERFORM 095-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               STRING ERROR-DOWNTIME-IN-USE DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO COMMENT-TEXT
               ACCEPT COMMENTS-SCREEN
               EXIT SECTION
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY EDIT-CAL-START
           DISPLAY EDIT-CAL-END
           DISPLAY EDIT-CAL-DESC
           PERFORM 160-LOAD-OTHER-WINDOWS
           PERFORM 170-BUILD-IMPACT
           PERFORM 180-SHOW-IMPACT
           PERFORM 190-CONFIRM-AND-SAVE
           PERFORM 096-RELEASE-LOCK
       EXIT SECTION.
