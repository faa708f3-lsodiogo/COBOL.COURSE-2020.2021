      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPLIER DELIVERY DAYS - KEEPS ON FXSUPPSCHED THE WEEKDAYS
      *    EACH SUPPLIER DELIVERS ON AND ITS ORDER CUT-OFF (HOW MANY
      *    DAYS BEFORE THE DELIVERY DAY AND BY WHAT TIME THE ORDER
      *    MUST BE IN). THE RECEIPTS DIARY, THE NET REQUIREMENTS
      *    PLAN, THE SUGGESTED ORDERS RUN AND ORDER ENTRY DATE THEIR
      *    DELIVERIES FROM IT THROUGH SUPPDAYS. A SUPPLIER WITH NO
      *    SCHEDULE IS TAKEN TO DELIVER ANY DAY WITH NO CUT-OFF.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSCHED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSUPPSCHED ASSIGN TO "FXSUPPSCHED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SSC-SUPPLIER-ID
                   FILE STATUS SSC-STATUS-FS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSUPPSCHED.
           COPY FD-SUPPSCHED.
       FD FXSUPPLY.
           COPY SUPPLIERFX.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "SUPPLIER DELIVERY DAYS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  SSC-MENU-OPTION1    VALUE "1 - ENTER / CHANGE SCHEDULE".
       78  SSC-MENU-OPTION2    VALUE "2 - REMOVE SCHEDULE".
       78  SSC-MENU-OPTION3    VALUE "3 - LIST SCHEDULES".
       78  SSC-MENU-OPTION4    VALUE "4 - BACK".
       78  SSC-TEXT-SUPPLIER   VALUE "       SUPPLIER:".
       78  SSC-TEXT-DAYS
           VALUE "  DELIVERS ON (Y/N)  MON TUE WED THU FRI SAT SUN".
       78  SSC-TEXT-CUT-DAYS   VALUE "ORDER CUT-OFF - DAYS BEFORE:".
       78  SSC-TEXT-CUT-TIME   VALUE "ORDER CUT-OFF - TIME (HHMM):".
       78  SSC-TEXT-NOTE
           VALUE "E.G. 1 AND 1400 = ORDER BY 14:00 THE DAY BEFORE "-
           "DELIVERY".
       78  MESSAGE-SAVE        VALUE "SAVE THE SCHEDULE? (Y/N)".
       78  MESSAGE-REMOVE      VALUE "REMOVE THE SCHEDULE? (Y/N)".
       78  LIST-HEADER
           VALUE "SUPP  NAME                           MTWTFSS  "-
           "CUT-OFF".
       78  CONFIRM-SSC-RECORD  VALUE "SCHEDULE SAVED, PRESS ANY KEY".
       78  CONFIRM-SSC-REMOVE  VALUE "SCHEDULE REMOVED, PRESS ANY KEY".
       78  ERROR-NO-SUPPLIER
           VALUE "THAT SUPPLIER DOES NOT EXIST".
       78  ERROR-NO-SCHEDULE
           VALUE "THAT SUPPLIER HAS NO SCHEDULE ON FILE".
       78  ERROR-NO-DAY
           VALUE "MARK AT LEAST ONE DELIVERY DAY WITH Y".
       78  ERROR-DAY-FLAG
           VALUE "EACH DAY MUST BE Y OR N".
       78  ERROR-CUT-TIME
           VALUE "CUT-OFF TIME MUST BE A VALID HHMM (0000-2359)".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE MASTER DATA PERMISSION".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  MAX-LIST-LINES                   VALUE 14.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SSC-STATUS-FS                    PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  SSC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SSC                      VALUE "Y".
       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  ASK-SUPPLIER-ID                  PIC 9(005).
       01  ASK-DAYS.
           05  ASK-DAY                      PIC X(001) OCCURS 7 TIMES.
       01  ASK-CUTOFF-DAYS                  PIC 9(001).
       01  ASK-CUTOFF-TIME.
           05  ASK-CUTOFF-HOUR              PIC 9(002).
           05  ASK-CUTOFF-MIN               PIC 9(002).
       01  SHOW-SUPPLIER-NAME               PIC X(030).
       01  SUPPLIER-FOUND                   PIC X(001).
           88  SUPPLIER-FOUND-YES           VALUE "Y".
       01  SSC-FOUND                        PIC X(001).
           88  SSC-FOUND-YES                VALUE "Y".
       01  ENTRY-VALID                      PIC X(001).
           88  ENTRY-VALID-YES              VALUE "Y".
       77  DAY-IX                           PIC 9(001).
       77  DAY-COUNT                        PIC 9(001).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

       01  LIST-LINE.
           05  LL-SUPPLIER-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-NAME                      PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-DAYS                      PIC X(007).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LL-CUT-DAYS                  PIC 9(001).
           05  FILLER                       PIC X(005) VALUE " DAY ".
           05  LL-CUT-HOUR                  PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ":".
           05  LL-CUT-MIN                   PIC 9(002).

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
       01  SSC-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE SSC-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE SSC-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE SSC-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE SSC-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 SM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-SUPPLIER-SCREEN.
           05 VALUE SSC-TEXT-SUPPLIER LINE 08 COL 15.
           05 AS-SUPPLIER PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SUPPLIER-ID REQUIRED AUTO.
      ******************************************************************
       01  ENTER-SCHEDULE-SCREEN.
           05 VALUE SSC-TEXT-SUPPLIER LINE 08 COL 15.
           05 ES-SUPPLIER PIC 9(005) LINE 08 COL PLUS 1
               FROM ASK-SUPPLIER-ID.
           05 ES-NAME PIC X(030) LINE 08 COL PLUS 2
               FROM SHOW-SUPPLIER-NAME.
           05 VALUE SSC-TEXT-DAYS LINE 10 COL 15.
           05 ES-DAY1 PIC X(001) LINE 11 COL 37
               USING ASK-DAY (1) AUTO.
           05 ES-DAY2 PIC X(001) LINE 11 COL 41
               USING ASK-DAY (2) AUTO.
           05 ES-DAY3 PIC X(001) LINE 11 COL 45
               USING ASK-DAY (3) AUTO.
           05 ES-DAY4 PIC X(001) LINE 11 COL 49
               USING ASK-DAY (4) AUTO.
           05 ES-DAY5 PIC X(001) LINE 11 COL 53
               USING ASK-DAY (5) AUTO.
           05 ES-DAY6 PIC X(001) LINE 11 COL 57
               USING ASK-DAY (6) AUTO.
           05 ES-DAY7 PIC X(001) LINE 11 COL 61
               USING ASK-DAY (7) AUTO.
           05 VALUE SSC-TEXT-CUT-DAYS LINE 13 COL 15.
           05 ES-CUT-DAYS PIC 9(001) LINE 13 COL PLUS 1
               USING ASK-CUTOFF-DAYS AUTO.
           05 VALUE SSC-TEXT-CUT-TIME LINE 14 COL 15.
           05 ES-CUT-TIME PIC 9(004) LINE 14 COL PLUS 1
               USING ASK-CUTOFF-TIME AUTO.
           05 VALUE SSC-TEXT-NOTE LINE 16 COL 15.
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
       01 SAVE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-SAVE LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       01 REMOVE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-REMOVE LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 REMOVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "M" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SSC-MENU
               ACCEPT SSC-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-ENTER-SCHEDULE
                   WHEN 2
                       PERFORM 200-REMOVE-SCHEDULE
                   WHEN 3
                       PERFORM 300-LIST-SCHEDULES
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

      *> THE SCREEN OPENS ON THE SCHEDULE ALREADY ON FILE, OR ON
      *> MONDAY TO FRIDAY WITH A 14:00 CUT-OFF THE DAY BEFORE FOR A
      *> SUPPLIER THAT HAS NONE YET
       100-ENTER-SCHEDULE SECTION.
           MOVE ZERO TO ASK-SUPPLIER-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SUPPLIER-SCREEN
           ACCEPT ASK-SUPPLIER-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-READ-SUPPLIER
           IF NOT SUPPLIER-FOUND-YES
               MOVE ERROR-NO-SUPPLIER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 120-READ-SCHEDULE
           IF NOT SSC-FOUND-YES
               MOVE "YYYYYNN" TO ASK-DAYS
               MOVE 1 TO ASK-CUTOFF-DAYS
               MOVE 1400 TO ASK-CUTOFF-TIME
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ENTER-SCHEDULE-SCREEN
           ACCEPT ENTER-SCHEDULE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 150-VALIDATE-SCHEDULE
           IF NOT ENTRY-VALID-YES
               EXIT SECTION
           END-IF
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               EXIT SECTION
           END-IF
           OPEN I-O FXSUPPSCHED
           IF SSC-STATUS-FS = 35 THEN
               CLOSE FXSUPPSCHED
               OPEN OUTPUT FXSUPPSCHED
           ELSE
               IF SSC-STATUS-FS NOT = ZERO THEN
                   MOVE SSC-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-SUPPLIER-ID TO SSC-SUPPLIER-ID
           MOVE ASK-DAYS TO SSC-DELIVERY-DAYS
           MOVE ASK-CUTOFF-DAYS TO SSC-CUTOFF-DAYS
           MOVE ASK-CUTOFF-TIME TO SSC-CUTOFF-TIME
           CALL "GETOPER" USING SSC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SSC-LAST-DATE
           WRITE SSC-DETAILS
               INVALID KEY
                   REWRITE SSC-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXSUPPSCHED
           MOVE CONFIRM-SSC-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-READ-SUPPLIER SECTION.
           MOVE "N" TO SUPPLIER-FOUND
           MOVE SPACES TO SHOW-SUPPLIER-NAME
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS = ZERO THEN
               MOVE ASK-SUPPLIER-ID TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SUPPLIER-FOUND
                       MOVE SUPPLIER-NAME TO SHOW-SUPPLIER-NAME
               END-READ
           END-IF
           CLOSE FXSUPPLY
       EXIT SECTION.

       120-READ-SCHEDULE SECTION.
           MOVE "N" TO SSC-FOUND
           MOVE SPACES TO ASK-DAYS
           MOVE ZERO TO ASK-CUTOFF-DAYS ASK-CUTOFF-TIME
           OPEN INPUT FXSUPPSCHED
           IF SSC-STATUS-FS = ZERO THEN
               MOVE ASK-SUPPLIER-ID TO SSC-SUPPLIER-ID
               READ FXSUPPSCHED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SSC-FOUND
                       MOVE SSC-DELIVERY-DAYS TO ASK-DAYS
                       MOVE SSC-CUTOFF-DAYS TO ASK-CUTOFF-DAYS
                       MOVE SSC-CUTOFF-TIME TO ASK-CUTOFF-TIME
               END-READ
           END-IF
           CLOSE FXSUPPSCHED
       EXIT SECTION.

       150-VALIDATE-SCHEDULE SECTION.
           MOVE "N" TO ENTRY-VALID
           MOVE UPPER-CASE (ASK-DAYS) TO ASK-DAYS
           MOVE ZERO TO DAY-COUNT
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 7
               IF ASK-DAY (DAY-IX) = SPACE
                   MOVE "N" TO ASK-DAY (DAY-IX)
               END-IF
               IF ASK-DAY (DAY-IX) NOT = "Y" AND
                   ASK-DAY (DAY-IX) NOT = "N"
                   MOVE ERROR-DAY-FLAG TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
               IF ASK-DAY (DAY-IX) = "Y"
                   ADD 1 TO DAY-COUNT
               END-IF
           END-PERFORM
           IF DAY-COUNT = ZERO
               MOVE ERROR-NO-DAY TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-CUTOFF-HOUR > 23 OR ASK-CUTOFF-MIN > 59
               MOVE ERROR-CUT-TIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO ENTRY-VALID
       EXIT SECTION.

      *> WITHOUT A SCHEDULE THE SUPPLIER GOES BACK TO DELIVERING ANY
      *> DAY ON THE PLAIN LEAD TIME
       200-REMOVE-SCHEDULE SECTION.
           MOVE ZERO TO ASK-SUPPLIER-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SUPPLIER-SCREEN
           ACCEPT ASK-SUPPLIER-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-READ-SUPPLIER
           PERFORM 120-READ-SCHEDULE
           IF NOT SSC-FOUND-YES
               MOVE ERROR-NO-SCHEDULE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ENTER-SCHEDULE-SCREEN
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY REMOVE-SCREEN
               ACCEPT REMOVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               EXIT SECTION
           END-IF
           OPEN I-O FXSUPPSCHED
           IF SSC-STATUS-FS NOT = ZERO THEN
               MOVE SSC-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-SUPPLIER-ID TO SSC-SUPPLIER-ID
           DELETE FXSUPPSCHED
               INVALID KEY CONTINUE
           END-DELETE
           CLOSE FXSUPPSCHED
           MOVE CONFIRM-SSC-REMOVE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       300-LIST-SCHEDULES SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO SSC-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXSUPPSCHED
           IF SSC-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPSCHED
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY LIST-HEADER AT LINE 07 COL 03
           PERFORM UNTIL EOF-SSC
               READ FXSUPPSCHED NEXT RECORD
                   AT END SET EOF-SSC TO TRUE
                   NOT AT END
                       IF LINE-ON-PAGE = MAX-LIST-LINES
                           MOVE VIEW-END-TEXT TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                           DISPLAY CLEAR-SCREEN
                           DISPLAY MAIN-SCREEN
                           DISPLAY LIST-HEADER AT LINE 07 COL 03
                           MOVE ZERO TO LINE-ON-PAGE
                       END-IF
                       ADD 1 TO LINE-ON-PAGE
                       COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
                       MOVE SSC-SUPPLIER-ID TO LL-SUPPLIER-ID
                       MOVE SSC-SUPPLIER-ID TO ASK-SUPPLIER-ID
                       PERFORM 110-READ-SUPPLIER
                       MOVE SHOW-SUPPLIER-NAME TO LL-NAME
                       MOVE SSC-DELIVERY-DAYS TO LL-DAYS
                       MOVE SSC-CUTOFF-DAYS TO LL-CUT-DAYS
                       MOVE SSC-CUTOFF-HOUR TO LL-CUT-HOUR
                       MOVE SSC-CUTOFF-MIN TO LL-CUT-MIN
                       DISPLAY LIST-LINE
                           AT LINE SCREEN-LIN COL 03
               END-READ
           END-PERFORM
           CLOSE FXSUPPSCHED
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.
