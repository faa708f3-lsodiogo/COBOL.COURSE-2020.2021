      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    PRODUCTION LINE MASTER MODULE - MAINTAINS THE KITCHEN'S
      *    PRODUCTION LINES ON FXPRODLINE: THE SITE EACH STANDS IN,
      *    HOW MANY SANDWICHES IT TURNS OUT IN AN HOUR, WHEN IT
      *    STARTS, HOW LONG ITS ALLERGEN CLEAN-DOWN TAKES AND WHICH
      *    SANDWICHES IT IS SET UP TO MAKE. PRODSCHED BUILDS THE
      *    TIMED PRODUCTION SCHEDULE OF A DELIVERY DATE ON THESE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLINE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXPRODLINE ASSIGN TO "FXPRODLINE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLN-ID
                   FILE STATUS PLN-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXPRODLINE.
           COPY FD-PRODLINE.
       FD FXSANDWICH.
           COPY FD-SANDWICH.

       WORKING-STORAGE SECTION.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "PRODUCTION LINES".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  PLN-MENU-OPTION1    VALUE "1 - ADD / CHANGE LINE".
       78  PLN-MENU-OPTION2    VALUE "2 - SANDWICHES THE LINE MAKES".
       78  PLN-MENU-OPTION3    VALUE "3 - LIST LINES".
       78  PLN-MENU-OPTION4    VALUE "4 - BACK".
       78  PLN-TEXT-ID         VALUE "       LINE NO:".
       78  PLN-TEXT-NAME       VALUE "     LINE NAME:".
       78  PLN-TEXT-SITE       VALUE "SITE (BLANK=01):".
       78  PLN-TEXT-RATE       VALUE "SANDWICHES/HOUR:".
       78  PLN-TEXT-START      VALUE " STARTS (HHMM):".
       78  PLN-TEXT-CLEAN      VALUE " CLEAN-DOWN MIN:".
       78  PLN-TEXT-CLEAN-NOTE
           VALUE "BETWEEN ALLERGEN GROUPS ON THE LINE".
       78  PLN-TEXT-SLOT       VALUE "     SLOT 1-20:".
       78  PLN-TEXT-SAND       VALUE "   SANDWICH ID:".
       78  PLN-TEXT-SAND-NOTE
           VALUE "SANDWICH 0 EMPTIES THE SLOT; NO SANDWICHES = ANY".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-INVALID-TIME
           VALUE "INVALID START TIME - HHMM".
       78  ERROR-NO-LINE
           VALUE "THAT LINE DOES NOT EXIST - ADD IT FIRST".
       78  ERROR-INVALID-SLOT  VALUE "THE SLOT MUST BE 1 TO 20".
       78  ERROR-NO-SANDWICH   VALUE "THAT SANDWICH IS NOT ON FILE".
       78  CONFIRM-PLN-RECORD  VALUE "LINE SAVED".
       78  CONFIRM-SLOT        VALUE "LINE SANDWICHES SAVED".
       78  ANY-SANDWICH-TEXT   VALUE "ANY".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  PLN-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  PLN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-PLN                      VALUE "Y".

       01  ASK-LINE-ID                      PIC 9(002).
       01  ASK-LINE-NAME                    PIC X(030).
       01  ASK-SITE                         PIC X(002).
       01  ASK-RATE                         PIC 9(005).
       01  ASK-START-TIME.
           05  ASK-START-HH                 PIC 9(002).
           05  ASK-START-MM                 PIC 9(002).
       01  ASK-START-NUM REDEFINES ASK-START-TIME
                                            PIC 9(004).
       01  ASK-CLEAN-MINUTES                PIC 9(003).
       01  ASK-SLOT                         PIC 9(002).
       01  ASK-SAND-ID                      PIC 9(005).
       01  LINE-FOUND                       PIC X(001).
           88  LINE-FOUND-YES               VALUE "Y".
       01  SAND-FOUND                       PIC X(001).
           88  SAND-FOUND-YES               VALUE "Y".
       01  SAND-TEXT                        PIC X(004).
       77  SLOT-IX                          PIC 9(002).
       77  SLOT-USED                        PIC 9(002).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).
       77  SCREEN-COL                       PIC 9(003).

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
       01  PLN-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE PLN-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE PLN-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE PLN-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE PLN-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 PM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ADD-PLN-SCREEN.
           05 VALUE PLN-TEXT-ID LINE 08 COL 15.
           05 AP-ID PIC 9(002) LINE 08 COL PLUS 1
               TO ASK-LINE-ID REQUIRED.
           05 VALUE PLN-TEXT-NAME LINE 10 COL 15.
           05 AP-NAME PIC X(030) LINE 10 COL PLUS 1
               TO ASK-LINE-NAME REQUIRED.
           05 VALUE PLN-TEXT-SITE LINE 12 COL 14.
           05 AP-SITE PIC X(002) LINE 12 COL PLUS 1
               USING ASK-SITE.
           05 VALUE PLN-TEXT-RATE LINE 14 COL 14.
           05 AP-RATE PIC 9(005) LINE 14 COL PLUS 1
               TO ASK-RATE REQUIRED.
           05 VALUE PLN-TEXT-START LINE 16 COL 15.
           05 AP-START PIC 9(004) LINE 16 COL PLUS 1
               TO ASK-START-NUM REQUIRED.
           05 VALUE PLN-TEXT-CLEAN LINE 18 COL 14.
           05 AP-CLEAN PIC 9(003) LINE 18 COL PLUS 1
               TO ASK-CLEAN-MINUTES AUTO.
           05 VALUE PLN-TEXT-CLEAN-NOTE LINE 19 COL 15.
      ******************************************************************
       01  ADD-SLOT-SCREEN.
           05 VALUE PLN-TEXT-ID LINE 08 COL 15.
           05 AS-ID PIC 9(002) LINE 08 COL PLUS 1
               TO ASK-LINE-ID REQUIRED.
           05 VALUE PLN-TEXT-SLOT LINE 10 COL 15.
           05 AS-SLOT PIC 9(002) LINE 10 COL PLUS 1
               TO ASK-SLOT REQUIRED.
           05 VALUE PLN-TEXT-SAND LINE 12 COL 15.
           05 AS-SAND PIC 9(005) LINE 12 COL PLUS 1
               TO ASK-SAND-ID AUTO.
           05 VALUE PLN-TEXT-SAND-NOTE LINE 13 COL 15.
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
               DISPLAY PLN-MENU
               ACCEPT PLN-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-ADD-LINE
                   WHEN 2
                       PERFORM 200-SET-SANDWICH
                   WHEN 3
                       PERFORM 300-LIST-LINES
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

       095-OPEN-LINE-FILE SECTION.
           OPEN I-O FXPRODLINE
           IF PLN-STATUS-FS = 35 THEN
               CLOSE FXPRODLINE
               OPEN OUTPUT FXPRODLINE
               CLOSE FXPRODLINE
               OPEN I-O FXPRODLINE
           END-IF
           IF PLN-STATUS-FS NOT = ZERO THEN
               MOVE PLN-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
       EXIT SECTION.

      *> A CHANGED LINE KEEPS THE SANDWICHES IT IS SET UP FOR; ONLY
      *> A NEW LINE STARTS WITH ALL SLOTS EMPTY (IT MAKES ANYTHING)
       100-ADD-LINE SECTION.
           MOVE ZERO TO ASK-LINE-ID ASK-RATE ASK-START-NUM
               ASK-CLEAN-MINUTES
           MOVE SPACES TO ASK-LINE-NAME ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-PLN-SCREEN
           ACCEPT ADD-PLN-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-START-HH > 23 OR ASK-START-MM > 59
               MOVE ERROR-INVALID-TIME TO ERROR-TEXT
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
           PERFORM 095-OPEN-LINE-FILE
           MOVE ASK-LINE-ID TO PLN-ID
           READ FXPRODLINE
               INVALID KEY
                   MOVE "N" TO LINE-FOUND
                   MOVE ZERO TO PLN-SAND-TABLE
               NOT INVALID KEY
                   MOVE "Y" TO LINE-FOUND
           END-READ
           MOVE ASK-LINE-ID TO PLN-ID
           MOVE UPPER-CASE (ASK-LINE-NAME) TO PLN-NAME
           MOVE ASK-SITE TO PLN-SITE
           MOVE ASK-RATE TO PLN-RATE-HOUR
           MOVE ASK-START-NUM TO PLN-START-TIME
           MOVE ASK-CLEAN-MINUTES TO PLN-CLEAN-MINUTES
           CALL "GETOPER" USING PLN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PLN-LAST-DATE
           IF LINE-FOUND-YES
               REWRITE PLN-DETAILS
               END-REWRITE
           ELSE
               WRITE PLN-DETAILS
               END-WRITE
           END-IF
           CLOSE FXPRODLINE
           MOVE CONFIRM-PLN-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       200-SET-SANDWICH SECTION.
           MOVE ZERO TO ASK-LINE-ID ASK-SLOT ASK-SAND-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-SLOT-SCREEN
           ACCEPT ADD-SLOT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-SLOT < 1 OR ASK-SLOT > 20
               MOVE ERROR-INVALID-SLOT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-SAND-ID NOT = ZERO
               PERFORM 210-CHECK-SANDWICH-EXISTS
               IF NOT SAND-FOUND-YES
                   MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM 095-OPEN-LINE-FILE
           MOVE ASK-LINE-ID TO PLN-ID
           READ FXPRODLINE
               INVALID KEY
                   CLOSE FXPRODLINE
                   MOVE ERROR-NO-LINE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           MOVE ASK-SAND-ID TO PLN-SAND-ID (ASK-SLOT)
           CALL "GETOPER" USING PLN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PLN-LAST-DATE
           REWRITE PLN-DETAILS
           END-REWRITE
           CLOSE FXPRODLINE
           MOVE CONFIRM-SLOT TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-CHECK-SANDWICH-EXISTS SECTION.
           MOVE "N" TO SAND-FOUND
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS = ZERO THEN
               MOVE ASK-SAND-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SAND-FOUND
               END-READ
           END-IF
           CLOSE FXSANDWICH
       EXIT SECTION.

      *> ONE LINE PER PRODUCTION LINE, THE SANDWICH IDS IT IS SET
      *> UP FOR UNDERNEATH
       300-LIST-LINES SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO PLN-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXPRODLINE
           IF PLN-STATUS-FS NOT = ZERO THEN
               CLOSE FXPRODLINE
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-PLN
               READ FXPRODLINE NEXT RECORD
                   AT END SET EOF-PLN TO TRUE
                   NOT AT END
                       IF LINE-ON-PAGE > 12
                           MOVE VIEW-END-TEXT TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                           DISPLAY CLEAR-SCREEN
                           DISPLAY MAIN-SCREEN
                           MOVE ZERO TO LINE-ON-PAGE
                       END-IF
                       PERFORM 310-SHOW-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE FXPRODLINE
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SHOW-ONE-LINE SECTION.
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 6 + LINE-ON-PAGE
           DISPLAY PLN-ID AT LINE SCREEN-LIN COL 05
           DISPLAY PLN-NAME AT LINE SCREEN-LIN COL 09
           DISPLAY PLN-SITE AT LINE SCREEN-LIN COL 41
           DISPLAY PLN-RATE-HOUR AT LINE SCREEN-LIN COL 45
           DISPLAY PLN-START-TIME AT LINE SCREEN-LIN COL 52
           DISPLAY PLN-CLEAN-MINUTES AT LINE SCREEN-LIN COL 58
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 6 + LINE-ON-PAGE
           MOVE 9 TO SCREEN-COL
           MOVE ZERO TO SLOT-USED
           PERFORM VARYING SLOT-IX FROM 1 BY 1 UNTIL SLOT-IX > 20
               IF PLN-SAND-ID (SLOT-IX) NOT = ZERO
                   ADD 1 TO SLOT-USED
                   IF SCREEN-COL > 105
                       ADD 1 TO LINE-ON-PAGE
                       COMPUTE SCREEN-LIN = 6 + LINE-ON-PAGE
                       MOVE 9 TO SCREEN-COL
                   END-IF
                   DISPLAY PLN-SAND-ID (SLOT-IX)
                       AT LINE SCREEN-LIN COL SCREEN-COL
                   ADD 6 TO SCREEN-COL
               END-IF
           END-PERFORM
           IF SLOT-USED = ZERO
               MOVE ANY-SANDWICH-TEXT TO SAND-TEXT
               DISPLAY SAND-TEXT AT LINE SCREEN-LIN COL 09
           END-IF
       EXIT SECTION.
