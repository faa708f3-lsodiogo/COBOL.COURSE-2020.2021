      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | FOOD SAFETY
      ******************************************************************
      *    CLEANING AND HYGIENE SCHEDULE - REPLACES THE PAPER
      *    CLEANING ROTA. THE FXCLNTASK MASTER HOLDS EACH TASK'S
      *    AREA, FREQUENCY (DAILY, WEEKLY, MONTHLY OR PER PRODUCTION
      *    RUN), DUE TIME, RESPONSIBLE OPERATOR AND WHETHER IT IS AN
      *    ALLERGEN CLEAN-DOWN. THE DAY'S TASK LIST IS WRITTEN ONTO
      *    FXCLNLOG (BY THE CLNCHECK NIGHT STEP, OR HERE ON DEMAND)
      *    AND PRINTED FOR THE KITCHEN WALL; PRODREQ ADDS THE
      *    ALLERGEN CLEAN-DOWNS ITS SEQUENCING CALLS FOR. EACH TASK
      *    IS SIGNED OFF WITH THE TIME IT WAS DONE BY ITS RESPONSIBLE
      *    OPERATOR (ANYONE ELSE NEEDS THE SUPERVISOR PERMISSION); A
      *    LATE SIGN-OFF GOES TO FXNOTIFYQ, AS DOES EVERY MISSED TASK.
      *    THE MONTHLY COMPLIANCE PRINT GOES TO THE ENVIRONMENTAL
      *    HEALTH OFFICER ALONGSIDE THE TEMPLOG AUDIT PRINT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEANING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXCLNTASK ASSIGN TO "FXCLNTASK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLT-CODE
                   FILE STATUS CLT-STATUS-FS.

               SELECT FXCLNLOG ASSIGN TO "FXCLNLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLG-ID
                   FILE STATUS CLG-STATUS-FS.

               SELECT PRINT-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXCLNTASK.
           COPY FD-CLNTASK.
       FD FXCLNLOG.
           COPY FD-CLNLOG.
       FD PRINT-FILE.
       01  PRINT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY LK-NOTIFY.
       COPY LK-RPTCAT.
       COPY LK-CLNSCHED.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "CLEANING AND HYGIENE SCHEDULE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  CLN-MENU-OPTION1    VALUE "1 - SET TASK".
       78  CLN-MENU-OPTION2    VALUE "2 - DAY'S TASK LIST".
       78  CLN-MENU-OPTION3    VALUE "3 - SIGN OFF TASK".
       78  CLN-MENU-OPTION4    VALUE "4 - MISSED TASK CHECK".
       78  CLN-MENU-OPTION5    VALUE "5 - MONTHLY COMPLIANCE PRINT".
       78  CLN-MENU-OPTION6    VALUE "6 - BACK".
       78  CLN-TEXT-CODE       VALUE "       TASK CODE:".
       78  CLN-TEXT-SITE       VALUE "SITE (BLANK = 01):".
       78  CLN-TEXT-AREA       VALUE "            AREA:".
       78  CLN-TEXT-DESC       VALUE "     DESCRIPTION:".
       78  CLN-TEXT-FREQ       VALUE " FREQ (D/W/M/R):".
       78  CLN-TEXT-DAY        VALUE "  WEEKDAY / DAY:".
       78  CLN-TEXT-DUE        VALUE " DUE TIME (HHMM):".
       78  CLN-TEXT-ALLERGEN   VALUE "ALLERGEN (Y/N):".
       78  CLN-TEXT-RESP       VALUE "     RESPONSIBLE:".
       78  CLN-TEXT-ACTIVE     VALUE "  ACTIVE (Y/N):".
       78  CLN-TEXT-DATE       VALUE "DATE (0 = TODAY):".
       78  CLN-TEXT-SEQ        VALUE "  RUN SEQUENCE:".
       78  CLN-TEXT-DONE       VALUE "DONE AT (0 = NOW):".
       78  CLN-TEXT-COMMENT    VALUE "         COMMENT:".
       78  CLN-TEXT-MONTH      VALUE "MONTH (YYYYMM):".
       78  CLN-TEXT-FREQ-HELP
           VALUE "W: 1 = MONDAY .. 7 = SUNDAY   M: DAY OF THE MONTH".
       78  CONFIRM-CLT-RECORD  VALUE "TASK SAVED".
       78  CONFIRM-SIGNED      VALUE "TASK SIGNED OFF".
       78  WARN-SIGNED-LATE
           VALUE "TASK SIGNED OFF LATE - ALERT QUEUED".
       78  ERROR-BAD-FREQ
           VALUE "FREQUENCY MUST BE D, W, M OR R".
       78  ERROR-BAD-DAY
           VALUE "WEEKDAY 1-7 FOR A WEEKLY TASK, DAY 1-31 FOR A "-
           "MONTHLY ONE".
       78  ERROR-BAD-TIME
           VALUE "TIME MUST BE A VALID HHMM".
       78  ERROR-BAD-FLAG
           VALUE "ALLERGEN AND ACTIVE MUST BE Y OR N".
       78  ERROR-BAD-DATE
           VALUE "INVALID DATE".
       78  ERROR-BAD-MONTH
           VALUE "INVALID MONTH".
       78  ERROR-NO-SITE
           VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-NO-TASK
           VALUE "THAT TASK IS NOT ON THE DAY'S LIST".
       78  ERROR-FUTURE-DATE
           VALUE "A TASK CANNOT BE SIGNED OFF BEFORE ITS DAY".
       78  ERROR-ALREADY-SIGNED
           VALUE "THAT TASK IS ALREADY SIGNED OFF".
       78  ERROR-NO-PERMISSION
           VALUE "NOT THE RESPONSIBLE OPERATOR AND NO SUPERVISOR "-
           "PERMISSION".
       78  LIST-DONE
           VALUE "TASK LIST PRODUCED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  COMPLIANCE-DONE
           VALUE "COMPLIANCE PRINT PRODUCED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CLT-STATUS-FS                    PIC 9(002).
       77  CLG-STATUS-FS                    PIC 9(002).
       77  PRINT-STATUS                     PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 6.
       01  CLG-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CLG                      VALUE "Y".

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  ASK-CODE                         PIC 9(004).
       01  ASK-SITE                         PIC X(002).
       01  ASK-AREA                         PIC X(020).
       01  ASK-DESCRIPTION                  PIC X(030).
       01  ASK-FREQUENCY                    PIC X(001).
       01  ASK-DAY                          PIC 9(002).
       01  ASK-DUE-TIME                     PIC 9(004).
       01  ASK-ALLERGEN                     PIC X(001).
       01  ASK-RESPONSIBLE                  PIC X(008).
       01  ASK-ACTIVE                       PIC X(001).
       01  ASK-DATE                         PIC 9(008).
       01  ASK-SEQ                          PIC 9(002).
       01  ASK-DONE-TIME                    PIC 9(004).
       01  ASK-COMMENT                      PIC X(030).
       01  ASK-MONTH                        PIC 9(006).
       01  ASK-TIME-CHECK                   PIC 9(004).
       01  FILLER REDEFINES ASK-TIME-CHECK.
           05  ASK-TIME-HH                  PIC 9(002).
           05  ASK-TIME-MM                  PIC 9(002).
       01  VALID-TIME-FLAG                  PIC X(001).
           88  VALID-TIME-YES               VALUE "Y".
       01  SIGN-OPERATOR                    PIC X(008).
       01  TODAY-DATE                       PIC 9(008).
       01  NOW-TIME                         PIC 9(004).
       01  SIGNED-LATE                      PIC X(001).
           88  SIGNED-LATE-YES              VALUE "Y".
       77  LINE-COUNT                       PIC 9(007).
       01  REPORT-FILENAME                  PIC X(040).

       01  COMPLIANCE-TOTALS.
           05  CT-TASKS                     PIC 9(005).
           05  CT-IN-TIME                   PIC 9(005).
           05  CT-LATE                      PIC 9(005).
           05  CT-MISSED                    PIC 9(005).
           05  CT-OPEN                      PIC 9(005).
           05  CT-ALLERGEN                  PIC 9(005).
           05  CT-PERCENT                   PIC 9(003)V9.

       01  PRINT-TITLE.
           05  PT-TITLE                     PIC X(040).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  PT-PERIOD                    PIC X(008).
           05  FILLER                       PIC X(007)
               VALUE "  SITE ".
           05  PT-SITE                      PIC X(002).
       01  PRINT-HEADING.
           05  FILLER                       PIC X(066) VALUE
               "DATE     ST TASK SQ AREA                 DESCRIPTION".
           05  FILLER                       PIC X(066) VALUE
               "       DUE  A STATUS SIGNER   TIME  COMMENT".
       01  PRINT-DETAIL.
           05  PD-DATE                      PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-SITE                      PIC X(002).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-TASK                      PIC 9(004).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-SEQ                       PIC Z9.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-AREA                      PIC X(020).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-DESCRIPTION               PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-DUE                       PIC 9(004).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-ALLERGEN                  PIC X(001).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-STATUS                    PIC X(006).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-SIGNED-BY                 PIC X(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-SIGNED-TIME               PIC X(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  PD-COMMENT                   PIC X(030).
       01  PRINT-TOTAL-DETAIL.
           05  PTD-LABEL                    PIC X(040).
           05  PTD-COUNT                    PIC ZZZZ9.
       01  PRINT-PERCENT-DETAIL.
           05  PPD-LABEL                    PIC X(040).
           05  PPD-PERCENT                  PIC ZZ9.9.

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
       01  CLN-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE CLN-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE CLN-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE CLN-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE CLN-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE CLN-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE CLN-MENU-OPTION6 LINE 15 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 17 COL 35.
           03 CM-OPTION PIC 9(001) LINE 17 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  SET-TASK-SCREEN.
           05 VALUE CLN-TEXT-CODE LINE 07 COL 15.
           05 ST-CODE PIC 9(004) LINE 07 COL PLUS 1
               TO ASK-CODE REQUIRED.
           05 VALUE CLN-TEXT-SITE LINE 08 COL 14.
           05 ST-SITE PIC X(002) LINE 08 COL PLUS 1
               TO ASK-SITE.
           05 VALUE CLN-TEXT-AREA LINE 09 COL 15.
           05 ST-AREA PIC X(020) LINE 09 COL PLUS 1
               TO ASK-AREA REQUIRED.
           05 VALUE CLN-TEXT-DESC LINE 10 COL 15.
           05 ST-DESC PIC X(030) LINE 10 COL PLUS 1
               TO ASK-DESCRIPTION REQUIRED.
           05 VALUE CLN-TEXT-FREQ LINE 11 COL 16.
           05 ST-FREQ PIC X(001) LINE 11 COL PLUS 1
               TO ASK-FREQUENCY REQUIRED.
           05 VALUE CLN-TEXT-DAY LINE 12 COL 16.
           05 ST-DAY PIC 9(002) LINE 12 COL PLUS 1
               TO ASK-DAY.
           05 VALUE CLN-TEXT-FREQ-HELP LINE 12 COL 40.
           05 VALUE CLN-TEXT-DUE LINE 13 COL 15.
           05 ST-DUE PIC 9(004) LINE 13 COL PLUS 1
               TO ASK-DUE-TIME REQUIRED.
           05 VALUE CLN-TEXT-ALLERGEN LINE 14 COL 17.
           05 ST-ALLERGEN PIC X(001) LINE 14 COL PLUS 1
               TO ASK-ALLERGEN REQUIRED.
           05 VALUE CLN-TEXT-RESP LINE 15 COL 15.
           05 ST-RESP PIC X(008) LINE 15 COL PLUS 1
               TO ASK-RESPONSIBLE.
           05 VALUE CLN-TEXT-ACTIVE LINE 16 COL 17.
           05 ST-ACTIVE PIC X(001) LINE 16 COL PLUS 1
               TO ASK-ACTIVE REQUIRED AUTO.
      ******************************************************************
       01  ASK-DAY-SCREEN.
           05 VALUE CLN-TEXT-DATE LINE 08 COL 15.
           05 AD-DATE PIC 9(008) LINE 08 COL PLUS 1
               TO ASK-DATE.
           05 VALUE CLN-TEXT-SITE LINE 10 COL 14.
           05 AD-SITE PIC X(002) LINE 10 COL PLUS 1
               TO ASK-SITE AUTO.
      ******************************************************************
       01  SIGN-OFF-SCREEN.
           05 VALUE CLN-TEXT-DATE LINE 08 COL 15.
           05 SO-DATE PIC 9(008) LINE 08 COL PLUS 1
               TO ASK-DATE.
           05 VALUE CLN-TEXT-SITE LINE 09 COL 14.
           05 SO-SITE PIC X(002) LINE 09 COL PLUS 1
               TO ASK-SITE.
           05 VALUE CLN-TEXT-CODE LINE 10 COL 15.
           05 SO-CODE PIC 9(004) LINE 10 COL PLUS 1
               TO ASK-CODE.
           05 VALUE CLN-TEXT-SEQ LINE 11 COL 17.
           05 SO-SEQ PIC 9(002) LINE 11 COL PLUS 1
               TO ASK-SEQ.
           05 VALUE CLN-TEXT-DONE LINE 12 COL 14.
           05 SO-DONE PIC 9(004) LINE 12 COL PLUS 1
               TO ASK-DONE-TIME.
           05 VALUE CLN-TEXT-COMMENT LINE 13 COL 15.
           05 SO-COMMENT PIC X(030) LINE 13 COL PLUS 1
               TO ASK-COMMENT AUTO.
      ******************************************************************
       01  ASK-MONTH-SCREEN.
           05 VALUE CLN-TEXT-MONTH LINE 08 COL 15.
           05 AM-MONTH PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-MONTH REQUIRED.
           05 VALUE CLN-TEXT-SITE LINE 10 COL 12.
           05 AM-SITE PIC X(002) LINE 10 COL PLUS 1
               TO ASK-SITE AUTO.
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
               DISPLAY CLN-MENU
               ACCEPT CLN-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-TASK
                   WHEN 2
                       PERFORM 200-DAY-TASK-LIST
                   WHEN 3
                       PERFORM 300-SIGN-OFF-TASK
                   WHEN 4
                       PERFORM 400-MISSED-CHECK
                   WHEN 5
                       PERFORM 500-COMPLIANCE-PRINT
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

      *> HHMM WITH THE HOUR BELOW 24 AND THE MINUTE BELOW 60
       095-VALIDATE-TIME SECTION.
           MOVE "N" TO VALID-TIME-FLAG
           IF ASK-TIME-HH < 24 AND ASK-TIME-MM < 60
               MOVE "Y" TO VALID-TIME-FLAG
           END-IF
       EXIT SECTION.

      *> BLANK IS THE MAIN KITCHEN; ANY OTHER CODE MUST BE ON FXSITE
       098-VALIDATE-SITE SECTION.
           MOVE UPPER-CASE (ASK-SITE) TO ASK-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE ASK-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           MOVE SINF-SITE TO ASK-SITE
       EXIT SECTION.

       100-SET-TASK SECTION.
           MOVE ZERO TO ASK-CODE ASK-DAY ASK-DUE-TIME
           MOVE SPACES TO ASK-SITE ASK-AREA ASK-DESCRIPTION
               ASK-FREQUENCY ASK-ALLERGEN ASK-RESPONSIBLE ASK-ACTIVE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SET-TASK-SCREEN
           ACCEPT SET-TASK-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-FREQUENCY) TO ASK-FREQUENCY
           MOVE UPPER-CASE (ASK-ALLERGEN) TO ASK-ALLERGEN
           MOVE UPPER-CASE (ASK-ACTIVE) TO ASK-ACTIVE
           IF ASK-FREQUENCY NOT = "D" AND ASK-FREQUENCY NOT = "W"
               AND ASK-FREQUENCY NOT = "M" AND ASK-FREQUENCY NOT = "R"
               MOVE ERROR-BAD-FREQ TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF (ASK-FREQUENCY = "W" AND
               (ASK-DAY < 1 OR ASK-DAY > 7)) OR
               (ASK-FREQUENCY = "M" AND
               (ASK-DAY < 1 OR ASK-DAY > 31))
               MOVE ERROR-BAD-DAY TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-DUE-TIME TO ASK-TIME-CHECK
           PERFORM 095-VALIDATE-TIME
           IF NOT VALID-TIME-YES
               MOVE ERROR-BAD-TIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF (ASK-ALLERGEN NOT = "Y" AND ASK-ALLERGEN NOT = "N") OR
               (ASK-ACTIVE NOT = "Y" AND ASK-ACTIVE NOT = "N")
               MOVE ERROR-BAD-FLAG TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 098-VALIDATE-SITE
           IF NOT SINF-FOUND-YES
               MOVE ERROR-NO-SITE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
      *> A PER-RUN TASK IS THE ALLERGEN CLEAN-DOWN BY DEFINITION
           IF ASK-FREQUENCY = "R"
               MOVE "Y" TO ASK-ALLERGEN
           END-IF
           IF ASK-FREQUENCY = "D" OR ASK-FREQUENCY = "R"
               MOVE ZERO TO ASK-DAY
           END-IF
           OPEN I-O FXCLNTASK
           IF CLT-STATUS-FS = 35 THEN
               CLOSE FXCLNTASK
               OPEN OUTPUT FXCLNTASK
           ELSE
               IF CLT-STATUS-FS NOT = ZERO THEN
                   MOVE CLT-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-CODE TO CLT-CODE
           MOVE ASK-SITE TO CLT-SITE
           MOVE UPPER-CASE (ASK-AREA) TO CLT-AREA
           MOVE UPPER-CASE (ASK-DESCRIPTION) TO CLT-DESCRIPTION
           MOVE ASK-FREQUENCY TO CLT-FREQUENCY
           MOVE ASK-DAY TO CLT-DAY
           MOVE ASK-DUE-TIME TO CLT-DUE-TIME
           MOVE ASK-ALLERGEN TO CLT-ALLERGEN
           MOVE UPPER-CASE (ASK-RESPONSIBLE) TO CLT-RESPONSIBLE
           MOVE ASK-ACTIVE TO CLT-ACTIVE
           CALL "GETOPER" USING CLT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CLT-LAST-DATE
           WRITE CLT-DETAILS
               INVALID KEY
                   REWRITE CLT-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXCLNTASK
           MOVE CONFIRM-CLT-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE LIST IS MADE UP FIRST IN CASE THE NIGHT STEP HAS NOT
      *> RUN, THEN PRINTED WITH A SIGNATURE SPACE PER TASK
       200-DAY-TASK-LIST SECTION.
           MOVE ZERO TO ASK-DATE
           MOVE SPACES TO ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-DAY-SCREEN
           ACCEPT ASK-DAY-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO ASK-DATE
           END-IF
           IF TEST-DATE-YYYYMMDD (ASK-DATE) NOT = ZERO
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 098-VALIDATE-SITE
           IF NOT SINF-FOUND-YES
               MOVE ERROR-NO-SITE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           SET CLNS-ACTION-GENERATE TO TRUE
           MOVE ASK-DATE TO CLNS-DATE
           MOVE ASK-SITE TO CLNS-SITE
           MOVE ZERO TO CLNS-SEQ
           MOVE SPACES TO CLNS-TEXT
           CALL "CLNSCHED" USING CLNSCHED-REQUEST
           MOVE ZERO TO LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "CLEANING-LIST-" DELIMITED BY SIZE
               ASK-SITE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ASK-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN INPUT FXCLNLOG
           IF CLG-STATUS-FS NOT = ZERO THEN
               CLOSE FXCLNLOG
               MOVE LIST-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE "CLEANING TASK LIST" TO PT-TITLE
           MOVE ASK-DATE TO PT-PERIOD
           MOVE ASK-SITE TO PT-SITE
           WRITE PRINT-LINE FROM PRINT-TITLE
           WRITE PRINT-LINE FROM PRINT-HEADING
           ADD 2 TO LINE-COUNT
           MOVE ASK-DATE TO CLG-DATE
           MOVE ASK-SITE TO CLG-SITE
           MOVE ZERO TO CLG-TASK CLG-SEQ
           MOVE "N" TO CLG-EOF-FLAG
           START FXCLNLOG KEY IS >= CLG-ID
               INVALID KEY SET EOF-CLG TO TRUE
           END-START
           PERFORM UNTIL EOF-CLG
               READ FXCLNLOG NEXT RECORD
                   AT END SET EOF-CLG TO TRUE
                   NOT AT END
                       IF CLG-DATE NOT = ASK-DATE OR
                           CLG-SITE NOT = ASK-SITE
                           SET EOF-CLG TO TRUE
                       ELSE
                           PERFORM 590-FORMAT-DETAIL
                           IF CLG-STATUS-OPEN
                               MOVE "________" TO PD-SIGNED-BY
                               MOVE "____" TO PD-SIGNED-TIME
                           END-IF
                           WRITE PRINT-LINE FROM PRINT-DETAIL
                           ADD 1 TO LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRINT-FILE
           CLOSE FXCLNLOG
           MOVE "CLEANING-LIST" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "CLEANING" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE LIST-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE TIME KEYED IS WHEN THE TASK WAS DONE, NOT WHEN IT WAS
      *> KEYED; A SIGN-OFF AFTER THE DUE TIME OR DAY, OR OF A TASK
      *> ALREADY MARKED MISSED, IS LATE
       300-SIGN-OFF-TASK SECTION.
           MOVE ZERO TO ASK-DATE ASK-CODE ASK-SEQ ASK-DONE-TIME
           MOVE SPACES TO ASK-SITE ASK-COMMENT
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SIGN-OFF-SCREEN
           ACCEPT SIGN-OFF-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (9:4) TO NOW-TIME
           IF ASK-DATE = ZERO
               MOVE TODAY-DATE TO ASK-DATE
           END-IF
           IF ASK-DATE > TODAY-DATE
               MOVE ERROR-FUTURE-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-DONE-TIME = ZERO
               MOVE NOW-TIME TO ASK-DONE-TIME
           END-IF
           MOVE ASK-DONE-TIME TO ASK-TIME-CHECK
           PERFORM 095-VALIDATE-TIME
           IF NOT VALID-TIME-YES
               MOVE ERROR-BAD-TIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 098-VALIDATE-SITE
           OPEN I-O FXCLNLOG
           IF CLG-STATUS-FS NOT = ZERO THEN
               CLOSE FXCLNLOG
               MOVE ERROR-NO-TASK TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-DATE TO CLG-DATE
           MOVE ASK-SITE TO CLG-SITE
           MOVE ASK-CODE TO CLG-TASK
           MOVE ASK-SEQ TO CLG-SEQ
           READ FXCLNLOG
               INVALID KEY
                   CLOSE FXCLNLOG
                   MOVE ERROR-NO-TASK TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           IF CLG-STATUS-DONE OR CLG-STATUS-LATE
               CLOSE FXCLNLOG
               MOVE ERROR-ALREADY-SIGNED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           CALL "GETOPER" USING SIGN-OPERATOR
           IF CLG-RESPONSIBLE NOT = SPACES AND
               CLG-RESPONSIBLE NOT = SIGN-OPERATOR
               MOVE "V" TO PERM-CODE
               CALL "CHKPERM" USING PERM-QUESTION
               IF PERM-GRANTED NOT = "Y"
                   CLOSE FXCLNLOG
                   MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "N" TO SIGNED-LATE
           IF CLG-STATUS-MISSED OR TODAY-DATE > CLG-DATE OR
               ASK-DONE-TIME > CLG-DUE-TIME
               MOVE "Y" TO SIGNED-LATE
           END-IF
           IF SIGNED-LATE-YES
               MOVE "L" TO CLG-STATUS
           ELSE
               MOVE "D" TO CLG-STATUS
           END-IF
           MOVE SIGN-OPERATOR TO CLG-SIGNED-BY
           MOVE TODAY-DATE TO CLG-SIGNED-DATE
           MOVE ASK-DONE-TIME TO CLG-SIGNED-TIME
           MOVE UPPER-CASE (ASK-COMMENT) TO CLG-COMMENT
           IF SIGNED-LATE-YES AND NOT CLG-NOTIFIED-YES
               PERFORM 310-NOTIFY-LATE
               MOVE "Y" TO CLG-NOTIFIED
           END-IF
           MOVE SIGN-OPERATOR TO CLG-LAST-BY
           MOVE TODAY-DATE TO CLG-LAST-DATE
           REWRITE CLG-DETAILS
               INVALID KEY CONTINUE
           END-REWRITE
           CLOSE FXCLNLOG
           IF SIGNED-LATE-YES
               MOVE WARN-SIGNED-LATE TO ERROR-TEXT
           ELSE
               MOVE CONFIRM-SIGNED TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> A TASK ALREADY ALERTED AS MISSED IS NOT ALERTED AGAIN
       310-NOTIFY-LATE SECTION.
           MOVE "KITCHEN" TO NOTI-REQ-RECIPIENT
           MOVE "M" TO NOTI-REQ-SEVERITY
           MOVE SPACES TO NOTI-REQ-MESSAGE
           STRING "CLEANING DONE LATE " DELIMITED BY SIZE
               CLG-DATE DELIMITED BY SIZE
               " SITE " DELIMITED BY SIZE
               CLG-SITE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CLG-DESCRIPTION DELIMITED BY SIZE
               INTO NOTI-REQ-MESSAGE
           MOVE "CLEANING" TO NOTI-REQ-SOURCE
           MOVE SPACES TO NOTI-REQ-ATTACHMENT
           CALL "NOTIFY" USING NOTIFY-REQUEST
       EXIT SECTION.

       400-MISSED-CHECK SECTION.
           SET CLNS-ACTION-MISSED TO TRUE
           MOVE ZERO TO CLNS-DATE CLNS-SEQ
           MOVE SPACES TO CLNS-SITE CLNS-TEXT
           CALL "CLNSCHED" USING CLNSCHED-REQUEST
           MOVE SPACES TO ERROR-TEXT
           STRING "TASKS MARKED MISSED AND ALERTED: "
               DELIMITED BY SIZE
               CLNS-COUNT DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> EVERY TASK OF THE MONTH AT THE SITE WITH ITS OUTCOME, THEN
      *> THE COUNTS AND THE SHARE DONE IN TIME
       500-COMPLIANCE-PRINT SECTION.
           MOVE ZERO TO ASK-MONTH
           MOVE SPACES TO ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-MONTH-SCREEN
           ACCEPT ASK-MONTH-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-MONTH (5:2) < "01" OR ASK-MONTH (5:2) > "12"
               MOVE ERROR-BAD-MONTH TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 098-VALIDATE-SITE
           IF NOT SINF-FOUND-YES
               MOVE ERROR-NO-SITE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           INITIALIZE COMPLIANCE-TOTALS
           MOVE ZERO TO LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "CLEANING-" DELIMITED BY SIZE
               ASK-SITE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ASK-MONTH DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN INPUT FXCLNLOG
           IF CLG-STATUS-FS NOT = ZERO THEN
               CLOSE FXCLNLOG
               MOVE COMPLIANCE-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE "CLEANING COMPLIANCE - MONTH" TO PT-TITLE
           MOVE ASK-MONTH TO PT-PERIOD
           MOVE ASK-SITE TO PT-SITE
           WRITE PRINT-LINE FROM PRINT-TITLE
           WRITE PRINT-LINE FROM PRINT-HEADING
           ADD 2 TO LINE-COUNT
           MOVE ASK-MONTH TO CLG-DATE (1:6)
           MOVE "01" TO CLG-DATE (7:2)
           MOVE LOW-VALUES TO CLG-SITE
           MOVE ZERO TO CLG-TASK CLG-SEQ
           MOVE "N" TO CLG-EOF-FLAG
           START FXCLNLOG KEY IS >= CLG-ID
               INVALID KEY SET EOF-CLG TO TRUE
           END-START
           PERFORM UNTIL EOF-CLG
               READ FXCLNLOG NEXT RECORD
                   AT END SET EOF-CLG TO TRUE
                   NOT AT END
                       IF CLG-DATE (1:6) NOT = ASK-MONTH (1:6)
                           SET EOF-CLG TO TRUE
                       ELSE
                           IF CLG-SITE = ASK-SITE
                               PERFORM 510-COMPLIANCE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCLNLOG
           PERFORM 520-COMPLIANCE-TOTALS
           CLOSE PRINT-FILE
           MOVE "CLEANING" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "CLEANING" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE COMPLIANCE-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       510-COMPLIANCE-LINE SECTION.
           ADD 1 TO CT-TASKS
           EVALUATE TRUE
               WHEN CLG-STATUS-DONE
                   ADD 1 TO CT-IN-TIME
               WHEN CLG-STATUS-LATE
                   ADD 1 TO CT-LATE
               WHEN CLG-STATUS-MISSED
                   ADD 1 TO CT-MISSED
               WHEN OTHER
                   ADD 1 TO CT-OPEN
           END-EVALUATE
           IF CLG-ALLERGEN-YES
               ADD 1 TO CT-ALLERGEN
           END-IF
           PERFORM 590-FORMAT-DETAIL
           WRITE PRINT-LINE FROM PRINT-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

       520-COMPLIANCE-TOTALS SECTION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TASKS DUE" TO PTD-LABEL
           MOVE CT-TASKS TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "  OF WHICH ALLERGEN CLEAN-DOWNS" TO PTD-LABEL
           MOVE CT-ALLERGEN TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "DONE IN TIME" TO PTD-LABEL
           MOVE CT-IN-TIME TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "DONE LATE" TO PTD-LABEL
           MOVE CT-LATE TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "MISSED" TO PTD-LABEL
           MOVE CT-MISSED TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "STILL OPEN" TO PTD-LABEL
           MOVE CT-OPEN TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           IF CT-TASKS > ZERO
               COMPUTE CT-PERCENT ROUNDED =
                   CT-IN-TIME * 100 / CT-TASKS
           END-IF
           MOVE "COMPLIANCE % (DONE IN TIME)" TO PPD-LABEL
           MOVE CT-PERCENT TO PPD-PERCENT
           WRITE PRINT-LINE FROM PRINT-PERCENT-DETAIL
           ADD 8 TO LINE-COUNT
       EXIT SECTION.

       590-FORMAT-DETAIL SECTION.
           MOVE CLG-DATE TO PD-DATE
           MOVE CLG-SITE TO PD-SITE
           MOVE CLG-TASK TO PD-TASK
           MOVE CLG-SEQ TO PD-SEQ
           MOVE CLG-AREA TO PD-AREA
           MOVE CLG-DESCRIPTION TO PD-DESCRIPTION
           MOVE CLG-DUE-TIME TO PD-DUE
           MOVE CLG-ALLERGEN TO PD-ALLERGEN
           EVALUATE TRUE
               WHEN CLG-STATUS-DONE
                   MOVE "DONE" TO PD-STATUS
               WHEN CLG-STATUS-LATE
                   MOVE "LATE" TO PD-STATUS
               WHEN CLG-STATUS-MISSED
                   MOVE "MISSED" TO PD-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO PD-STATUS
           END-EVALUATE
           MOVE CLG-SIGNED-BY TO PD-SIGNED-BY
           IF CLG-SIGNED-TIME = ZERO
               MOVE SPACES TO PD-SIGNED-TIME
           ELSE
               MOVE CLG-SIGNED-TIME TO PD-SIGNED-TIME
           END-IF
           MOVE CLG-COMMENT TO PD-COMMENT
       EXIT SECTION.
