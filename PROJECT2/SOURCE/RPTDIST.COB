      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    REPORT DISTRIBUTION MODULE - MAINTAINS THE FXRPTDIST
      *    TABLE OF WHO RECEIVES EACH CATALOGUED REPORT (BY ITS
      *    FXRPTCAT BASE NAME, E.G. RIS-EXP, GL-EXPORT, PRODREQ),
      *    BY WHICH METHOD (P = PRINT QUEUE, M = MESSAGE FILE WITH
      *    THE REPORT ATTACHED) AND WHEN (A = ALWAYS, N = ONLY WHEN
      *    THE REPORT IS NOT EMPTY), AND SHOWS THE FXDISTLOG LOG OF
      *    WHAT RPTDELIV DELIVERED WHERE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXRPTDIST ASSIGN TO "FXRPTDIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RDS-ID
                   FILE STATUS RDS-STATUS-FS.

               SELECT FXDISTLOG ASSIGN TO "FXDISTLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLG-ID
                   FILE STATUS DLG-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXRPTDIST.
           COPY FD-RPTDIST.
       FD FXDISTLOG.
           COPY FD-DISTLOG.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "REPORT DISTRIBUTION".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  RDS-MENU-OPTION1    VALUE "1 - ADD / CHANGE RECIPIENT".
       78  RDS-MENU-OPTION2    VALUE "2 - REMOVE RECIPIENT".
       78  RDS-MENU-OPTION3    VALUE "3 - LIST DISTRIBUTION TABLE".
       78  RDS-MENU-OPTION4    VALUE "4 - VIEW DISTRIBUTION LOG".
       78  RDS-MENU-OPTION5    VALUE "5 - BACK".
       78  RDS-TEXT-BASE       VALUE "REPORT BASE NAME:".
       78  RDS-TEXT-RECIPIENT  VALUE "       RECIPIENT:".
       78  RDS-TEXT-METHOD     VALUE "  METHOD (P / M):".
       78  RDS-TEXT-WHEN       VALUE "    WHEN (A / N):".
       78  RDS-TEXT-NOTE1
           VALUE "P = PRINT QUEUE, M = MESSAGE FILE WITH REPORT".
       78  RDS-TEXT-NOTE2
           VALUE "A = ALWAYS, N = ONLY WHEN THE REPORT HAS LINES".
       78  LIST-HEADER
           VALUE "REPORT               RECIPIENT                     "-
           " M W".
       78  LOG-HEADER
           VALUE "DATE/TIME      REPORT               RECIPIENT       "-
           "               M R FILE".
       78  CONFIRM-RDS-RECORD  VALUE "RECIPIENT SAVED".
       78  CONFIRM-RDS-REMOVED VALUE "RECIPIENT REMOVED".
       78  ERROR-METHOD
           VALUE "METHOD MUST BE P (PRINT) OR M (MESSAGE)".
       78  ERROR-WHEN
           VALUE "WHEN MUST BE A (ALWAYS) OR N (NOT EMPTY)".
       78  ERROR-NO-RECIPIENT
           VALUE "THAT RECIPIENT IS NOT ON THE REPORT'S LIST".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  MAX-LIST-LINES                   VALUE 14.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  RDS-STATUS-FS                    PIC 9(002).
       77  DLG-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 5.
       01  RDS-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RDS                      VALUE "Y".
       01  DLG-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-DLG                      VALUE "Y".

       01  ASK-BASE-NAME                    PIC X(020).
       01  ASK-RECIPIENT                    PIC X(030).
       01  ASK-METHOD                       PIC X(001).
       01  ASK-WHEN                         PIC X(001).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

       01  LIST-LINE.
           05  LL-BASE-NAME                 PIC X(020).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-RECIPIENT                 PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-METHOD                    PIC X(001).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LL-WHEN                      PIC X(001).
       01  LOG-LINE.
           05  LG-STAMP                     PIC 9(014).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LG-BASE-NAME                 PIC X(020).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LG-RECIPIENT                 PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LG-METHOD                    PIC X(001).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LG-RESULT                    PIC X(001).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LG-FILE-NAME                 PIC X(030).

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
       01  RDS-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE RDS-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE RDS-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE RDS-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE RDS-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE RDS-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 16 COL 35.
           03 RM-OPTION PIC 9(001) LINE 16 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-KEY-SCREEN.
           05 VALUE RDS-TEXT-BASE LINE 08 COL 15.
           05 AK-BASE PIC X(020) LINE 08 COL PLUS 1
               TO ASK-BASE-NAME REQUIRED.
           05 VALUE RDS-TEXT-RECIPIENT LINE 10 COL 15.
           05 AK-RECIPIENT PIC X(030) LINE 10 COL PLUS 1
               TO ASK-RECIPIENT REQUIRED AUTO.
      ******************************************************************
       01  ADD-RDS-SCREEN.
           05 VALUE RDS-TEXT-BASE LINE 08 COL 15.
           05 AR-BASE PIC X(020) LINE 08 COL PLUS 1
               FROM ASK-BASE-NAME.
           05 VALUE RDS-TEXT-RECIPIENT LINE 10 COL 15.
           05 AR-RECIPIENT PIC X(030) LINE 10 COL PLUS 1
               FROM ASK-RECIPIENT.
           05 VALUE RDS-TEXT-METHOD LINE 12 COL 15.
           05 AR-METHOD PIC X(001) LINE 12 COL PLUS 1
               USING ASK-METHOD REQUIRED.
           05 VALUE RDS-TEXT-WHEN LINE 14 COL 15.
           05 AR-WHEN PIC X(001) LINE 14 COL PLUS 1
               USING ASK-WHEN REQUIRED AUTO.
           05 VALUE RDS-TEXT-NOTE1 LINE 16 COL 15.
           05 VALUE RDS-TEXT-NOTE2 LINE 17 COL 15.
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
               DISPLAY RDS-MENU
               ACCEPT RDS-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-ADD-RECIPIENT
                   WHEN 2
                       PERFORM 200-REMOVE-RECIPIENT
                   WHEN 3
                       PERFORM 300-LIST-DISTRIBUTION
                   WHEN 4
                       PERFORM 400-VIEW-LOG
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

       050-ASK-KEY SECTION.
           MOVE SPACES TO ASK-BASE-NAME ASK-RECIPIENT
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-KEY-SCREEN
           ACCEPT ASK-KEY-SCREEN
           MOVE UPPER-CASE (ASK-BASE-NAME) TO ASK-BASE-NAME
           MOVE UPPER-CASE (ASK-RECIPIENT) TO ASK-RECIPIENT
       EXIT SECTION.

      *> THE RECIPIENT IS A NOTIFICATION RECIPIENT (BUYER, KITCHEN,
      *> ACCOUNTS, SCHOOL-<ID> ...) FOR MESSAGE DELIVERY, OR THE
      *> NAME PRINTED ON THE PRINT-QUEUE LINE FOR PRINTED COPIES.
      *> AN EXISTING ENTRY COMES BACK WITH ITS CURRENT SETTINGS
       100-ADD-RECIPIENT SECTION.
           PERFORM 050-ASK-KEY
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE "M" TO ASK-METHOD
           MOVE "A" TO ASK-WHEN
           OPEN INPUT FXRPTDIST
           IF RDS-STATUS-FS = ZERO THEN
               MOVE ASK-BASE-NAME TO RDS-BASE-NAME
               MOVE ASK-RECIPIENT TO RDS-RECIPIENT
               READ FXRPTDIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RDS-METHOD TO ASK-METHOD
                       MOVE RDS-WHEN TO ASK-WHEN
               END-READ
           END-IF
           CLOSE FXRPTDIST
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-RDS-SCREEN
           ACCEPT ADD-RDS-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-METHOD) TO ASK-METHOD
           MOVE UPPER-CASE (ASK-WHEN) TO ASK-WHEN
           IF ASK-METHOD NOT = "P" AND ASK-METHOD NOT = "M"
               MOVE ERROR-METHOD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-WHEN NOT = "A" AND ASK-WHEN NOT = "N"
               MOVE ERROR-WHEN TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXRPTDIST
           IF RDS-STATUS-FS = 35 THEN
               CLOSE FXRPTDIST
               OPEN OUTPUT FXRPTDIST
           ELSE
               IF RDS-STATUS-FS NOT = ZERO THEN
                   MOVE RDS-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-BASE-NAME TO RDS-BASE-NAME
           MOVE ASK-RECIPIENT TO RDS-RECIPIENT
           MOVE ASK-METHOD TO RDS-METHOD
           MOVE ASK-WHEN TO RDS-WHEN
           CALL "GETOPER" USING RDS-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RDS-LAST-DATE
           WRITE RDS-DETAILS
               INVALID KEY
                   REWRITE RDS-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXRPTDIST
           MOVE CONFIRM-RDS-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       200-REMOVE-RECIPIENT SECTION.
           PERFORM 050-ASK-KEY
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXRPTDIST
           IF RDS-STATUS-FS NOT = ZERO THEN
               CLOSE FXRPTDIST
               MOVE ERROR-NO-RECIPIENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-BASE-NAME TO RDS-BASE-NAME
           MOVE ASK-RECIPIENT TO RDS-RECIPIENT
           DELETE FXRPTDIST
               INVALID KEY
                   MOVE ERROR-NO-RECIPIENT TO ERROR-TEXT
               NOT INVALID KEY
                   MOVE CONFIRM-RDS-REMOVED TO ERROR-TEXT
           END-DELETE
           CLOSE FXRPTDIST
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       300-LIST-DISTRIBUTION SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO RDS-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXRPTDIST
           IF RDS-STATUS-FS NOT = ZERO THEN
               CLOSE FXRPTDIST
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY LIST-HEADER AT LINE 07 COL 10
           PERFORM UNTIL EOF-RDS
               READ FXRPTDIST NEXT RECORD
                   AT END SET EOF-RDS TO TRUE
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
                       MOVE RDS-BASE-NAME TO LL-BASE-NAME
                       MOVE RDS-RECIPIENT TO LL-RECIPIENT
                       MOVE RDS-METHOD TO LL-METHOD
                       MOVE RDS-WHEN TO LL-WHEN
                       DISPLAY LIST-LINE
                           AT LINE SCREEN-LIN COL 10
               END-READ
           END-PERFORM
           CLOSE FXRPTDIST
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> RESULT: S MESSAGE QUEUED, P PRINT QUEUED, E SKIPPED
      *> BECAUSE THE REPORT WAS EMPTY, F FAILED
       400-VIEW-LOG SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO DLG-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXDISTLOG
           IF DLG-STATUS-FS NOT = ZERO THEN
               CLOSE FXDISTLOG
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY LOG-HEADER AT LINE 07 COL 03
           PERFORM UNTIL EOF-DLG
               READ FXDISTLOG NEXT RECORD
                   AT END SET EOF-DLG TO TRUE
                   NOT AT END
                       IF LINE-ON-PAGE = MAX-LIST-LINES
                           MOVE VIEW-END-TEXT TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                           DISPLAY CLEAR-SCREEN
                           DISPLAY MAIN-SCREEN
                           DISPLAY LOG-HEADER AT LINE 07 COL 03
                           MOVE ZERO TO LINE-ON-PAGE
                       END-IF
                       ADD 1 TO LINE-ON-PAGE
                       COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
                       MOVE DLG-STAMP TO LG-STAMP
                       MOVE DLG-BASE-NAME TO LG-BASE-NAME
                       MOVE DLG-RECIPIENT TO LG-RECIPIENT
                       MOVE DLG-METHOD TO LG-METHOD
                       MOVE DLG-RESULT TO LG-RESULT
                       MOVE DLG-FILE-NAME TO LG-FILE-NAME
                       DISPLAY LOG-LINE
                           AT LINE SCREEN-LIN COL 03
               END-READ
           END-PERFORM
           CLOSE FXDISTLOG
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.
