      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    RETURNABLE TRAY CONTAINER LEDGER - WORKS THE FXTRAYLEDG
      *    LEDGER THAT DISPATCH (TRAYS SENT), PODENTRY AND PODIMP
      *    (TRAYS COLLECTED) KEEP THROUGH TRAYPOST:
      *    1 PRINTS THE CONTAINER STATEMENT OF ONE SCHOOL, EVERY
      *      MOVEMENT WITH ITS NOTE AND THE RUNNING BALANCE
      *      (TRAYSTMT-<SCHOOL>-<DATE>.rpt);
      *    2 PRINTS THE SCHOOLS HOLDING MORE TRAYS THAN THE ALERT
      *      LEVEL ON FXDLVCTL (TRAYHOLD-<DATE>.rpt) - THE SAME COUNT
      *      THE MORNING DASHBOARD SHOWS;
      *    3 LETS A SUPERVISOR DECLARE TRAYS LOST, WHICH TAKES THEM
      *      OFF THE SCHOOL'S BALANCE AND LEAVES THEM FOR SCHINV TO
      *      CHARGE ONCE THE SCHOOL'S YEARLY ALLOWANCE IS USED UP.
      *    BOTH REPORTS ARE CATALOGUED THROUGH RPTCAT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAYSTMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXTRAYLEDG ASSIGN TO "FXTRAYLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRL-ID
                   FILE STATUS TRL-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXDLVCTL ASSIGN TO "FXDLVCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLC-ID
                   FILE STATUS DLC-STATUS-FS.

               SELECT TRAY-REPORT ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS TRAY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXTRAYLEDG.
           COPY FD-TRAYLEDG.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXDLVCTL.
           COPY FD-DLVCTL.
       FD TRAY-REPORT.
       01  TRAY-REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.
       COPY LK-TRAYPOST.

       78  MODULE-NAME-VIEW    VALUE "RETURNABLE TRAYS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  TRS-MENU-OPTION1    VALUE "1 - SCHOOL CONTAINER STATEMENT".
       78  TRS-MENU-OPTION2    VALUE "2 - SCHOOLS OVER THE TRAY LIMIT".
       78  TRS-MENU-OPTION3    VALUE "3 - DECLARE TRAYS LOST".
       78  TRS-MENU-OPTION4    VALUE "4 - BACK".
       78  TRS-TEXT-SCHOOL     VALUE "      SCHOOL ID:".
       78  TRS-TEXT-HELD       VALUE "  TRAYS HELD  :".
       78  TRS-TEXT-LOST       VALUE "  TRAYS LOST  :".
       78  STMT-DONE
           VALUE "CONTAINER STATEMENT PRINTED, PRESS ANY KEY".
       78  HOLD-DONE
           VALUE "HOLDING REPORT PRINTED, PRESS ANY KEY".
       78  CONFIRM-LOST
           VALUE "TRAYS TAKEN OFF THE SCHOOL'S BALANCE AS LOST".
       78  ERROR-NO-SCHOOL     VALUE "SCHOOL DOESN'T EXIST".
       78  ERROR-NO-MOVEMENTS
           VALUE "NO TRAY MOVEMENTS FOR THAT SCHOOL".
       78  ERROR-LOST-TOO-MANY
           VALUE "CANNOT DECLARE MORE TRAYS LOST THAN THE SCHOOL HOLDS".
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SUPERVISOR MAY DECLARE TRAYS LOST".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  DEFAULT-TRAY-ALERT               VALUE 50.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  TRL-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  DLC-STATUS-FS                    PIC 9(002).
       77  TRAY-REPORT-STATUS               PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  TRL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TRL                      VALUE "Y".
       01  SCHOOL-FOUND                     PIC X(001).
           88  SCHOOL-FOUND-YES             VALUE "Y".

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  ASK-SCHOOL-ID                    PIC 9(005).
       01  ASK-LOST                         PIC 9(005).
       01  SHOW-HELD                        PIC -ZZZZ9.
       01  SCHOOL-NAME                      PIC X(050).
       01  TRAY-ALERT                       PIC 9(004).
       01  HOLD-SCHOOL                      PIC 9(005).
       01  HOLD-BALANCE                     PIC S9(005).
       01  HOLD-DATE                        PIC 9(008).
       01  HOLD-COUNT                       PIC 9(005).
       01  SENT-TOTAL                       PIC 9(007).
       01  BACK-TOTAL                       PIC 9(007).
       01  LOST-TOTAL                       PIC 9(007).
       01  TODAY-DATE                       PIC 9(008).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(006).

       01  STMT-HEADING.
           05  FILLER                       PIC X(018) VALUE
               "TRAY STATEMENT  ".
           05  SH-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SH-NAME                      PIC X(050).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SH-DATE                      PIC 9(008).
       01  STMT-COLUMNS.
           05  FILLER                       PIC X(030) VALUE
               "DATE      MOVEMENT   NOTE     ".
           05  FILLER                       PIC X(030) VALUE
               " TRAYS  BALANCE  INVOICE".
       01  STMT-DETAIL.
           05  SD-DATE                      PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-TYPE                      PIC X(009).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-NOTE                      PIC Z(005)9.
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  SD-TRAYS                     PIC ZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-BALANCE                   PIC -ZZZZ9.
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  SD-INVOICE                   PIC Z(005)9.
       01  STMT-TOTALS.
           05  FILLER                       PIC X(006) VALUE "SENT ".
           05  ST-SENT                      PIC ZZZZZZ9.
           05  FILLER                       PIC X(013) VALUE
               "  COLLECTED ".
           05  ST-BACK                      PIC ZZZZZZ9.
           05  FILLER                       PIC X(008) VALUE "  LOST ".
           05  ST-LOST                      PIC ZZZZZZ9.
           05  FILLER                       PIC X(008) VALUE "  HELD ".
           05  ST-HELD                      PIC -ZZZZ9.

       01  HOLD-HEADING.
           05  FILLER                       PIC X(040) VALUE
               "SCHOOLS HOLDING MORE THAN THE LIMIT OF ".
           05  HH-ALERT                     PIC ZZZ9.
           05  FILLER                       PIC X(008) VALUE " TRAYS  ".
           05  HH-DATE                      PIC 9(008).
       01  HOLD-COLUMNS.
           05  FILLER                       PIC X(040) VALUE
               "SCHOOL NAME                             ".
           05  FILLER                       PIC X(030) VALUE
               "            HELD  LAST MOVED".
       01  HOLD-DETAIL.
           05  HD-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  HD-NAME                      PIC X(040).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  HD-HELD                      PIC -ZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  HD-DATE                      PIC 9(008).
       01  HOLD-TOTAL.
           05  FILLER                       PIC X(020) VALUE
               "SCHOOLS OVER LIMIT: ".
           05  HT-COUNT                     PIC ZZZZ9.
       01  NO-HOLD-LINE                     PIC X(040) VALUE
               "NO SCHOOL IS OVER THE LIMIT".

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
       01  TRS-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE TRS-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE TRS-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE TRS-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE TRS-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 TM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-SCHOOL-SCREEN.
           05 VALUE TRS-TEXT-SCHOOL LINE 08 COL 15.
           05 AS-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED AUTO.
      ******************************************************************
       01  LOST-SCREEN.
           05 VALUE TRS-TEXT-SCHOOL LINE 08 COL 15.
           05 LS-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               FROM ASK-SCHOOL-ID.
           05 LS-NAME PIC X(050) LINE 08 COL PLUS 2
               FROM SCHOOL-NAME.
           05 VALUE TRS-TEXT-HELD LINE 10 COL 15.
           05 LS-HELD PIC -ZZZZ9 LINE 10 COL PLUS 1
               FROM SHOW-HELD.
           05 VALUE TRS-TEXT-LOST LINE 12 COL 15.
           05 LS-LOST PIC 9(005) LINE 12 COL PLUS 1
               TO ASK-LOST REQUIRED AUTO.
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
               DISPLAY TRS-MENU
               ACCEPT TRS-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SCHOOL-STATEMENT
                   WHEN 2
                       PERFORM 200-HOLDING-REPORT
                   WHEN 3
                       PERFORM 300-DECLARE-LOST
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

      *> ASKS FOR THE SCHOOL AND CHECKS IT IS ON FILE
       050-ASK-SCHOOL SECTION.
           MOVE "N" TO SCHOOL-FOUND
           MOVE ZERO TO ASK-SCHOOL-ID
           MOVE SPACES TO SCHOOL-NAME
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SCHOOL-SCREEN
           ACCEPT ASK-SCHOOL-SCREEN
           IF KEYSTATUS = 1003
               MOVE ZERO TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = ZERO THEN
               MOVE ASK-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SCHOOL-FOUND
                       MOVE SCHOOL-DESIGNATION1 TO SCHOOL-NAME
               END-READ
           END-IF
           CLOSE FXSCHOOL
           IF NOT SCHOOL-FOUND-YES
               MOVE ERROR-NO-SCHOOL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       100-SCHOOL-STATEMENT SECTION.
           PERFORM 050-ASK-SCHOOL
           IF NOT SCHOOL-FOUND-YES
               EXIT SECTION
           END-IF
           OPEN INPUT FXTRAYLEDG
           IF TRL-STATUS-FS NOT = ZERO THEN
               CLOSE FXTRAYLEDG
               MOVE ERROR-NO-MOVEMENTS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE SPACES TO REPORT-FILENAME
           STRING "TRAYSTMT-" DELIMITED BY SIZE
               ASK-SCHOOL-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT TRAY-REPORT
           MOVE ZERO TO LINE-COUNT SENT-TOTAL BACK-TOTAL LOST-TOTAL
               HOLD-BALANCE
           MOVE ASK-SCHOOL-ID TO SH-SCHOOL
           MOVE SCHOOL-NAME TO SH-NAME
           MOVE TODAY-DATE TO SH-DATE
           WRITE TRAY-REPORT-LINE FROM STMT-HEADING
           WRITE TRAY-REPORT-LINE FROM STMT-COLUMNS
           ADD 2 TO LINE-COUNT
           MOVE "N" TO TRL-EOF-FLAG
           MOVE ASK-SCHOOL-ID TO TRL-SCHOOL-ID
           MOVE ZERO TO TRL-SEQ
           START FXTRAYLEDG KEY IS >= TRL-ID
               INVALID KEY SET EOF-TRL TO TRUE
           END-START
           PERFORM UNTIL EOF-TRL
               READ FXTRAYLEDG NEXT RECORD
                   AT END SET EOF-TRL TO TRUE
                   NOT AT END
                       IF TRL-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-TRL TO TRUE
                       ELSE
                           PERFORM 110-WRITE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXTRAYLEDG
           MOVE SENT-TOTAL TO ST-SENT
           MOVE BACK-TOTAL TO ST-BACK
           MOVE LOST-TOTAL TO ST-LOST
           MOVE HOLD-BALANCE TO ST-HELD
           WRITE TRAY-REPORT-LINE FROM STMT-TOTALS
           ADD 1 TO LINE-COUNT
           CLOSE TRAY-REPORT
           MOVE "TRAYSTMT" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "TRAYSTMT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE STMT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-WRITE-MOVEMENT SECTION.
           MOVE TRL-DATE TO SD-DATE
           EVALUATE TRUE
               WHEN TRL-TYPE-SENT
                   MOVE "SENT" TO SD-TYPE
                   ADD TRL-TRAYS TO SENT-TOTAL
               WHEN TRL-TYPE-RETURNED
                   MOVE "COLLECTED" TO SD-TYPE
                   ADD TRL-TRAYS TO BACK-TOTAL
               WHEN OTHER
                   MOVE "LOST" TO SD-TYPE
                   ADD TRL-TRAYS TO LOST-TOTAL
           END-EVALUATE
           MOVE TRL-NOTE-NO TO SD-NOTE
           MOVE TRL-TRAYS TO SD-TRAYS
           MOVE TRL-BALANCE TO SD-BALANCE
           MOVE TRL-INV-ID TO SD-INVOICE
           MOVE TRL-BALANCE TO HOLD-BALANCE
           WRITE TRAY-REPORT-LINE FROM STMT-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

      *> THE LEDGER IS IN SCHOOL ORDER, SO EACH SCHOOL'S BALANCE IS
      *> THE ONE ON ITS LAST ENTRY, TAKEN WHEN THE SCHOOL CHANGES
       200-HOLDING-REPORT SECTION.
           PERFORM 210-LOAD-TRAY-ALERT
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE SPACES TO REPORT-FILENAME
           STRING "TRAYHOLD-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT TRAY-REPORT
           MOVE ZERO TO LINE-COUNT HOLD-COUNT HOLD-SCHOOL
           MOVE TRAY-ALERT TO HH-ALERT
           MOVE TODAY-DATE TO HH-DATE
           WRITE TRAY-REPORT-LINE FROM HOLD-HEADING
           WRITE TRAY-REPORT-LINE FROM HOLD-COLUMNS
           ADD 2 TO LINE-COUNT
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXTRAYLEDG
           IF TRL-STATUS-FS = ZERO THEN
               MOVE "N" TO TRL-EOF-FLAG
               PERFORM UNTIL EOF-TRL
                   READ FXTRAYLEDG NEXT RECORD
                       AT END SET EOF-TRL TO TRUE
                       NOT AT END
                           IF TRL-SCHOOL-ID NOT = HOLD-SCHOOL
                               PERFORM 220-CHECK-ONE-SCHOOL
                               MOVE TRL-SCHOOL-ID TO HOLD-SCHOOL
                           END-IF
                           MOVE TRL-BALANCE TO HOLD-BALANCE
                           MOVE TRL-DATE TO HOLD-DATE
                   END-READ
               END-PERFORM
               PERFORM 220-CHECK-ONE-SCHOOL
           END-IF
           CLOSE FXTRAYLEDG
           CLOSE FXSCHOOL
           IF HOLD-COUNT = ZERO
               WRITE TRAY-REPORT-LINE FROM NO-HOLD-LINE
           ELSE
               MOVE HOLD-COUNT TO HT-COUNT
               WRITE TRAY-REPORT-LINE FROM HOLD-TOTAL
           END-IF
           ADD 1 TO LINE-COUNT
           CLOSE TRAY-REPORT
           MOVE "TRAYHOLD" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "TRAYSTMT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE HOLD-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-LOAD-TRAY-ALERT SECTION.
           MOVE DEFAULT-TRAY-ALERT TO TRAY-ALERT
           OPEN INPUT FXDLVCTL
           IF DLC-STATUS-FS = ZERO THEN
               MOVE 1 TO DLC-ID
               READ FXDLVCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DLC-TRAY-ALERT > ZERO
                           MOVE DLC-TRAY-ALERT TO TRAY-ALERT
                       END-IF
               END-READ
           END-IF
           CLOSE FXDLVCTL
       EXIT SECTION.

       220-CHECK-ONE-SCHOOL SECTION.
           IF HOLD-SCHOOL = ZERO OR HOLD-BALANCE NOT > TRAY-ALERT
               EXIT SECTION
           END-IF
           MOVE HOLD-SCHOOL TO HD-SCHOOL
           MOVE SPACES TO HD-NAME
           IF SCHOOL-STATUS = ZERO
               MOVE HOLD-SCHOOL TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHOOL-DESIGNATION1 TO HD-NAME
               END-READ
           END-IF
           MOVE HOLD-BALANCE TO HD-HELD
           MOVE HOLD-DATE TO HD-DATE
           WRITE TRAY-REPORT-LINE FROM HOLD-DETAIL
           ADD 1 TO LINE-COUNT
           ADD 1 TO HOLD-COUNT
       EXIT SECTION.

      *> A LOSS CAN ONLY COME OUT OF WHAT THE SCHOOL IS SHOWN TO
      *> HOLD; TRAYPOST WITH ZERO TRAYS JUST RETURNS THE BALANCE
       300-DECLARE-LOST SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 050-ASK-SCHOOL
           IF NOT SCHOOL-FOUND-YES
               EXIT SECTION
           END-IF
           MOVE ASK-SCHOOL-ID TO TRP-SCHOOL-ID
           MOVE "L" TO TRP-TYPE
           MOVE ZERO TO TRP-NOTE-NO TRP-TRAYS
           CALL "TRAYPOST" USING TRAYPOST-REQUEST
           MOVE TRP-BALANCE TO SHOW-HELD
           MOVE ZERO TO ASK-LOST
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY LOST-SCREEN
           ACCEPT LOST-SCREEN
           IF KEYSTATUS = 1003 OR ASK-LOST = ZERO
               MOVE ZERO TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF ASK-LOST > TRP-BALANCE
               MOVE ERROR-LOST-TOO-MANY TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-LOST TO TRP-TRAYS
           CALL "TRAYPOST" USING TRAYPOST-REQUEST
           MOVE CONFIRM-LOST TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.
