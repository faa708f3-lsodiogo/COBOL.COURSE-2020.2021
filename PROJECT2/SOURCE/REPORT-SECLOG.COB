      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    SECURITY LOG REVIEW - THE MONTHLY LISTING OF FXSECLOG FOR
      *    THE OWNER: EVERY SIGN-ON, FAILED SIGN-ON, LOCKOUT, UNLOCK,
      *    PASSWORD CHANGE AND PERMISSION REFUSAL OF THE PERIOD
      *    (YYYYMM) IN TIME ORDER, FOLLOWED BY THE COUNT OF EACH KIND
      *    OF EVENT. SUPERVISOR ONLY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-SECLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSECLOG ASSIGN TO "FXSECLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEC-ID
                   FILE STATUS SEC-STATUS-FS.

               SELECT SECLOG-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSECLOG.
           COPY FD-SECLOG.
       FD SECLOG-FILE.
       01  SECLOG-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "SECURITY LOG REVIEW".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  SL-TEXT-PERIOD      VALUE "PERIOD (YYYYMM):".
       78  SECLOG-DONE
           VALUE "SECURITY LOG REPORT PRODUCED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SIGNED-ON SUPERVISOR MAY REVIEW THE "-
           "SECURITY LOG".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SEC-STATUS-FS                    PIC 9(002).
       77  SECLOG-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  SEC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SEC                      VALUE "Y".

       01  ASK-PERIOD                       PIC 9(006).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(005).
       77  READ-COUNT                       PIC 9(007).

       01  EVENT-TOTALS.
           05  TOTAL-SIGNON                 PIC 9(005).
           05  TOTAL-FAILED                 PIC 9(005).
           05  TOTAL-LOCKOUT                PIC 9(005).
           05  TOTAL-UNLOCKED               PIC 9(005).
           05  TOTAL-CHANGED                PIC 9(005).
           05  TOTAL-DENIED                 PIC 9(005).

       01  SECLOG-TITLE.
           05  FILLER                       PIC X(030)
               VALUE "BREADWICH - SECURITY LOG FOR ".
           05  ST-PERIOD                    PIC 9(006).

       01  SECLOG-HEADER.
           05  FILLER                       PIC X(020)
               VALUE "DATE       TIME".
           05  FILLER                       PIC X(019)
               VALUE "EVENT".
           05  FILLER                       PIC X(010)
               VALUE "OPERATOR".
           05  FILLER                       PIC X(014)
               VALUE "TERMINAL".
           05  FILLER                       PIC X(006)
               VALUE "DETAIL".

       01  SECLOG-DETAIL.
           05  SD-DAY                       PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  SD-MONTH                     PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  SD-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  SD-HOUR                      PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ":".
           05  SD-MIN                       PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ":".
           05  SD-SEC                       PIC 9(002).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  SD-EVENT                     PIC X(018).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  SD-OPER                      PIC X(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-TERMINAL                  PIC X(012).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-DETAIL                    PIC X(040).

       01  SECLOG-STAMP                     PIC 9(014).
       01  SECLOG-STAMP-PARTS REDEFINES SECLOG-STAMP.
           05  SP-YEAR                      PIC 9(004).
           05  SP-MONTH                     PIC 9(002).
           05  SP-DAY                       PIC 9(002).
           05  SP-HOUR                      PIC 9(002).
           05  SP-MIN                       PIC 9(002).
           05  SP-SEC                       PIC 9(002).

       01  TOTAL-DETAIL.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  TD-TEXT                      PIC X(030).
           05  TD-COUNT                     PIC ZZZZ9.

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
       01  ASK-PERIOD-SCREEN.
           05 VALUE SL-TEXT-PERIOD LINE 08 COL 14.
           05 AP-PERIOD PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-PERIOD REQUIRED AUTO.
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
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO ASK-PERIOD
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO LINE-COUNT READ-COUNT
           INITIALIZE EVENT-TOTALS
           MOVE SPACES TO REPORT-FILENAME
           STRING "SECLOG-" DELIMITED BY SIZE
               ASK-PERIOD DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT SECLOG-FILE
           MOVE ASK-PERIOD TO ST-PERIOD
           WRITE SECLOG-LINE FROM SECLOG-TITLE
           MOVE SPACES TO SECLOG-LINE
           WRITE SECLOG-LINE
           WRITE SECLOG-LINE FROM SECLOG-HEADER
           PERFORM 100-LIST-EVENTS
           PERFORM 200-PRINT-TOTALS
           CLOSE SECLOG-FILE
           MOVE "REPORT-SECLOG" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-SECLOG" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "REPORT-SECLOG" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE READ-COUNT TO RLOG-PROCESSED
           MOVE LINE-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE SECLOG-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
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

      *> THE LOG IS KEYED BY A RUNNING NUMBER, SO READING IT IN KEY
      *> ORDER IS ALREADY TIME ORDER
       100-LIST-EVENTS SECTION.
           MOVE "N" TO SEC-EOF-FLAG
           OPEN INPUT FXSECLOG
           IF SEC-STATUS-FS = 35 THEN
               CLOSE FXSECLOG
               EXIT SECTION
           END-IF
           IF SEC-STATUS-FS NOT = ZERO THEN
               MOVE SEC-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL EOF-SEC
               READ FXSECLOG NEXT RECORD
                   AT END SET EOF-SEC TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF SEC-STAMP (1:6) = ASK-PERIOD
                           PERFORM 110-PRINT-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSECLOG
       EXIT SECTION.

       110-PRINT-ONE-EVENT SECTION.
           MOVE SEC-STAMP TO SECLOG-STAMP
           MOVE SP-DAY TO SD-DAY
           MOVE SP-MONTH TO SD-MONTH
           MOVE SP-YEAR TO SD-YEAR
           MOVE SP-HOUR TO SD-HOUR
           MOVE SP-MIN TO SD-MIN
           MOVE SP-SEC TO SD-SEC
           EVALUATE TRUE
               WHEN SEC-EVENT-SIGNON
                   MOVE "SIGN-ON" TO SD-EVENT
                   ADD 1 TO TOTAL-SIGNON
               WHEN SEC-EVENT-FAILED
                   MOVE "FAILED SIGN-ON" TO SD-EVENT
                   ADD 1 TO TOTAL-FAILED
               WHEN SEC-EVENT-LOCKOUT
                   MOVE "LOCKED OUT" TO SD-EVENT
                   ADD 1 TO TOTAL-LOCKOUT
               WHEN SEC-EVENT-UNLOCKED
                   MOVE "UNLOCKED" TO SD-EVENT
                   ADD 1 TO TOTAL-UNLOCKED
               WHEN SEC-EVENT-CHANGED
                   MOVE "PASSWORD CHANGED" TO SD-EVENT
                   ADD 1 TO TOTAL-CHANGED
               WHEN SEC-EVENT-DENIED
                   MOVE "PERMISSION REFUSED" TO SD-EVENT
                   ADD 1 TO TOTAL-DENIED
               WHEN OTHER
                   MOVE SEC-EVENT TO SD-EVENT
           END-EVALUATE
           MOVE SEC-OPER-ID TO SD-OPER
           MOVE SEC-TERMINAL TO SD-TERMINAL
           MOVE SEC-DETAIL TO SD-DETAIL
           WRITE SECLOG-LINE FROM SECLOG-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

       200-PRINT-TOTALS SECTION.
           MOVE SPACES TO SECLOG-LINE
           WRITE SECLOG-LINE
           MOVE "SIGN-ONS" TO TD-TEXT
           MOVE TOTAL-SIGNON TO TD-COUNT
           WRITE SECLOG-LINE FROM TOTAL-DETAIL
           MOVE "FAILED SIGN-ONS" TO TD-TEXT
           MOVE TOTAL-FAILED TO TD-COUNT
           WRITE SECLOG-LINE FROM TOTAL-DETAIL
           MOVE "LOCKOUTS" TO TD-TEXT
           MOVE TOTAL-LOCKOUT TO TD-COUNT
           WRITE SECLOG-LINE FROM TOTAL-DETAIL
           MOVE "UNLOCKS" TO TD-TEXT
           MOVE TOTAL-UNLOCKED TO TD-COUNT
           WRITE SECLOG-LINE FROM TOTAL-DETAIL
           MOVE "PASSWORD CHANGES" TO TD-TEXT
           MOVE TOTAL-CHANGED TO TD-COUNT
           WRITE SECLOG-LINE FROM TOTAL-DETAIL
           MOVE "PERMISSION REFUSALS" TO TD-TEXT
           MOVE TOTAL-DENIED TO TD-COUNT
           WRITE SECLOG-LINE FROM TOTAL-DETAIL
       EXIT SECTION.
