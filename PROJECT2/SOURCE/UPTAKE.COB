      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    PUPIL ROLL AND UPTAKE - KEEPS EACH SCHOOL'S PUPIL ROLL BY
      *    TERM (FXPUPILROLL) AND THE SHARE OF THE ROLL EXPECTED TO
      *    TAKE A SANDWICH ON EACH WEEKDAY (FXUPTAKE, SCHOOL 00000
      *    BEING THE HOUSE FIGURE). THE REVIEW REPORT SETS THE ROLL
      *    TIMES UPTAKE AGAINST THE STANDING PATTERN IN FORCE ON A
      *    CHOSEN DATE AND THE LAST EIGHT WEEKS OF FXORDERS (TERM
      *    BREAKS LEFT OUT, AS THE DEMAND FORECAST DOES), SPREADS THE
      *    EXPECTED NUMBER OVER THE PATTERN'S SANDWICHES IN THEIR
      *    CURRENT PROPORTIONS AND FILES EVERY CHANGED QUANTITY ON
      *    FXSTOPROP. ACCEPTING A SCHOOL'S PROPOSALS WRITES THEM AS
      *    FXSTANDORD VERSIONS EFFECTIVE FROM THE REVIEW DATE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPTAKE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXPUPILROLL ASSIGN TO "FXPUPILROLL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROLL-KEY
                   FILE STATUS PROLL-STATUS-FS.

               SELECT FXUPTAKE ASSIGN TO "FXUPTAKE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UPT-KEY
                   FILE STATUS UPT-STATUS-FS.

               SELECT FXSTOPROP ASSIGN TO "FXSTOPROP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SPRO-ID
                   FILE STATUS SPRO-STATUS-FS.

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

               SELECT FXSCHHOL ASSIGN TO "FXSCHHOL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOL-ID
                   FILE STATUS HOL-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT REVIEW-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXPUPILROLL.
           COPY FD-PUPILROLL.
       FD FXUPTAKE.
           COPY FD-UPTAKE.
       FD FXSTOPROP.
           COPY FD-STOPROP.
       FD FXSTANDORD.
           COPY FD-STANDORD.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHHOL.
           COPY FD-SCHHOL.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD REVIEW-FILE.
       01  REVIEW-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "PUPIL ROLL AND UPTAKE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  UPT-MENU-OPTION1    VALUE "1 - SET PUPIL ROLL".
       78  UPT-MENU-OPTION2    VALUE "2 - SET WEEKDAY UPTAKE".
       78  UPT-MENU-OPTION3    VALUE "3 - STANDING ORDER REVIEW".
       78  UPT-MENU-OPTION4    VALUE "4 - ACCEPT PROPOSALS".
       78  UPT-MENU-OPTION5    VALUE "5 - BACK".
       78  UPT-TEXT-SCHOOL     VALUE "        SCHOOL ID:".
       78  UPT-TEXT-ALL-SCHOOLS
           VALUE "(0 = ALL SCHOOLS)".
       78  UPT-TEXT-TERM-START VALUE "TERM START (DATE):".
       78  UPT-TEXT-TERM-END   VALUE "  TERM END (DATE):".
       78  UPT-TEXT-PUPILS     VALUE "   PUPILS ON ROLL:".
       78  UPT-TEXT-WEEKDAY    VALUE "    WEEKDAY (1-7):".
       78  UPT-TEXT-PCT        VALUE "       UPTAKE (%):".
       78  UPT-TEXT-REVIEW
           VALUE "PROPOSALS EFFECTIVE FROM (YYYYMMDD):".
       78  CONFIRM-ROLL-RECORD VALUE "PUPIL ROLL SAVED, PRESS ANY KEY".
       78  CONFIRM-UPT-RECORD  VALUE "UPTAKE SAVED, PRESS ANY KEY".
       78  ERROR-NO-SCHOOL     VALUE "THAT SCHOOL IS NOT ON FILE".
       78  ERROR-BAD-TERM
           VALUE "TERM DATES MUST BE VALID AND END AFTER THE START".
       78  ERROR-NO-PUPILS     VALUE "PUPILS ON ROLL MUST BE ABOVE 0".
       78  ERROR-WEEKDAY       VALUE "WEEKDAY MUST BE 1 TO 7".
       78  ERROR-BAD-PCT       VALUE "UPTAKE CANNOT BE OVER 100%".
       78  ERROR-BAD-DATE      VALUE "INVALID DATE".
       78  ERROR-NO-PATTERN
           VALUE "NO STANDING ORDERS ON FILE, PRESS ANY KEY".
       78  ERROR-NO-PROPOSALS
           VALUE "NO PROPOSALS ON FILE, PRESS ANY KEY".
       78  REVIEW-DONE
           VALUE "REVIEW PRODUCED, SEE THE DATED FILE, PRESS ANY KEY".
       78  ACCEPT-DONE-TEXT
           VALUE " PROPOSALS WRITTEN AS STANDING ORDER VERSIONS".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-LINES           VALUE 300.
       78  HISTORY-DAYS        VALUE 56.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  PROLL-STATUS-FS                  PIC 9(002).
       77  UPT-STATUS-FS                    PIC 9(002).
       77  SPRO-STATUS-FS                   PIC 9(002).
       77  STO-STATUS-FS                    PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  HOL-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  REVIEW-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 5.
       01  STO-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-STO                      VALUE "Y".
       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".
       01  HOL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-HOL                      VALUE "Y".
       01  PROLL-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-PROLL                    VALUE "Y".
       01  SPRO-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SPRO                     VALUE "Y".
       01  SCHOOL-FOUND                     PIC X(001).
           88  SCHOOL-FOUND-YES             VALUE "Y".
       01  IN-HOLIDAY                       PIC X(001).
           88  IN-HOLIDAY-YES               VALUE "Y".
       01  ROLL-FOUND                       PIC X(001).
           88  ROLL-FOUND-YES               VALUE "Y".
       01  UPTAKE-FOUND                     PIC X(001).
           88  UPTAKE-FOUND-YES             VALUE "Y".
       01  GROUP-SET                        PIC X(001).
           88  GROUP-SET-YES                VALUE "Y".

       01  ASK-SCHOOL-ID                    PIC 9(005).
       01  ASK-TERM-START                   PIC 9(008).
       01  ASK-TERM-END                     PIC 9(008).
       01  ASK-PUPILS                       PIC 9(005).
       01  ASK-WEEKDAY                      PIC 9(001).
       01  ASK-PCT                          PIC 9(003)V9.
       01  REVIEW-DATE                      PIC 9(008).
       01  TODAY-DATE                       PIC 9(008).
       01  TODAY-NUMBER                     PIC 9(007).
       01  HISTORY-FROM-NUMBER              PIC 9(007).
       01  HISTORY-FROM-DATE                PIC 9(008).
       01  ORDER-DAY-NUMBER                 PIC 9(007).
       01  ORDER-WEEKDAY                    PIC 9(001).
       01  CHECK-DATE                       PIC 9(008).
       01  CURRENT-SCHOOL                   PIC 9(005).
       01  CURRENT-GROUP.
           05  CG-SCHOOL-ID                 PIC 9(005).
           05  CG-WEEKDAY                   PIC 9(001).
           05  CG-SANDWICH-ID               PIC 9(005).
       01  GROUP-QTY                        PIC 9(005).
       01  ROLL-PUPILS                      PIC 9(005).
       01  UPTAKE-PCT                       PIC 9(003)V9.
       01  REVIEW-WEEKDAY                   PIC 9(001).
       01  PATTERN-TOTAL                    PIC 9(007).
       01  HISTORY-TOTAL                    PIC 9(007).
       01  EXPECTED-TOTAL                   PIC 9(007).
       01  HISTORY-AVG                      PIC 9(005).
       01  PROPOSED-QTY                     PIC 9(005).
       01  PROPOSAL-COUNT                   PIC 9(005).
       01  ACCEPT-COUNT                     PIC 9(005).
       01  PAT-COUNT                        PIC 9(003).
       77  PAT-IX                           PIC 9(003).
       01  PAT-FOUND-IX                     PIC 9(003).
       01  PATTERN-TABLE.
           05  PAT-ENTRY OCCURS MAX-LINES TIMES.
               10  PAT-WEEKDAY              PIC 9(001).
               10  PAT-SAND-ID              PIC 9(005).
               10  PAT-QTY                  PIC 9(005).
               10  PAT-HIST-QTY             PIC 9(007).
               10  PAT-HIST-CNT             PIC 9(003).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(007).

       01  REVIEW-HEADING.
           05  FILLER                       PIC X(040)
               VALUE "STANDING ORDER REVIEW, EFFECTIVE FROM ".
           05  RH-DATE                      PIC 9(008).
           05  FILLER                       PIC X(017)
               VALUE "  HISTORY SINCE ".
           05  RH-HISTORY                   PIC 9(008).
       01  REVIEW-COLUMNS.
           05  FILLER                       PIC X(040)
               VALUE "   SANDWICH  STANDING  HISTORY  PROPOSED".
       01  DAY-DETAIL.
           05  FILLER                       PIC X(007) VALUE "SCHOOL ".
           05  DD-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(010)
               VALUE "  WEEKDAY ".
           05  DD-WEEKDAY                   PIC 9(001).
           05  FILLER                       PIC X(007) VALUE "  ROLL ".
           05  DD-ROLL                      PIC ZZZZ9.
           05  FILLER                       PIC X(009)
               VALUE "  UPTAKE ".
           05  DD-PCT                       PIC ZZ9.9.
           05  FILLER                       PIC X(012)
               VALUE "%  EXPECTED ".
           05  DD-EXPECTED                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(011)
               VALUE "  STANDING ".
           05  DD-STANDING                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(010)
               VALUE "  HISTORY ".
           05  DD-HISTORY                   PIC ZZZZZZ9.
       01  LINE-DETAIL.
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  LD-SANDWICH                  PIC 9(005).
           05  FILLER                       PIC X(005) VALUE SPACES.
           05  LD-STANDING                  PIC ZZZZ9.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  LD-HISTORY                   PIC ZZZZ9.
           05  FILLER                       PIC X(005) VALUE SPACES.
           05  LD-PROPOSED                  PIC ZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-NOTE                      PIC X(012).

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
       01  UPT-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE UPT-MENU-OPTION1 LINE 09 COL 35.
           03 VALUE UPT-MENU-OPTION2 LINE 10 COL 35.
           03 VALUE UPT-MENU-OPTION3 LINE 11 COL 35.
           03 VALUE UPT-MENU-OPTION4 LINE 12 COL 35.
           03 VALUE UPT-MENU-OPTION5 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 UM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  SET-ROLL-SCREEN.
           05 VALUE UPT-TEXT-SCHOOL LINE 08 COL 15.
           05 SR-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED.
           05 VALUE UPT-TEXT-TERM-START LINE 10 COL 15.
           05 SR-START PIC 9(008) LINE 10 COL PLUS 1
               TO ASK-TERM-START REQUIRED.
           05 VALUE UPT-TEXT-TERM-END LINE 11 COL 15.
           05 SR-END PIC 9(008) LINE 11 COL PLUS 1
               TO ASK-TERM-END REQUIRED.
           05 VALUE UPT-TEXT-PUPILS LINE 13 COL 15.
           05 SR-PUPILS PIC 9(005) LINE 13 COL PLUS 1
               TO ASK-PUPILS REQUIRED AUTO.
      ******************************************************************
       01  SET-UPTAKE-SCREEN.
           05 VALUE UPT-TEXT-SCHOOL LINE 08 COL 15.
           05 SU-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID.
           05 VALUE UPT-TEXT-ALL-SCHOOLS LINE 08 COL PLUS 2.
           05 VALUE UPT-TEXT-WEEKDAY LINE 10 COL 15.
           05 SU-WEEKDAY PIC 9(001) LINE 10 COL PLUS 1
               TO ASK-WEEKDAY REQUIRED.
           05 VALUE UPT-TEXT-PCT LINE 12 COL 15.
           05 SU-PCT PIC ZZ9.9 LINE 12 COL PLUS 1
               TO ASK-PCT AUTO.
      ******************************************************************
       01  ASK-REVIEW-SCREEN.
           05 VALUE UPT-TEXT-REVIEW LINE 08 COL 10.
           05 AR-DATE PIC 9(008) LINE 08 COL PLUS 1
               TO REVIEW-DATE REQUIRED AUTO.
      ******************************************************************
       01  ASK-ACCEPT-SCREEN.
           05 VALUE UPT-TEXT-SCHOOL LINE 08 COL 15.
           05 AA-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID AUTO.
           05 VALUE UPT-TEXT-ALL-SCHOOLS LINE 08 COL PLUS 2.
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
               DISPLAY UPT-MENU
               ACCEPT UPT-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-ROLL
                   WHEN 2
                       PERFORM 200-SET-UPTAKE
                   WHEN 3
                       PERFORM 300-REVIEW
                   WHEN 4
                       PERFORM 500-ACCEPT-PROPOSALS
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

      *> ADDS OR REPLACES THE ROLL FOR ONE SCHOOL AND TERM
       100-SET-ROLL SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID ASK-TERM-START ASK-TERM-END
               ASK-PUPILS
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SET-ROLL-SCREEN
           ACCEPT SET-ROLL-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-FIND-SCHOOL
           IF NOT SCHOOL-FOUND-YES
               MOVE ERROR-NO-SCHOOL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (ASK-TERM-START) NOT = ZERO OR
               TEST-DATE-YYYYMMDD (ASK-TERM-END) NOT = ZERO OR
               ASK-TERM-END < ASK-TERM-START
               MOVE ERROR-BAD-TERM TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-PUPILS = ZERO
               MOVE ERROR-NO-PUPILS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXPUPILROLL
           IF PROLL-STATUS-FS = 35 THEN
               CLOSE FXPUPILROLL
               OPEN OUTPUT FXPUPILROLL
           ELSE
               IF PROLL-STATUS-FS NOT = ZERO THEN
                   MOVE PROLL-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-SCHOOL-ID TO PROLL-SCHOOL-ID
           MOVE ASK-TERM-START TO PROLL-TERM-START
           MOVE ASK-TERM-END TO PROLL-TERM-END
           MOVE ASK-PUPILS TO PROLL-PUPILS
           CALL "GETOPER" USING PROLL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PROLL-LAST-DATE
           WRITE PROLL-DETAILS
               INVALID KEY
                   REWRITE PROLL-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXPUPILROLL
           MOVE CONFIRM-ROLL-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-FIND-SCHOOL SECTION.
           MOVE "N" TO SCHOOL-FOUND
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = ZERO THEN
               MOVE ASK-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SCHOOL-FOUND
               END-READ
           END-IF
           CLOSE FXSCHOOL
       EXIT SECTION.

      *> SCHOOL ZERO SETS THE HOUSE FIGURE FOR THE WEEKDAY
       200-SET-UPTAKE SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID ASK-WEEKDAY ASK-PCT
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SET-UPTAKE-SCREEN
           ACCEPT SET-UPTAKE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-SCHOOL-ID NOT = ZERO
               PERFORM 110-FIND-SCHOOL
               IF NOT SCHOOL-FOUND-YES
                   MOVE ERROR-NO-SCHOOL TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           IF ASK-WEEKDAY < 1 OR ASK-WEEKDAY > 7
               MOVE ERROR-WEEKDAY TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-PCT > 100
               MOVE ERROR-BAD-PCT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXUPTAKE
           IF UPT-STATUS-FS = 35 THEN
               CLOSE FXUPTAKE
               OPEN OUTPUT FXUPTAKE
           ELSE
               IF UPT-STATUS-FS NOT = ZERO THEN
                   MOVE UPT-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-SCHOOL-ID TO UPT-SCHOOL-ID
           MOVE ASK-WEEKDAY TO UPT-WEEKDAY
           MOVE ASK-PCT TO UPT-PCT
           CALL "GETOPER" USING UPT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO UPT-LAST-DATE
           WRITE UPT-DETAILS
               INVALID KEY
                   REWRITE UPT-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXUPTAKE
           MOVE CONFIRM-UPT-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> ONE WALK OF FXSTANDORD IN KEY ORDER (SCHOOL, WEEKDAY,
      *> SANDWICH, FROM-DATE) KEEPS, FOR EACH SCHOOL / WEEKDAY /
      *> SANDWICH, THE VERSION IN FORCE ON THE REVIEW DATE; EACH
      *> SCHOOL'S PATTERN IS REVIEWED WHEN THE SCHOOL CHANGES.
      *> PENDING PROPOSALS FROM AN EARLIER REVIEW ARE CLEARED FIRST
       300-REVIEW SECTION.
           MOVE ZERO TO REVIEW-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-REVIEW-SCREEN
           ACCEPT ASK-REVIEW-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD (REVIEW-DATE) NOT = ZERO
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSTANDORD
           IF STO-STATUS-FS NOT = ZERO THEN
               CLOSE FXSTANDORD
               MOVE ERROR-NO-PATTERN TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           COMPUTE TODAY-NUMBER = INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE HISTORY-FROM-NUMBER = TODAY-NUMBER - HISTORY-DAYS
           COMPUTE HISTORY-FROM-DATE =
               DATE-OF-INTEGER (HISTORY-FROM-NUMBER)
           OPEN I-O FXSTOPROP
           IF SPRO-STATUS-FS = 35 THEN
               CLOSE FXSTOPROP
               OPEN OUTPUT FXSTOPROP
               CLOSE FXSTOPROP
               OPEN I-O FXSTOPROP
           END-IF
           IF SPRO-STATUS-FS NOT = ZERO THEN
               MOVE SPRO-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM 310-CLEAR-PENDING
           OPEN INPUT FXORDERS
           OPEN INPUT FXSCHHOL
           OPEN INPUT FXPUPILROLL
           OPEN INPUT FXUPTAKE
           MOVE SPACES TO REPORT-FILENAME
           STRING "STOREVIEW-" DELIMITED BY SIZE
               REVIEW-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT REVIEW-FILE
           MOVE REVIEW-DATE TO RH-DATE
           MOVE HISTORY-FROM-DATE TO RH-HISTORY
           WRITE REVIEW-LINE FROM REVIEW-HEADING
           WRITE REVIEW-LINE FROM REVIEW-COLUMNS
           MOVE 2 TO LINE-COUNT
           MOVE ZERO TO PROPOSAL-COUNT PAT-COUNT CURRENT-SCHOOL
           MOVE ZERO TO CURRENT-GROUP
           MOVE "N" TO GROUP-SET
           MOVE "N" TO STO-EOF-FLAG
           MOVE LOW-VALUES TO STO-ID
           START FXSTANDORD KEY IS >= STO-ID
               INVALID KEY SET EOF-STO TO TRUE
           END-START
           PERFORM UNTIL EOF-STO
               READ FXSTANDORD NEXT RECORD
                   AT END SET EOF-STO TO TRUE
                   NOT AT END
                       PERFORM 320-TAKE-VERSION
               END-READ
           END-PERFORM
           PERFORM 330-CLOSE-GROUP
           PERFORM 400-REVIEW-SCHOOL
           CLOSE REVIEW-FILE
           CLOSE FXUPTAKE
           CLOSE FXPUPILROLL
           CLOSE FXSCHHOL
           CLOSE FXORDERS
           CLOSE FXSTOPROP
           CLOSE FXSTANDORD
           MOVE "STOREVIEW" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "UPTAKE" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "UPTAKE" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE LINE-COUNT TO RLOG-PROCESSED
           MOVE PROPOSAL-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE REVIEW-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-CLEAR-PENDING SECTION.
           MOVE "N" TO SPRO-EOF-FLAG
           MOVE LOW-VALUES TO SPRO-ID
           START FXSTOPROP KEY IS >= SPRO-ID
               INVALID KEY SET EOF-SPRO TO TRUE
           END-START
           PERFORM UNTIL EOF-SPRO
               READ FXSTOPROP NEXT RECORD
                   AT END SET EOF-SPRO TO TRUE
                   NOT AT END
                       IF SPRO-STATUS-PENDING
                           DELETE FXSTOPROP
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       320-TAKE-VERSION SECTION.
           IF STO-SCHOOL-ID NOT = CG-SCHOOL-ID OR
               STO-WEEKDAY NOT = CG-WEEKDAY OR
               STO-SANDWICH-ID NOT = CG-SANDWICH-ID
               PERFORM 330-CLOSE-GROUP
               IF STO-SCHOOL-ID NOT = CURRENT-SCHOOL
                   PERFORM 400-REVIEW-SCHOOL
                   MOVE STO-SCHOOL-ID TO CURRENT-SCHOOL
                   MOVE ZERO TO PAT-COUNT
               END-IF
               MOVE STO-SCHOOL-ID TO CG-SCHOOL-ID
               MOVE STO-WEEKDAY TO CG-WEEKDAY
               MOVE STO-SANDWICH-ID TO CG-SANDWICH-ID
               MOVE ZERO TO GROUP-QTY
               MOVE "N" TO GROUP-SET
           END-IF
           IF STO-EFF-DATE <= REVIEW-DATE
               MOVE STO-QTY TO GROUP-QTY
               MOVE "Y" TO GROUP-SET
           END-IF
       EXIT SECTION.

      *> A STOPPED PATTERN (LATEST VERSION QUANTITY ZERO) OR ONE NOT
      *> YET STARTED ON THE REVIEW DATE IS NOT REVIEWED
       330-CLOSE-GROUP SECTION.
           IF NOT GROUP-SET-YES OR GROUP-QTY = ZERO
               EXIT SECTION
           END-IF
           IF PAT-COUNT >= MAX-LINES
               EXIT SECTION
           END-IF
           ADD 1 TO PAT-COUNT
           MOVE CG-WEEKDAY TO PAT-WEEKDAY (PAT-COUNT)
           MOVE CG-SANDWICH-ID TO PAT-SAND-ID (PAT-COUNT)
           MOVE GROUP-QTY TO PAT-QTY (PAT-COUNT)
           MOVE ZERO TO PAT-HIST-QTY (PAT-COUNT)
           MOVE ZERO TO PAT-HIST-CNT (PAT-COUNT)
           MOVE "N" TO GROUP-SET
       EXIT SECTION.

       400-REVIEW-SCHOOL SECTION.
           IF CURRENT-SCHOOL = ZERO OR PAT-COUNT = ZERO
               EXIT SECTION
           END-IF
           PERFORM 410-COLLECT-HISTORY
           PERFORM 420-FIND-ROLL
           PERFORM VARYING REVIEW-WEEKDAY FROM 1 BY 1
               UNTIL REVIEW-WEEKDAY > 7
               PERFORM 430-REVIEW-WEEKDAY
           END-PERFORM
       EXIT SECTION.

      *> THE SCHOOL'S ORDERS OVER THE LAST EIGHT WEEKS, TERM BREAKS
      *> LEFT OUT, AVERAGED PER WEEKDAY AND SANDWICH AS THE DEMAND
      *> FORECAST DOES
       410-COLLECT-HISTORY SECTION.
           IF ORD-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO ORD-EOF-FLAG
           MOVE CURRENT-SCHOOL TO ORD-SCHOOL-ID
           MOVE HISTORY-FROM-DATE TO ORD-DELIVERY-DATE
           MOVE ZERO TO ORD-SANDWICH-ID
           START FXORDERS KEY IS >= ORD-ID
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = CURRENT-SCHOOL OR
                           ORD-DELIVERY-DATE >= TODAY-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           PERFORM 415-TAKE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       415-TAKE-HISTORY SECTION.
           MOVE ORD-DELIVERY-DATE TO CHECK-DATE
           PERFORM 450-CHECK-HOLIDAY
           IF IN-HOLIDAY-YES
               EXIT SECTION
           END-IF
           COMPUTE ORDER-DAY-NUMBER = INTEGER-OF-DATE (CHECK-DATE)
           COMPUTE ORDER-WEEKDAY = MOD (ORDER-DAY-NUMBER, 7)
           IF ORDER-WEEKDAY = ZERO
               MOVE 7 TO ORDER-WEEKDAY
           END-IF
           MOVE ZERO TO PAT-FOUND-IX
           PERFORM VARYING PAT-IX FROM 1 BY 1
               UNTIL PAT-IX > PAT-COUNT OR PAT-FOUND-IX NOT = ZERO
               IF PAT-WEEKDAY (PAT-IX) = ORDER-WEEKDAY AND
                   PAT-SAND-ID (PAT-IX) = ORD-SANDWICH-ID
                   MOVE PAT-IX TO PAT-FOUND-IX
               END-IF
           END-PERFORM
           IF PAT-FOUND-IX NOT = ZERO
               ADD ORD-QTY TO PAT-HIST-QTY (PAT-FOUND-IX)
               ADD 1 TO PAT-HIST-CNT (PAT-FOUND-IX)
           END-IF
       EXIT SECTION.

      *> THE ROLL OF THE LATEST TERM STARTING ON OR BEFORE THE
      *> REVIEW DATE
       420-FIND-ROLL SECTION.
           MOVE "N" TO ROLL-FOUND
           MOVE ZERO TO ROLL-PUPILS
           IF PROLL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO PROLL-EOF-FLAG
           MOVE CURRENT-SCHOOL TO PROLL-SCHOOL-ID
           MOVE ZERO TO PROLL-TERM-START
           START FXPUPILROLL KEY IS >= PROLL-KEY
               INVALID KEY SET EOF-PROLL TO TRUE
           END-START
           PERFORM UNTIL EOF-PROLL
               READ FXPUPILROLL NEXT RECORD
                   AT END SET EOF-PROLL TO TRUE
                   NOT AT END
                       IF PROLL-SCHOOL-ID NOT = CURRENT-SCHOOL OR
                           PROLL-TERM-START > REVIEW-DATE
                           SET EOF-PROLL TO TRUE
                       ELSE
                           MOVE "Y" TO ROLL-FOUND
                           MOVE PROLL-PUPILS TO ROLL-PUPILS
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       430-REVIEW-WEEKDAY SECTION.
           MOVE ZERO TO PATTERN-TOTAL HISTORY-TOTAL
           PERFORM VARYING PAT-IX FROM 1 BY 1
               UNTIL PAT-IX > PAT-COUNT
               IF PAT-WEEKDAY (PAT-IX) = REVIEW-WEEKDAY
                   ADD PAT-QTY (PAT-IX) TO PATTERN-TOTAL
                   IF PAT-HIST-CNT (PAT-IX) > ZERO
                       COMPUTE HISTORY-AVG ROUNDED =
                           PAT-HIST-QTY (PAT-IX) / PAT-HIST-CNT (PAT-IX)
                       ADD HISTORY-AVG TO HISTORY-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF PATTERN-TOTAL = ZERO
               EXIT SECTION
           END-IF
           PERFORM 440-FIND-UPTAKE
           MOVE ZERO TO EXPECTED-TOTAL
           IF ROLL-FOUND-YES AND UPTAKE-FOUND-YES
               COMPUTE EXPECTED-TOTAL ROUNDED =
                   ROLL-PUPILS * UPTAKE-PCT / 100
           END-IF
           MOVE CURRENT-SCHOOL TO DD-SCHOOL
           MOVE REVIEW-WEEKDAY TO DD-WEEKDAY
           MOVE ROLL-PUPILS TO DD-ROLL
           MOVE UPTAKE-PCT TO DD-PCT
           MOVE EXPECTED-TOTAL TO DD-EXPECTED
           MOVE PATTERN-TOTAL TO DD-STANDING
           MOVE HISTORY-TOTAL TO DD-HISTORY
           WRITE REVIEW-LINE FROM DAY-DETAIL
           ADD 1 TO LINE-COUNT
           PERFORM VARYING PAT-IX FROM 1 BY 1
               UNTIL PAT-IX > PAT-COUNT
               IF PAT-WEEKDAY (PAT-IX) = REVIEW-WEEKDAY
                   PERFORM 460-PROPOSE-ONE
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE SCHOOL'S OWN FIGURE FOR THE WEEKDAY, ELSE THE HOUSE ONE
       440-FIND-UPTAKE SECTION.
           MOVE "N" TO UPTAKE-FOUND
           MOVE ZERO TO UPTAKE-PCT
           IF UPT-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE CURRENT-SCHOOL TO UPT-SCHOOL-ID
           MOVE REVIEW-WEEKDAY TO UPT-WEEKDAY
           READ FXUPTAKE
               INVALID KEY
                   MOVE ZERO TO UPT-SCHOOL-ID
                   MOVE REVIEW-WEEKDAY TO UPT-WEEKDAY
                   READ FXUPTAKE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO UPTAKE-FOUND
                           MOVE UPT-PCT TO UPTAKE-PCT
                   END-READ
               NOT INVALID KEY
                   MOVE "Y" TO UPTAKE-FOUND
                   MOVE UPT-PCT TO UPTAKE-PCT
           END-READ
       EXIT SECTION.

       450-CHECK-HOLIDAY SECTION.
           MOVE "N" TO IN-HOLIDAY
           IF HOL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO HOL-EOF-FLAG
           MOVE ZERO TO HOL-ID
           START FXSCHHOL KEY IS >= HOL-ID
               INVALID KEY SET EOF-HOL TO TRUE
           END-START
           PERFORM UNTIL EOF-HOL
               READ FXSCHHOL NEXT RECORD
                   AT END SET EOF-HOL TO TRUE
                   NOT AT END
                       IF (HOL-SCHOOL-ID = CURRENT-SCHOOL OR
                           HOL-SCHOOL-ID = ZERO) AND
                           CHECK-DATE >= HOL-FROM-DATE AND
                           CHECK-DATE <= HOL-TO-DATE
                           MOVE "Y" TO IN-HOLIDAY
                           SET EOF-HOL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> THE EXPECTED NUMBER IS SHARED OVER THE DAY'S SANDWICHES IN
      *> THE PROPORTIONS OF THE CURRENT PATTERN; WITHOUT A ROLL OR AN
      *> UPTAKE THE LINE IS SHOWN BUT NOTHING IS PROPOSED
       460-PROPOSE-ONE SECTION.
           MOVE ZERO TO HISTORY-AVG
           IF PAT-HIST-CNT (PAT-IX) > ZERO
               COMPUTE HISTORY-AVG ROUNDED =
                   PAT-HIST-QTY (PAT-IX) / PAT-HIST-CNT (PAT-IX)
           END-IF
           MOVE PAT-SAND-ID (PAT-IX) TO LD-SANDWICH
           MOVE PAT-QTY (PAT-IX) TO LD-STANDING
           MOVE HISTORY-AVG TO LD-HISTORY
           MOVE SPACES TO LD-NOTE
           EVALUATE TRUE
               WHEN NOT ROLL-FOUND-YES
                   MOVE PAT-QTY (PAT-IX) TO PROPOSED-QTY
                   MOVE "NO ROLL" TO LD-NOTE
               WHEN NOT UPTAKE-FOUND-YES
                   MOVE PAT-QTY (PAT-IX) TO PROPOSED-QTY
                   MOVE "NO UPTAKE" TO LD-NOTE
               WHEN OTHER
                   COMPUTE PROPOSED-QTY ROUNDED =
                       EXPECTED-TOTAL * PAT-QTY (PAT-IX)
                       / PATTERN-TOTAL
           END-EVALUATE
           MOVE PROPOSED-QTY TO LD-PROPOSED
           IF ROLL-FOUND-YES AND UPTAKE-FOUND-YES AND
               PROPOSED-QTY NOT = PAT-QTY (PAT-IX)
               MOVE "** CHANGE **" TO LD-NOTE
               PERFORM 470-FILE-PROPOSAL
           END-IF
           WRITE REVIEW-LINE FROM LINE-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

      *> AN ACCEPTED PROPOSAL FROM AN EARLIER REVIEW IS REPLACED
       470-FILE-PROPOSAL SECTION.
           MOVE CURRENT-SCHOOL TO SPRO-SCHOOL-ID
           MOVE REVIEW-WEEKDAY TO SPRO-WEEKDAY
           MOVE PAT-SAND-ID (PAT-IX) TO SPRO-SANDWICH-ID
           MOVE REVIEW-DATE TO SPRO-EFF-DATE
           MOVE PAT-QTY (PAT-IX) TO SPRO-CURRENT-QTY
           MOVE PROPOSED-QTY TO SPRO-QTY
           MOVE "P" TO SPRO-STATUS
           CALL "GETOPER" USING SPRO-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SPRO-LAST-DATE
           WRITE SPRO-DETAILS
               INVALID KEY
                   REWRITE SPRO-DETAILS
                   END-REWRITE
           END-WRITE
           ADD 1 TO PROPOSAL-COUNT
       EXIT SECTION.

      *> EVERY PENDING PROPOSAL OF ONE SCHOOL (OR OF ALL SCHOOLS)
      *> BECOMES A DATED FXSTANDORD VERSION, THE SAME WAY A VERSION
      *> KEYED ON THE STANDING ORDER SCREEN IS CARRIED
       500-ACCEPT-PROPOSALS SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID ACCEPT-COUNT
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-ACCEPT-SCREEN
           ACCEPT ASK-ACCEPT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXSTOPROP
           IF SPRO-STATUS-FS NOT = ZERO THEN
               CLOSE FXSTOPROP
               MOVE ERROR-NO-PROPOSALS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXSTANDORD
           IF STO-STATUS-FS = 35 THEN
               CLOSE FXSTANDORD
               OPEN OUTPUT FXSTANDORD
           ELSE
               IF STO-STATUS-FS NOT = ZERO THEN
                   MOVE STO-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE "N" TO SPRO-EOF-FLAG
           MOVE LOW-VALUES TO SPRO-ID
           MOVE ASK-SCHOOL-ID TO SPRO-SCHOOL-ID
           START FXSTOPROP KEY IS >= SPRO-ID
               INVALID KEY SET EOF-SPRO TO TRUE
           END-START
           PERFORM UNTIL EOF-SPRO
               READ FXSTOPROP NEXT RECORD
                   AT END SET EOF-SPRO TO TRUE
                   NOT AT END
                       IF ASK-SCHOOL-ID NOT = ZERO AND
                           SPRO-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-SPRO TO TRUE
                       ELSE
                           IF SPRO-STATUS-PENDING
                               PERFORM 510-ACCEPT-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSTANDORD
           CLOSE FXSTOPROP
           MOVE SPACES TO ERROR-TEXT
           STRING ACCEPT-COUNT DELIMITED BY SIZE
               ACCEPT-DONE-TEXT DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       510-ACCEPT-ONE SECTION.
           MOVE SPRO-SCHOOL-ID TO STO-SCHOOL-ID
           MOVE SPRO-WEEKDAY TO STO-WEEKDAY
           MOVE SPRO-SANDWICH-ID TO STO-SANDWICH-ID
           MOVE SPRO-EFF-DATE TO STO-EFF-DATE
           MOVE SPRO-QTY TO STO-QTY
           CALL "GETOPER" USING STO-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO STO-LAST-DATE
           WRITE STO-DETAILS
               INVALID KEY
                   REWRITE STO-DETAILS
                   END-REWRITE
           END-WRITE
           MOVE "A" TO SPRO-STATUS
           CALL "GETOPER" USING SPRO-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SPRO-LAST-DATE
           REWRITE SPRO-DETAILS
           END-REWRITE
           ADD 1 TO ACCEPT-COUNT
       EXIT SECTION.
