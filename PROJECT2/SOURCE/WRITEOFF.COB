      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    BAD-DEBT WRITE-OFF - CLOSES THE OPEN BALANCE OF A SCHOOL
      *    INVOICE THAT WILL NEVER BE COLLECTED WITHOUT A FAKE CREDIT
      *    NOTE:
      *    - ANY OPERATOR MAY REQUEST THE WRITE-OFF OF AN OPEN
      *      FXSCHINV INVOICE, WITH A REASON; IT WAITS ON FXWRITEOFF
      *      AS PENDING.
      *    - AN OPERATOR WITH THE SUPERVISOR PERMISSION, WHO MUST NOT
      *      BE THE REQUESTER, APPROVES OR REJECTS IT. APPROVAL
      *      SPLITS THE BALANCE STILL OPEN INTO NET AND VAT RELIEF
      *      AND CLOSES THE INVOICE WITH STATUS "W". GL-EXPORT POSTS
      *      THE BAD-DEBT JOURNAL FROM THE APPROVED RECORDS.
      *    - A WRITE-OFF REGISTER LISTS THE PERIOD'S APPROVED
      *      WRITE-OFFS AND WHAT HAS SINCE BEEN RECOVERED THROUGH
      *      CASHRCPT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXWRITEOFF ASSIGN TO "FXWRITEOFF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOF-ID
                   FILE STATUS WOF-STATUS-FS.

               SELECT FXSCHINV ASSIGN TO "FXSCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT REGISTER-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXWRITEOFF.
           COPY FD-WRITEOFF.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD REGISTER-FILE.
       01  REGISTER-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "BAD DEBT WRITE-OFFS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  WOF-MENU-OPTION1    VALUE "1 - REQUEST A WRITE-OFF".
       78  WOF-MENU-OPTION2    VALUE "2 - APPROVE PENDING WRITE-OFFS".
       78  WOF-MENU-OPTION3    VALUE "3 - WRITE-OFF REGISTER".
       78  WOF-MENU-OPTION4    VALUE "4 - BACK".
       78  WOF-TEXT-INV        VALUE "INVOICE NO.:".
       78  WOF-TEXT-REASON     VALUE "     REASON:".
       78  SHOW-WOF-TEXT       VALUE "WRITE-OFF:".
       78  SHOW-INV-TEXT       VALUE "INVOICE:".
       78  SHOW-SCHOOL-TEXT    VALUE "SCHOOL:".
       78  SHOW-OPEN-TEXT      VALUE "STILL OPEN:".
       78  SHOW-REASON-TEXT    VALUE "REASON:".
       78  SHOW-BY-TEXT        VALUE "REQUESTED BY:".
       78  DECIDE-TEXT
           VALUE "(A)PPROVE / RE(J)ECT / (S)KIP:".
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "PERIOD TO   (YYYYMMDD):".
       78  ERROR-NO-INVOICE    VALUE "INVOICE DOESN'T EXIST".
       78  ERROR-NOT-OPEN
           VALUE "ONLY AN OPEN INVOICE WITH A BALANCE CAN BE WRITTEN "-
           "OFF".
       78  ERROR-IN-COLLECTION
           VALUE "THE INVOICE IS IN A DIRECT DEBIT COLLECTION".
       78  ERROR-ALREADY-PENDING
           VALUE "A WRITE-OFF OF THIS INVOICE IS ALREADY PENDING".
       78  ERROR-NO-REASON     VALUE "A REASON IS REQUIRED".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE SUPERVISOR PERMISSION".
       78  ERROR-SAME-OPERATOR
           VALUE "THE APPROVING OPERATOR MUST NOT BE THE ONE WHO "-
           "REQUESTED THE WRITE-OFF".
       78  ERROR-NOTHING-OPEN
           VALUE "THE INVOICE NO LONGER HAS AN OPEN BALANCE, REJECTED".
       78  CONFIRM-REQUEST
           VALUE "WRITE-OFF REQUESTED, AWAITING SUPERVISOR APPROVAL".
       78  NO-PENDING-TEXT
           VALUE "NO PENDING WRITE-OFFS, PRESS ANY KEY".
       78  REVIEW-DONE-TEXT
           VALUE "REVIEW FINISHED, PRESS ANY KEY".
       78  REGISTER-DONE
           VALUE "WRITE-OFF REGISTER PRODUCED, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  WOF-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  REGISTER-STATUS                  PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  WOF-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-WOF                      VALUE "Y".
       01  DECIDE-ANSWER                    PIC X(002).
           88  DECIDE-APPROVE               VALUE "A" "a".
           88  DECIDE-REJECT                VALUE "J" "j".
           88  DECIDE-VALID
               VALUE "A" "a" "J" "j" "S" "s".
       01  REVIEWER-ID                      PIC X(008).
       01  ALREADY-PENDING                  PIC X(001).
           88  ALREADY-PENDING-YES          VALUE "Y".
       01  NEXT-WOF-ID                      PIC 9(006).
       01  ASK-INV-ID                       PIC 9(006).
       01  ASK-REASON                       PIC X(040).
       01  OPEN-BALANCE                     PIC 9(007)V99.
       01  INVOICE-GROSS                    PIC 9(007)V99.
       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       77  PENDING-COUNT                    PIC 9(005).
       77  LINE-COUNT                       PIC 9(006).
       01  TOTAL-NET                        PIC 9(009)V99.
       01  TOTAL-VAT                        PIC 9(009)V99.
       01  TOTAL-RECOVERED                  PIC 9(009)V99.

       01  SHOW-WOF-ID                      PIC 9(006).
       01  SHOW-INV-ID                      PIC 9(006).
       01  SHOW-SCHOOL-ID                   PIC 9(005).
       01  SHOW-OPEN                        PIC ZZZZZZ9.99.
       01  SHOW-REASON                      PIC X(040).
       01  SHOW-REQ-BY                      PIC X(008).

       01  REPORT-FILENAME                  PIC X(040).
       01  REGISTER-HEADING.
           05  FILLER                       PIC X(071) VALUE
               "WOF-ID INV.   SCHOOL  APPROVED REASON".
           05  FILLER                       PIC X(061) VALUE
               "         NET          VAT        GROSS    RECOVERED".
       01  REGISTER-DETAIL.
           05  RG-WOF-ID                    PIC 9(006).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RG-INV-ID                    PIC 9(006).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RG-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RG-DATE                      PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RG-REASON                    PIC X(040).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RG-NET                       PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RG-VAT                       PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RG-GROSS                     PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RG-RECOVERED                 PIC ZZZZZZZZ9.99.
       01  REGISTER-TOTAL-LINE.
           05  FILLER                       PIC X(030) VALUE
               "TOTAL WRITTEN OFF".
           05  FILLER                       PIC X(041) VALUE SPACES.
           05  RT-NET                       PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RT-VAT                       PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RT-GROSS                     PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  RT-RECOVERED                 PIC ZZZZZZZZ9.99.

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
       01  WOF-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE WOF-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE WOF-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE WOF-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE WOF-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 WM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-WOF-SCREEN.
           05 VALUE WOF-TEXT-INV LINE 08 COL 15.
           05 AW-INV PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-INV-ID REQUIRED.
           05 VALUE WOF-TEXT-REASON LINE 10 COL 15.
           05 AW-REASON PIC X(040) LINE 10 COL PLUS 1
               TO ASK-REASON AUTO.
      ******************************************************************
       01  SHOW-WOF-SCREEN.
           05 VALUE SHOW-WOF-TEXT LINE 08 COL 15.
           05 SW-ID PIC 9(006) LINE 08 COL PLUS 1
               FROM SHOW-WOF-ID.
           05 VALUE SHOW-INV-TEXT LINE 10 COL 15.
           05 SW-INV PIC 9(006) LINE 10 COL PLUS 1
               FROM SHOW-INV-ID.
           05 VALUE SHOW-SCHOOL-TEXT LINE 11 COL 15.
           05 SW-SCHOOL PIC 9(005) LINE 11 COL PLUS 1
               FROM SHOW-SCHOOL-ID.
           05 VALUE SHOW-OPEN-TEXT LINE 12 COL 15.
           05 SW-OPEN PIC ZZZZZZ9.99 LINE 12 COL PLUS 1
               FROM SHOW-OPEN.
           05 VALUE SHOW-REASON-TEXT LINE 14 COL 15.
           05 SW-REASON PIC X(040) LINE 14 COL PLUS 1
               FROM SHOW-REASON.
           05 VALUE SHOW-BY-TEXT LINE 16 COL 15.
           05 SW-BY PIC X(008) LINE 16 COL PLUS 1
               FROM SHOW-REQ-BY.
           05 VALUE DECIDE-TEXT LINE 18 COL 15.
           05 SW-DECIDE PIC X(002) LINE 18 COL PLUS 1
               TO DECIDE-ANSWER AUTO.
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
           CALL "GETOPER" USING REVIEWER-ID
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY WOF-MENU
               ACCEPT WOF-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-REQUEST-WRITE-OFF
                   WHEN 2
                       PERFORM 200-APPROVE-PENDING
                   WHEN 3
                       PERFORM 300-WRITE-OFF-REGISTER
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
           CALL "TRNBANNER"
           STRING ERROR-FILE-STATUS-MSG DELIMITED BY SIZE
               FILE-ERROR-STATUS DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

       100-REQUEST-WRITE-OFF SECTION.
           MOVE ZERO TO ASK-INV-ID
           MOVE SPACES TO ASK-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-WOF-SCREEN
           ACCEPT ASK-WOF-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-REASON = SPACES
               MOVE ERROR-NO-REASON TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHINV
               MOVE ERROR-NO-INVOICE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-INV-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY
                   CLOSE FXSCHINV
                   MOVE ERROR-NO-INVOICE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXSCHINV
           PERFORM 150-OPEN-BALANCE
           IF NOT SCHINV-STATUS-OPEN OR OPEN-BALANCE = ZERO
               MOVE ERROR-NOT-OPEN TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF SCHINV-IN-COLLECTION
               MOVE ERROR-IN-COLLECTION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 120-NEXT-WRITE-OFF-NUMBER
           IF ALREADY-PENDING-YES
               MOVE ERROR-ALREADY-PENDING TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 130-SAVE-REQUEST
           MOVE CONFIRM-REQUEST TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> ONE PASS FINDS THE NEXT NUMBER AND ANY REQUEST STILL
      *> PENDING FOR THE SAME INVOICE
       120-NEXT-WRITE-OFF-NUMBER SECTION.
           MOVE 1 TO NEXT-WOF-ID
           MOVE "N" TO ALREADY-PENDING
           MOVE "N" TO WOF-EOF-FLAG
           OPEN INPUT FXWRITEOFF
           IF WOF-STATUS-FS NOT = ZERO AND WOF-STATUS-FS NOT = 35
               MOVE WOF-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF WOF-STATUS-FS NOT = 35 THEN
               PERFORM UNTIL EOF-WOF
                   READ FXWRITEOFF NEXT RECORD
                       AT END SET EOF-WOF TO TRUE
                       NOT AT END
                           IF WOF-ID >= NEXT-WOF-ID
                               COMPUTE NEXT-WOF-ID = WOF-ID + 1
                           END-IF
                           IF WOF-INV-ID = ASK-INV-ID AND
                               WOF-STATUS-PENDING
                               MOVE "Y" TO ALREADY-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXWRITEOFF
           END-IF
       EXIT SECTION.

       130-SAVE-REQUEST SECTION.
           OPEN I-O FXWRITEOFF
           IF WOF-STATUS-FS = 35 THEN
               CLOSE FXWRITEOFF
               OPEN OUTPUT FXWRITEOFF
           ELSE
               IF WOF-STATUS-FS NOT = ZERO THEN
                   MOVE WOF-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           INITIALIZE WOF-DETAILS
           MOVE NEXT-WOF-ID TO WOF-ID
           MOVE SCHINV-ID TO WOF-INV-ID
           MOVE SCHINV-SCHOOL-ID TO WOF-SCHOOL-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WOF-REQ-DATE
           MOVE UPPER-CASE (ASK-REASON) TO WOF-REASON
           MOVE "P" TO WOF-STATUS
           MOVE REVIEWER-ID TO WOF-REQ-BY
           MOVE SPACES TO WOF-APPR-BY
           MOVE "N" TO WOF-GL-FLAG
           CALL "GETOPER" USING WOF-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WOF-LAST-DATE
           WRITE WOF-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FXWRITEOFF
       EXIT SECTION.

      *> WHAT THE SCHOOL STILL OWES: THE PRINTED GROSS LESS THE CASH
      *> ALREADY ALLOCATED, AS CASHRCPT WORKS IT OUT
       150-OPEN-BALANCE SECTION.
           COMPUTE INVOICE-GROSS =
               SCHINV-TOTAL + SCHINV-VAT-AMOUNT
           IF SCHINV-PAID-AMOUNT >= INVOICE-GROSS
               MOVE ZERO TO OPEN-BALANCE
           ELSE
               COMPUTE OPEN-BALANCE =
                   INVOICE-GROSS - SCHINV-PAID-AMOUNT
           END-IF
       EXIT SECTION.

       200-APPROVE-PENDING SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO PENDING-COUNT
           MOVE "N" TO WOF-EOF-FLAG
           OPEN I-O FXWRITEOFF
           IF WOF-STATUS-FS NOT = ZERO THEN
               CLOSE FXWRITEOFF
               MOVE NO-PENDING-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               MOVE SCHINV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL EOF-WOF
               READ FXWRITEOFF NEXT RECORD
                   AT END SET EOF-WOF TO TRUE
                   NOT AT END
                       IF WOF-STATUS-PENDING
                           ADD 1 TO PENDING-COUNT
                           PERFORM 210-DECIDE-ONE-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
           CLOSE FXWRITEOFF
           IF PENDING-COUNT = ZERO
               MOVE NO-PENDING-TEXT TO ERROR-TEXT
           ELSE
               MOVE REVIEW-DONE-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-DECIDE-ONE-WRITE-OFF SECTION.
           MOVE WOF-INV-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY
                   INITIALIZE SCHINV-DETAILS
           END-READ
           PERFORM 150-OPEN-BALANCE
           MOVE WOF-ID TO SHOW-WOF-ID
           MOVE WOF-INV-ID TO SHOW-INV-ID
           MOVE WOF-SCHOOL-ID TO SHOW-SCHOOL-ID
           MOVE OPEN-BALANCE TO SHOW-OPEN
           MOVE WOF-REASON TO SHOW-REASON
           MOVE WOF-REQ-BY TO SHOW-REQ-BY
           MOVE SPACES TO DECIDE-ANSWER
           PERFORM WITH TEST AFTER UNTIL DECIDE-VALID
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY SHOW-WOF-SCREEN
               ACCEPT SHOW-WOF-SCREEN
               IF KEYSTATUS = 1003
                   SET EOF-WOF TO TRUE
                   EXIT SECTION
               END-IF
           END-PERFORM
      *> THE FOUR-EYES RULE: THE REQUESTER CANNOT ALSO BE THE
      *> APPROVER
           IF DECIDE-APPROVE AND REVIEWER-ID = WOF-REQ-BY
               MOVE ERROR-SAME-OPERATOR TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
      *> CASH OR A CREDIT MAY HAVE CLEARED THE INVOICE SINCE THE
      *> REQUEST; THERE IS THEN NOTHING LEFT TO WRITE OFF
           IF DECIDE-APPROVE AND
               (NOT SCHINV-STATUS-OPEN OR OPEN-BALANCE = ZERO
               OR SCHINV-IN-COLLECTION)
               MOVE ERROR-NOTHING-OPEN TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               MOVE "J" TO DECIDE-ANSWER
           END-IF
           EVALUATE TRUE
               WHEN DECIDE-APPROVE
                   PERFORM 220-CLOSE-INVOICE
                   MOVE "A" TO WOF-STATUS
               WHEN DECIDE-REJECT
                   MOVE "X" TO WOF-STATUS
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           MOVE REVIEWER-ID TO WOF-APPR-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WOF-APPR-DATE
           CALL "GETOPER" USING WOF-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WOF-LAST-DATE
           REWRITE WOF-DETAILS
           END-REWRITE
       EXIT SECTION.

      *> THE VAT SHARE OF THE OPEN BALANCE IS THE SAME SHARE THE
      *> VAT HAS OF THE WHOLE INVOICE; THE REST IS THE NET LOSS
       220-CLOSE-INVOICE SECTION.
           IF INVOICE-GROSS = ZERO
               MOVE ZERO TO WOF-VAT
           ELSE
               COMPUTE WOF-VAT ROUNDED =
                   OPEN-BALANCE * SCHINV-VAT-AMOUNT / INVOICE-GROSS
           END-IF
           COMPUTE WOF-NET = OPEN-BALANCE - WOF-VAT
           MOVE ZERO TO WOF-RECOVERED WOF-RCV-DATE WOF-RCV-EXPORTED
           MOVE "N" TO WOF-GL-FLAG
           MOVE "W" TO SCHINV-STATUS
           CALL "GETOPER" USING SCHINV-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCHINV-LAST-DATE
           REWRITE SCHINV-DETAILS
           END-REWRITE
       EXIT SECTION.

       300-WRITE-OFF-REGISTER SECTION.
           MOVE ZERO TO PERIOD-FROM PERIOD-TO
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE "N" TO WOF-EOF-FLAG
           MOVE ZERO TO TOTAL-NET TOTAL-VAT TOTAL-RECOVERED
           MOVE ZERO TO LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "WRITEOFF-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT REGISTER-FILE
           WRITE REGISTER-LINE FROM REGISTER-HEADING
           ADD 1 TO LINE-COUNT
           OPEN INPUT FXWRITEOFF
           IF WOF-STATUS-FS = ZERO THEN
               PERFORM UNTIL EOF-WOF
                   READ FXWRITEOFF NEXT RECORD
                       AT END SET EOF-WOF TO TRUE
                       NOT AT END
                           IF WOF-STATUS-APPROVED AND
                               WOF-APPR-DATE >= PERIOD-FROM AND
                               WOF-APPR-DATE <= PERIOD-TO
                               PERFORM 310-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXWRITEOFF
           MOVE TOTAL-NET TO RT-NET
           MOVE TOTAL-VAT TO RT-VAT
           COMPUTE RT-GROSS = TOTAL-NET + TOTAL-VAT
           MOVE TOTAL-RECOVERED TO RT-RECOVERED
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           ADD 1 TO LINE-COUNT
           CLOSE REGISTER-FILE
           MOVE "WRITEOFF" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "WRITEOFF" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE REGISTER-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-REGISTER-LINE SECTION.
           MOVE WOF-ID TO RG-WOF-ID
           MOVE WOF-INV-ID TO RG-INV-ID
           MOVE WOF-SCHOOL-ID TO RG-SCHOOL
           MOVE WOF-APPR-DATE TO RG-DATE
           MOVE WOF-REASON TO RG-REASON
           MOVE WOF-NET TO RG-NET
           MOVE WOF-VAT TO RG-VAT
           COMPUTE RG-GROSS = WOF-NET + WOF-VAT
           MOVE WOF-RECOVERED TO RG-RECOVERED
           WRITE REGISTER-LINE FROM REGISTER-DETAIL
           ADD 1 TO LINE-COUNT
           ADD WOF-NET TO TOTAL-NET
           ADD WOF-VAT TO TOTAL-VAT
           ADD WOF-RECOVERED TO TOTAL-RECOVERED
       EXIT SECTION.
