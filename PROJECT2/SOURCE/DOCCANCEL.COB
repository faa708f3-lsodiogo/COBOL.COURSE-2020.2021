      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    DOCUMENT SERIES AND CANCELLATIONS - AN INVOICE OR CREDIT
      *    NOTE ISSUED IN ERROR IS NEVER DELETED: ITS NUMBER IN THE
      *    SERIES MUST STAY ACCOUNTED FOR, SO IT IS CANCELLED WITH A
      *    REASON AND KEPT ON FILE WITH STATUS "X".
      *    - ONLY AN OPERATOR WITH THE SUPERVISOR PERMISSION CANCELS.
      *    - AN INVOICE ALREADY POSTED TO THE LEDGER, WRITTEN OFF, IN
      *      A DIRECT DEBIT COLLECTION, DATED IN A CLOSED PERIOD OR
      *      STILL CARRYING A CREDIT NOTE CANNOT BE CANCELLED - IT
      *      IS CREDITED INSTEAD. CANCELLING AN INVOICE PUTS ITS
      *      ORDERS BACK TO DELIVERED FOR THE NEXT INVOICING RUN,
      *      FREES THE TRAY LOSSES IT CHARGED AND THE EVENT IT
      *      BILLED, AND RETURNS ANY CASH ALLOCATED TO IT TO THE
      *      RECEIPT, ON ACCOUNT.
      *    - A CREDIT NOTE ALREADY POSTED TO THE LEDGER OR DATED IN A
      *      CLOSED PERIOD CANNOT BE CANCELLED.
      *    - THE SERIES INTEGRITY REPORT, FOR THE AUDITOR, TAKES EACH
      *      SERIES (DOCUMENT TYPE AND YEAR) ISSUED IN A PERIOD AND
      *      SHOWS ITS FIRST AND LAST NUMBER, HOW MANY DOCUMENTS,
      *      HOW MANY CANCELLED AND HOW MANY NUMBERS ARE MISSING,
      *      LISTING EVERY CANCELLATION WITH ITS REASON AND EVERY
      *      GAP, AND SETS THE HIGHEST NUMBER ON FILE AGAINST THE
      *      FXDOCSER COUNTER. DOCUMENTS ISSUED BEFORE THE SERIES
      *      WERE KEPT CARRY NO SERIES NUMBER AND ARE LEFT OUT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCANCEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSCHINV ASSIGN TO "FXSCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXSCHINVLN ASSIGN TO "FXSCHINVLN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHIL-ID
                   FILE STATUS SCHIL-STATUS-FS.

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXTRAYLEDG ASSIGN TO "FXTRAYLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRL-ID
                   FILE STATUS TRL-STATUS-FS.

               SELECT FXCASHRCPT ASSIGN TO "FXCASHRCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCPT-ID
                   FILE STATUS RCPT-STATUS-FS.

               SELECT FXRCPTALLOC ASSIGN TO "FXRCPTALLOC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAL-ID
                   FILE STATUS RAL-STATUS-FS.

               SELECT FXEVENT ASSIGN TO "FXEVENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-ID
                   FILE STATUS EVT-STATUS-FS.

               SELECT FXDOCSER ASSIGN TO "FXDOCSER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DSR-ID
                   FILE STATUS DSR-STATUS-FS.

               SELECT REGISTER-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXTRAYLEDG.
           COPY FD-TRAYLEDG.
       FD FXCASHRCPT.
           COPY FD-CASHRCPT.
       FD FXRCPTALLOC.
           COPY FD-RCPTALLOC.
       FD FXEVENT.
           COPY FD-EVENT.
       FD FXDOCSER.
           COPY FD-DOCSER.
       FD REGISTER-FILE.
       01  REGISTER-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW
           VALUE "DOCUMENT SERIES AND CANCELLATIONS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  DCN-MENU-OPTION1    VALUE "1 - CANCEL AN INVOICE".
       78  DCN-MENU-OPTION2    VALUE "2 - CANCEL A CREDIT NOTE".
       78  DCN-MENU-OPTION3    VALUE "3 - SERIES INTEGRITY REPORT".
       78  DCN-MENU-OPTION4    VALUE "4 - BACK".
       78  DCN-TEXT-INV        VALUE " INVOICE NO.:".
       78  DCN-TEXT-CRN        VALUE "  CREDIT NO.:".
       78  DCN-TEXT-REASON     VALUE "      REASON:".
       78  SHOW-DOC-TEXT       VALUE "DOCUMENT:".
       78  SHOW-SCHOOL-TEXT    VALUE "SCHOOL:".
       78  SHOW-DATE-TEXT      VALUE "ISSUED:".
       78  SHOW-GROSS-TEXT     VALUE "AMOUNT:".
       78  SHOW-PAID-TEXT      VALUE "CASH ALLOCATED:".
       78  SHOW-REASON-TEXT    VALUE "REASON:".
       78  CONFIRM-TEXT        VALUE "CANCEL THIS DOCUMENT (Y/N):".
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "PERIOD TO   (YYYYMMDD):".
       78  ERROR-NO-INVOICE    VALUE "INVOICE DOESN'T EXIST".
       78  ERROR-NO-CREDIT     VALUE "CREDIT NOTE DOESN'T EXIST".
       78  ERROR-NO-REASON     VALUE "A REASON IS REQUIRED".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE SUPERVISOR PERMISSION".
       78  ERROR-ALREADY-CANCELLED
           VALUE "THE DOCUMENT IS ALREADY CANCELLED".
       78  ERROR-WRITTEN-OFF
           VALUE "THE INVOICE WAS WRITTEN OFF AND CANNOT BE CANCELLED".
       78  ERROR-IN-COLLECTION
           VALUE "THE INVOICE IS IN A DIRECT DEBIT COLLECTION".
       78  ERROR-GL-EXPORTED
           VALUE "ALREADY POSTED TO THE LEDGER - ISSUE A CREDIT NOTE "-
           "INSTEAD".
       78  ERROR-PERIOD-CLOSED
           VALUE "THE DOCUMENT DATE FALLS IN A CLOSED PERIOD".
       78  ERROR-HAS-CREDITS
           VALUE "THE INVOICE CARRIES CREDIT NOTES - CANCEL THEM "-
           "FIRST".
       78  CONFIRM-INV-CANCEL
           VALUE "INVOICE CANCELLED, ITS ORDERS ARE BACK FOR "-
           "INVOICING".
       78  CONFIRM-CRN-CANCEL  VALUE "CREDIT NOTE CANCELLED".
       78  REPORT-DONE
           VALUE "SERIES INTEGRITY REPORT PRODUCED, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-SCHOOL                       VALUE 9999.
       78  MAX-SERIES                       VALUE 20.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  TRL-STATUS-FS                    PIC 9(002).
       77  RCPT-STATUS-FS                   PIC 9(002).
       77  RAL-STATUS-FS                    PIC 9(002).
       77  EVT-STATUS-FS                    PIC 9(002).
       77  DSR-STATUS-FS                    PIC 9(002).
       77  REGISTER-STATUS                  PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  PERCHK-REQUEST.
           05  PERCHK-DATE                  PIC 9(008).
           05  PERCHK-OPEN                  PIC X(001).
               88  PERCHK-OPEN-YES          VALUE "Y".

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  CONFIRM-ANSWER                   PIC X(002).
           88  CONFIRM-YES                  VALUE "Y" "y" "S" "s".
           88  CONFIRM-VALID
               VALUE "Y" "y" "N" "n" "S" "s".
       01  SCHIL-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-SCHIL                    VALUE "Y".
       01  CRN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CRN                      VALUE "Y".
       01  TRL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TRL                      VALUE "Y".
       01  RAL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RAL                      VALUE "Y".
       01  DOC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-DOC                      VALUE "Y".

       01  OPERATOR-ID                      PIC X(008).
       01  ASK-DOC-ID                       PIC 9(006).
       01  ASK-REASON                       PIC X(030).
       01  CREDIT-COUNT                     PIC 9(005).
       01  ORDERS-RELEASED                  PIC 9(005).

       01  SHOW-DOC-NUMBER                  PIC X(016).
       01  SHOW-SCHOOL-ID                   PIC 9(005).
       01  SHOW-DATE                        PIC 9(008).
       01  SHOW-GROSS                       PIC ZZZZZZ9.99.
       01  SHOW-PAID                        PIC ZZZZZZ9.99.
       01  SHOW-REASON                      PIC X(030).
       01  EDIT-ID                          PIC 9(006).

      *> ONE ENTRY PER SERIES MET ON THE FILES - DOCUMENT TYPE AND
      *> YEAR - WITH WHAT THE PERIOD SHOWED OF IT
       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  DOC-TYPE                         PIC X(002).
       01  DOC-YEAR                         PIC 9(004).
       01  DOC-SERIES-NO                    PIC 9(006).
       01  DOC-DATE                         PIC 9(008).
       01  DOC-NUMBER                       PIC X(016).
       01  DOC-CANCEL                       PIC X(001).
           88  DOC-CANCELLED                VALUE "X".
       01  DOC-CANCEL-REASON                PIC X(030).
       01  DOC-CANCEL-BY                    PIC X(008).
       01  DOC-CANCEL-DATE                  PIC 9(008).
       77  SERIES-COUNT                     PIC 9(003).
       77  SER-IX                           PIC 9(003).
       77  LINE-COUNT                       PIC 9(006).
       01  SERIES-TABLE.
           05  SERIES-ENTRY OCCURS MAX-SERIES TIMES.
               10  SER-TYPE                 PIC X(002).
               10  SER-YEAR                 PIC 9(004).
               10  SER-FIRST                PIC 9(006).
               10  SER-LAST                 PIC 9(006).
               10  SER-ISSUED               PIC 9(006).
               10  SER-CANCELLED            PIC 9(006).
               10  SER-MISSING              PIC 9(006).
               10  SER-HIGHEST              PIC 9(006).
       01  GAP-FROM                         PIC 9(006).
       01  GAP-TO                           PIC 9(006).

       01  REPORT-FILENAME                  PIC X(040).
       01  REPORT-HEADING.
           05  FILLER                       PIC X(040) VALUE
               "DOCUMENT SERIES INTEGRITY - PERIOD".
           05  RH-FROM                      PIC 9(008).
           05  FILLER                       PIC X(004) VALUE " TO ".
           05  RH-TO                        PIC 9(008).
           05  FILLER                       PIC X(072) VALUE SPACES.
       01  EXCEPTION-HEADING.
           05  FILLER                       PIC X(132) VALUE
               "SERIES   DOCUMENT         EXCEPTION".
       01  CANCEL-DETAIL.
           05  CD-TYPE                      PIC X(002).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CD-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CD-DOC-NUMBER                PIC X(016).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  FILLER                       PIC X(013) VALUE
               "CANCELLED ON ".
           05  CD-DATE                      PIC 9(008).
           05  FILLER                       PIC X(004) VALUE " BY ".
           05  CD-BY                        PIC X(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CD-REASON                    PIC X(030).
           05  FILLER                       PIC X(041) VALUE SPACES.
       01  GAP-DETAIL.
           05  GD-TYPE                      PIC X(002).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  GD-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(019) VALUE SPACES.
           05  GD-TEXT                      PIC X(020).
           05  GD-FROM                      PIC 9(006).
           05  GD-SEP                       PIC X(004).
           05  GD-TO                        PIC 9(006).
           05  FILLER                       PIC X(070) VALUE SPACES.
       01  SUMMARY-HEADING.
           05  FILLER                       PIC X(132) VALUE
               "SERIES   PREFIX FIRST    LAST  ISSUED CANCELLED  "-
               "MISSING HIGHEST COUNTER".
       01  SUMMARY-DETAIL.
           05  SD-TYPE                      PIC X(002).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  SD-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-PREFIX                    PIC X(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-FIRST                     PIC ZZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-LAST                      PIC ZZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-ISSUED                    PIC ZZZZZ9.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  SD-CANCELLED                 PIC ZZZZZ9.
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  SD-MISSING                   PIC ZZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-HIGHEST                   PIC ZZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-COUNTER                   PIC ZZZZZ9.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  SD-NOTE                      PIC X(050).
       01  FOOTNOTE-LINE                    PIC X(132) VALUE
           "DOCUMENTS MOVED TO A YEAR ARCHIVE ARE NO LONGER ON FILE "-
           "AND SHOW AS MISSING NUMBERS".
       01  BLANK-LINE                       PIC X(132) VALUE SPACES.

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
       01  DCN-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE DCN-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE DCN-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE DCN-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE DCN-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 DM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-INV-SCREEN.
           05 VALUE DCN-TEXT-INV LINE 08 COL 15.
           05 AI-ID PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-DOC-ID REQUIRED.
           05 VALUE DCN-TEXT-REASON LINE 10 COL 15.
           05 AI-REASON PIC X(030) LINE 10 COL PLUS 1
               TO ASK-REASON AUTO.
      ******************************************************************
       01  ASK-CRN-SCREEN.
           05 VALUE DCN-TEXT-CRN LINE 08 COL 15.
           05 AC-ID PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-DOC-ID REQUIRED.
           05 VALUE DCN-TEXT-REASON LINE 10 COL 15.
           05 AC-REASON PIC X(030) LINE 10 COL PLUS 1
               TO ASK-REASON AUTO.
      ******************************************************************
       01  SHOW-DOC-SCREEN.
           05 VALUE SHOW-DOC-TEXT LINE 08 COL 15.
           05 SD-DOC PIC X(016) LINE 08 COL PLUS 1
               FROM SHOW-DOC-NUMBER.
           05 VALUE SHOW-SCHOOL-TEXT LINE 10 COL 15.
           05 SD-SCHOOL PIC 9(005) LINE 10 COL PLUS 1
               FROM SHOW-SCHOOL-ID.
           05 VALUE SHOW-DATE-TEXT LINE 11 COL 15.
           05 SD-DATE PIC 9(008) LINE 11 COL PLUS 1
               FROM SHOW-DATE.
           05 VALUE SHOW-GROSS-TEXT LINE 12 COL 15.
           05 SD-GROSS PIC ZZZZZZ9.99 LINE 12 COL PLUS 1
               FROM SHOW-GROSS.
           05 VALUE SHOW-PAID-TEXT LINE 13 COL 15.
           05 SD-PAID PIC ZZZZZZ9.99 LINE 13 COL PLUS 1
               FROM SHOW-PAID.
           05 VALUE SHOW-REASON-TEXT LINE 15 COL 15.
           05 SD-REASON PIC X(030) LINE 15 COL PLUS 1
               FROM SHOW-REASON.
           05 VALUE CONFIRM-TEXT LINE 18 COL 15.
           05 SD-CONFIRM PIC X(002) LINE 18 COL PLUS 1
               TO CONFIRM-ANSWER AUTO.
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
           CALL "GETOPER" USING OPERATOR-ID
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY DCN-MENU
               ACCEPT DCN-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-CANCEL-INVOICE
                   WHEN 2
                       PERFORM 200-CANCEL-CREDIT-NOTE
                   WHEN 3
                       PERFORM 300-SERIES-REPORT
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

       095-CHECK-SUPERVISOR SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       100-CANCEL-INVOICE SECTION.
           PERFORM 095-CHECK-SUPERVISOR
           IF PERM-GRANTED NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-DOC-ID
           MOVE SPACES TO ASK-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-INV-SCREEN
           ACCEPT ASK-INV-SCREEN
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
           MOVE ASK-DOC-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY
                   CLOSE FXSCHINV
                   MOVE ERROR-NO-INVOICE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXSCHINV
           EVALUATE TRUE
               WHEN SCHINV-STATUS-CANCELLED
                   MOVE ERROR-ALREADY-CANCELLED TO ERROR-TEXT
               WHEN SCHINV-STATUS-WRITTEN-OFF
                   MOVE ERROR-WRITTEN-OFF TO ERROR-TEXT
               WHEN SCHINV-IN-COLLECTION
                   MOVE ERROR-IN-COLLECTION TO ERROR-TEXT
               WHEN SCHINV-GL-EXPORTED
                   MOVE ERROR-GL-EXPORTED TO ERROR-TEXT
               WHEN OTHER
                   MOVE SPACES TO ERROR-TEXT
           END-EVALUATE
           IF ERROR-TEXT NOT = SPACES
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
      *> AN INVOICE FROM BEFORE THE SERIES HAS NO ISSUE DATE; IT WAS
      *> ISSUED AT THE END OF THE PERIOD IT BILLED
           IF SCHINV-ISSUE-DATE NUMERIC AND SCHINV-ISSUE-DATE > ZERO
               MOVE SCHINV-ISSUE-DATE TO PERCHK-DATE
           ELSE
               MOVE SCHINV-PERIOD-TO TO PERCHK-DATE
           END-IF
           CALL "PERCHK" USING PERCHK-REQUEST
           IF NOT PERCHK-OPEN-YES
               MOVE ERROR-PERIOD-CLOSED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 110-COUNT-CREDITS
           IF CREDIT-COUNT > ZERO
               MOVE ERROR-HAS-CREDITS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF SCHINV-SERIES-NO NUMERIC AND SCHINV-SERIES-NO > ZERO
               MOVE SCHINV-DOC-NUMBER TO SHOW-DOC-NUMBER
           ELSE
               MOVE SCHINV-ID TO EDIT-ID
               MOVE EDIT-ID TO SHOW-DOC-NUMBER
           END-IF
           MOVE SCHINV-SCHOOL-ID TO SHOW-SCHOOL-ID
           MOVE PERCHK-DATE TO SHOW-DATE
           COMPUTE SHOW-GROSS = SCHINV-TOTAL + SCHINV-VAT-AMOUNT
           MOVE SCHINV-PAID-AMOUNT TO SHOW-PAID
           MOVE UPPER-CASE (ASK-REASON) TO SHOW-REASON
           PERFORM 190-CONFIRM
           IF NOT CONFIRM-YES
               EXIT SECTION
           END-IF
           PERFORM 120-MARK-INVOICE-CANCELLED
           IF SCHINV-STATUS-CANCELLED
               PERFORM 130-RELEASE-ORDERS
               PERFORM 140-RELEASE-TRAY-LOSSES
               PERFORM 150-RETURN-ALLOCATIONS
               MOVE CONFIRM-INV-CANCEL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> A CANCELLED CREDIT NOTE NO LONGER HOLDS THE INVOICE
       110-COUNT-CREDITS SECTION.
           MOVE ZERO TO CREDIT-COUNT
           MOVE "N" TO CRN-EOF-FLAG
           OPEN INPUT FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO THEN
               CLOSE FXCREDNOTE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-CRN
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-CRN TO TRUE
                   NOT AT END
                       IF CRN-INV-ID = ASK-DOC-ID AND
                           NOT CRN-STATUS-CANCELLED
                           ADD 1 TO CREDIT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCREDNOTE
       EXIT SECTION.

      *> THE CASH ALLOCATED TO THE INVOICE GOES BACK ON ACCOUNT, SO
      *> THE PAID AMOUNT IS CLEARED WITH THE STATUS
       120-MARK-INVOICE-CANCELLED SECTION.
           OPEN I-O FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               MOVE SCHINV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-DOC-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY
                   INITIALIZE SCHINV-DETAILS
               NOT INVALID KEY
                   MOVE "X" TO SCHINV-STATUS
                   MOVE ZERO TO SCHINV-PAID-AMOUNT
                   MOVE UPPER-CASE (ASK-REASON) TO SCHINV-CANCEL-REASON
                   MOVE OPERATOR-ID TO SCHINV-CANCEL-BY
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO SCHINV-CANCEL-DATE
                   CALL "GETOPER" USING SCHINV-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO SCHINV-LAST-DATE
                   REWRITE SCHINV-DETAILS
                   END-REWRITE
           END-READ
           CLOSE FXSCHINV
       EXIT SECTION.

      *> EVERY ORDER THE INVOICE BILLED GOES BACK TO DELIVERED; AN
      *> EVENT INVOICE ALSO REOPENS ITS EVENT. A LINE WITH SANDWICH
      *> ZERO IS THE TRAY CHARGE AND HAS NO ORDER BEHIND IT
       130-RELEASE-ORDERS SECTION.
           MOVE ZERO TO ORDERS-RELEASED
           MOVE "N" TO SCHIL-EOF-FLAG
           OPEN INPUT FXSCHINVLN
           IF SCHIL-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHINVLN
               EXIT SECTION
           END-IF
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN I-O FXEVENT
           MOVE ASK-DOC-ID TO SCHIL-INV-ID
           MOVE ZERO TO SCHIL-LINE-NO
           START FXSCHINVLN KEY IS >= SCHIL-ID
               INVALID KEY SET EOF-SCHIL TO TRUE
           END-START
           PERFORM UNTIL EOF-SCHIL
               READ FXSCHINVLN NEXT RECORD
                   AT END SET EOF-SCHIL TO TRUE
                   NOT AT END
                       IF SCHIL-INV-ID NOT = ASK-DOC-ID
                           SET EOF-SCHIL TO TRUE
                       ELSE
                           IF SCHIL-SANDWICH-ID NOT = ZERO
                               PERFORM 135-RELEASE-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXEVENT
           CLOSE FXORDERS
           CLOSE FXSCHINVLN
       EXIT SECTION.

       135-RELEASE-ONE-ORDER SECTION.
           MOVE SHOW-SCHOOL-ID TO ORD-SCHOOL-ID
           MOVE SCHIL-DELIVERY-DATE TO ORD-DELIVERY-DATE
           MOVE SCHIL-SANDWICH-ID TO ORD-SANDWICH-ID
           READ FXORDERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ORD-STATUS-INVOICED AND
                       ORD-INVOICE-NO = ASK-DOC-ID
                       MOVE "D" TO ORD-STATUS
                       MOVE ZERO TO ORD-INVOICE-NO
                       CALL "GETOPER" USING ORD-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO ORD-LAST-DATE
                       REWRITE ORD-DETAILS
                       END-REWRITE
                       ADD 1 TO ORDERS-RELEASED
                   END-IF
           END-READ
           IF SHOW-SCHOOL-ID <= MAX-SCHOOL OR EVT-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SHOW-SCHOOL-ID TO EVT-CUST-ID
           MOVE SCHIL-DELIVERY-DATE TO EVT-DATE
           READ FXEVENT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EVT-STATUS-INVOICED AND
                       EVT-INVOICE-NO = ASK-DOC-ID
                       MOVE "B" TO EVT-STATUS
                       MOVE ZERO TO EVT-INVOICE-NO
                       CALL "GETOPER" USING EVT-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO EVT-LAST-DATE
                       REWRITE EVT-DETAILS
                       END-REWRITE
                   END-IF
           END-READ
       EXIT SECTION.

      *> A LOSS THE INVOICE CHARGED IS FREE AGAIN, SO THE NEXT RUN
      *> WEIGHS IT AGAINST THE YEARLY ALLOWANCE AFRESH
       140-RELEASE-TRAY-LOSSES SECTION.
           MOVE "N" TO TRL-EOF-FLAG
           OPEN I-O FXTRAYLEDG
           IF TRL-STATUS-FS NOT = ZERO THEN
               CLOSE FXTRAYLEDG
               EXIT SECTION
           END-IF
           MOVE SHOW-SCHOOL-ID TO TRL-SCHOOL-ID
           MOVE ZERO TO TRL-SEQ
           START FXTRAYLEDG KEY IS >= TRL-ID
               INVALID KEY SET EOF-TRL TO TRUE
           END-START
           PERFORM UNTIL EOF-TRL
               READ FXTRAYLEDG NEXT RECORD
                   AT END SET EOF-TRL TO TRUE
                   NOT AT END
                       IF TRL-SCHOOL-ID NOT = SHOW-SCHOOL-ID
                           SET EOF-TRL TO TRUE
                       ELSE
                           IF TRL-TYPE-LOST AND
                               TRL-INV-ID = ASK-DOC-ID
                               MOVE ZERO TO TRL-INV-ID TRL-CHARGED-QTY
                               CALL "GETOPER" USING TRL-LAST-BY
                               MOVE FUNCTION CURRENT-DATE (1:8)
                                   TO TRL-LAST-DATE
                               REWRITE TRL-DETAILS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXTRAYLEDG
       EXIT SECTION.

      *> EACH ALLOCATION LINE AGAINST THE INVOICE IS TAKEN OFF ITS
      *> RECEIPT AND REMOVED; THE MONEY SITS ON ACCOUNT FOR CASHRCPT
      *> OR THE NEXT INVOICE TO PICK UP
       150-RETURN-ALLOCATIONS SECTION.
           MOVE "N" TO RAL-EOF-FLAG
           OPEN I-O FXRCPTALLOC
           IF RAL-STATUS-FS NOT = ZERO THEN
               CLOSE FXRCPTALLOC
               EXIT SECTION
           END-IF
           OPEN I-O FXCASHRCPT
           IF RCPT-STATUS-FS NOT = ZERO THEN
               CLOSE FXCASHRCPT
               CLOSE FXRCPTALLOC
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-RAL
               READ FXRCPTALLOC NEXT RECORD
                   AT END SET EOF-RAL TO TRUE
                   NOT AT END
                       IF RAL-INV-ID = ASK-DOC-ID
                           PERFORM 155-RETURN-ONE-ALLOCATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCASHRCPT
           CLOSE FXRCPTALLOC
       EXIT SECTION.

       155-RETURN-ONE-ALLOCATION SECTION.
           MOVE RAL-RCPT-ID TO RCPT-ID
           READ FXCASHRCPT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RCPT-ALLOCATED > RAL-AMOUNT
                       SUBTRACT RAL-AMOUNT FROM RCPT-ALLOCATED
                   ELSE
                       MOVE ZERO TO RCPT-ALLOCATED
                   END-IF
                   CALL "GETOPER" USING RCPT-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO RCPT-LAST-DATE
                   REWRITE RCPT-DETAILS
                   END-REWRITE
           END-READ
           DELETE FXRCPTALLOC RECORD
               INVALID KEY CONTINUE
           END-DELETE
       EXIT SECTION.

       190-CONFIRM SECTION.
           MOVE SPACES TO CONFIRM-ANSWER
           PERFORM WITH TEST AFTER UNTIL CONFIRM-VALID
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY SHOW-DOC-SCREEN
               ACCEPT SHOW-DOC-SCREEN
               IF KEYSTATUS = 1003
                   MOVE "N" TO CONFIRM-ANSWER
                   EXIT SECTION
               END-IF
           END-PERFORM
       EXIT SECTION.

       200-CANCEL-CREDIT-NOTE SECTION.
           PERFORM 095-CHECK-SUPERVISOR
           IF PERM-GRANTED NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-DOC-ID
           MOVE SPACES TO ASK-REASON
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-CRN-SCREEN
           ACCEPT ASK-CRN-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-REASON = SPACES
               MOVE ERROR-NO-REASON TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO THEN
               CLOSE FXCREDNOTE
               MOVE ERROR-NO-CREDIT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-DOC-ID TO CRN-ID
           READ FXCREDNOTE
               INVALID KEY
                   CLOSE FXCREDNOTE
                   MOVE ERROR-NO-CREDIT TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           EVALUATE TRUE
               WHEN CRN-STATUS-CANCELLED
                   MOVE ERROR-ALREADY-CANCELLED TO ERROR-TEXT
               WHEN CRN-GL-EXPORTED
                   MOVE ERROR-GL-EXPORTED TO ERROR-TEXT
               WHEN OTHER
                   MOVE SPACES TO ERROR-TEXT
           END-EVALUATE
           IF ERROR-TEXT = SPACES
               MOVE CRN-DATE TO PERCHK-DATE
               CALL "PERCHK" USING PERCHK-REQUEST
               IF NOT PERCHK-OPEN-YES
                   MOVE ERROR-PERIOD-CLOSED TO ERROR-TEXT
               END-IF
           END-IF
           IF ERROR-TEXT NOT = SPACES
               CLOSE FXCREDNOTE
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF CRN-SERIES-NO NUMERIC AND CRN-SERIES-NO > ZERO
               MOVE CRN-DOC-NUMBER TO SHOW-DOC-NUMBER
           ELSE
               MOVE CRN-ID TO EDIT-ID
               MOVE EDIT-ID TO SHOW-DOC-NUMBER
           END-IF
           MOVE CRN-SCHOOL-ID TO SHOW-SCHOOL-ID
           MOVE CRN-DATE TO SHOW-DATE
           MOVE CRN-AMOUNT TO SHOW-GROSS
           MOVE ZERO TO SHOW-PAID
           MOVE UPPER-CASE (ASK-REASON) TO SHOW-REASON
           PERFORM 190-CONFIRM
           IF NOT CONFIRM-YES
               CLOSE FXCREDNOTE
               EXIT SECTION
           END-IF
           MOVE "X" TO CRN-STATUS
           MOVE UPPER-CASE (ASK-REASON) TO CRN-CANCEL-REASON
           MOVE OPERATOR-ID TO CRN-CANCEL-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CRN-CANCEL-DATE
           CALL "GETOPER" USING CRN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CRN-LAST-DATE
           REWRITE CRN-DETAILS
           END-REWRITE
           CLOSE FXCREDNOTE
           MOVE CONFIRM-CRN-CANCEL TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> BOTH FILES ARE READ IN KEY ORDER, WHICH IS THE ORDER THE
      *> NUMBERS WERE HANDED OUT, SO A NUMBER THAT DOES NOT FOLLOW
      *> THE ONE BEFORE IT IN ITS SERIES MARKS A GAP
       300-SERIES-REPORT SECTION.
           MOVE ZERO TO PERIOD-FROM PERIOD-TO
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE ZERO TO SERIES-COUNT LINE-COUNT
           INITIALIZE SERIES-TABLE
           MOVE SPACES TO REPORT-FILENAME
           STRING "DOCSERIES-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT REGISTER-FILE
           MOVE PERIOD-FROM TO RH-FROM
           MOVE PERIOD-TO TO RH-TO
           WRITE REGISTER-LINE FROM REPORT-HEADING
           WRITE REGISTER-LINE FROM BLANK-LINE
           WRITE REGISTER-LINE FROM EXCEPTION-HEADING
           ADD 3 TO LINE-COUNT
           PERFORM 310-SCAN-INVOICES
           PERFORM 320-SCAN-CREDIT-NOTES
           WRITE REGISTER-LINE FROM BLANK-LINE
           WRITE REGISTER-LINE FROM SUMMARY-HEADING
           ADD 2 TO LINE-COUNT
           OPEN INPUT FXDOCSER
           PERFORM VARYING SER-IX FROM 1 BY 1
               UNTIL SER-IX > SERIES-COUNT
               PERFORM 360-SUMMARY-LINE
           END-PERFORM
           CLOSE FXDOCSER
           WRITE REGISTER-LINE FROM BLANK-LINE
           WRITE REGISTER-LINE FROM FOOTNOTE-LINE
           ADD 2 TO LINE-COUNT
           CLOSE REGISTER-FILE
           MOVE "DOCSERIES" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "DOCCANCEL" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SCAN-INVOICES SECTION.
           MOVE "N" TO DOC-EOF-FLAG
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHINV
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-DOC
               READ FXSCHINV NEXT RECORD
                   AT END SET EOF-DOC TO TRUE
                   NOT AT END
                       IF SCHINV-SERIES-NO NUMERIC AND
                           SCHINV-SERIES-NO > ZERO
                           MOVE "FT" TO DOC-TYPE
                           MOVE SCHINV-SERIES-YEAR TO DOC-YEAR
                           MOVE SCHINV-SERIES-NO TO DOC-SERIES-NO
                           MOVE SCHINV-ISSUE-DATE TO DOC-DATE
                           MOVE SCHINV-DOC-NUMBER TO DOC-NUMBER
                           MOVE SCHINV-STATUS TO DOC-CANCEL
                           MOVE SCHINV-CANCEL-REASON
                               TO DOC-CANCEL-REASON
                           MOVE SCHINV-CANCEL-BY TO DOC-CANCEL-BY
                           MOVE SCHINV-CANCEL-DATE TO DOC-CANCEL-DATE
                           PERFORM 330-ONE-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
       EXIT SECTION.

       320-SCAN-CREDIT-NOTES SECTION.
           MOVE "N" TO DOC-EOF-FLAG
           OPEN INPUT FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO THEN
               CLOSE FXCREDNOTE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-DOC
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-DOC TO TRUE
                   NOT AT END
                       IF CRN-SERIES-NO NUMERIC AND
                           CRN-SERIES-NO > ZERO
                           MOVE "NC" TO DOC-TYPE
                           MOVE CRN-SERIES-YEAR TO DOC-YEAR
                           MOVE CRN-SERIES-NO TO DOC-SERIES-NO
                           MOVE CRN-DATE TO DOC-DATE
                           MOVE CRN-DOC-NUMBER TO DOC-NUMBER
                           MOVE CRN-STATUS TO DOC-CANCEL
                           MOVE CRN-CANCEL-REASON TO DOC-CANCEL-REASON
                           MOVE CRN-CANCEL-BY TO DOC-CANCEL-BY
                           MOVE CRN-CANCEL-DATE TO DOC-CANCEL-DATE
                           PERFORM 330-ONE-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCREDNOTE
       EXIT SECTION.

      *> THE HIGHEST NUMBER IS KEPT WHATEVER THE DATE, FOR THE
      *> COMPARISON WITH THE COUNTER; EVERYTHING ELSE ONLY COUNTS
      *> INSIDE THE PERIOD
       330-ONE-DOCUMENT SECTION.
           PERFORM 340-FIND-SERIES
           IF SER-IX = ZERO
               EXIT SECTION
           END-IF
           IF DOC-SERIES-NO > SER-HIGHEST (SER-IX)
               MOVE DOC-SERIES-NO TO SER-HIGHEST (SER-IX)
           END-IF
           IF DOC-DATE < PERIOD-FROM OR DOC-DATE > PERIOD-TO
               EXIT SECTION
           END-IF
           IF SER-ISSUED (SER-IX) = ZERO
               MOVE DOC-SERIES-NO TO SER-FIRST (SER-IX)
           ELSE
               IF DOC-SERIES-NO > SER-LAST (SER-IX) + 1
                   COMPUTE GAP-FROM = SER-LAST (SER-IX) + 1
                   COMPUTE GAP-TO = DOC-SERIES-NO - 1
                   COMPUTE SER-MISSING (SER-IX) =
                       SER-MISSING (SER-IX) + GAP-TO - GAP-FROM + 1
                   MOVE "NUMBERS MISSING    " TO GD-TEXT
                   MOVE " TO " TO GD-SEP
                   PERFORM 350-GAP-LINE
               END-IF
               IF DOC-SERIES-NO NOT > SER-LAST (SER-IX)
                   MOVE DOC-SERIES-NO TO GAP-FROM
                   MOVE SER-LAST (SER-IX) TO GAP-TO
                   MOVE "OUT OF ORDER       " TO GD-TEXT
                   MOVE " ON " TO GD-SEP
                   PERFORM 350-GAP-LINE
               END-IF
           END-IF
           IF DOC-SERIES-NO > SER-LAST (SER-IX)
               MOVE DOC-SERIES-NO TO SER-LAST (SER-IX)
           END-IF
           ADD 1 TO SER-ISSUED (SER-IX)
           IF DOC-CANCELLED
               ADD 1 TO SER-CANCELLED (SER-IX)
               MOVE DOC-TYPE TO CD-TYPE
               MOVE DOC-YEAR TO CD-YEAR
               MOVE DOC-NUMBER TO CD-DOC-NUMBER
               MOVE DOC-CANCEL-DATE TO CD-DATE
               MOVE DOC-CANCEL-BY TO CD-BY
               MOVE DOC-CANCEL-REASON TO CD-REASON
               WRITE REGISTER-LINE FROM CANCEL-DETAIL
               ADD 1 TO LINE-COUNT
           END-IF
       EXIT SECTION.

       340-FIND-SERIES SECTION.
           PERFORM VARYING SER-IX FROM 1 BY 1
               UNTIL SER-IX > SERIES-COUNT
               IF SER-TYPE (SER-IX) = DOC-TYPE AND
                   SER-YEAR (SER-IX) = DOC-YEAR
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF SERIES-COUNT >= MAX-SERIES
               MOVE ZERO TO SER-IX
               EXIT SECTION
           END-IF
           ADD 1 TO SERIES-COUNT
           MOVE SERIES-COUNT TO SER-IX
           MOVE DOC-TYPE TO SER-TYPE (SER-IX)
           MOVE DOC-YEAR TO SER-YEAR (SER-IX)
       EXIT SECTION.

       350-GAP-LINE SECTION.
           MOVE DOC-TYPE TO GD-TYPE
           MOVE DOC-YEAR TO GD-YEAR
           MOVE GAP-FROM TO GD-FROM
           MOVE GAP-TO TO GD-TO
           WRITE REGISTER-LINE FROM GAP-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

      *> A COUNTER AHEAD OF THE HIGHEST NUMBER ON FILE MEANS NUMBERS
      *> WERE TAKEN FOR DOCUMENTS THAT WERE NEVER WRITTEN
       360-SUMMARY-LINE SECTION.
           IF SER-ISSUED (SER-IX) = ZERO
               EXIT SECTION
           END-IF
           MOVE SER-TYPE (SER-IX) TO SD-TYPE
           MOVE SER-YEAR (SER-IX) TO SD-YEAR
           MOVE SER-FIRST (SER-IX) TO SD-FIRST
           MOVE SER-LAST (SER-IX) TO SD-LAST
           MOVE SER-ISSUED (SER-IX) TO SD-ISSUED
           MOVE SER-CANCELLED (SER-IX) TO SD-CANCELLED
           MOVE SER-MISSING (SER-IX) TO SD-MISSING
           MOVE SER-HIGHEST (SER-IX) TO SD-HIGHEST
           MOVE SER-TYPE (SER-IX) TO SD-PREFIX
           MOVE ZERO TO SD-COUNTER
           MOVE SPACES TO SD-NOTE
           IF DSR-STATUS-FS = ZERO
               MOVE SER-TYPE (SER-IX) TO DSR-DOC-TYPE
               MOVE SER-YEAR (SER-IX) TO DSR-YEAR
               READ FXDOCSER
                   INVALID KEY
                       MOVE "NO COUNTER ON FILE FOR THIS SERIES"
                           TO SD-NOTE
                   NOT INVALID KEY
                       MOVE DSR-PREFIX TO SD-PREFIX
                       MOVE DSR-LAST-NO TO SD-COUNTER
                       IF DSR-LAST-NO > SER-HIGHEST (SER-IX)
                           MOVE "NUMBERS TAKEN AFTER THE LAST ON FILE"
                               TO SD-NOTE
                       END-IF
                       IF DSR-LAST-NO < SER-HIGHEST (SER-IX)
                           MOVE "COUNTER BEHIND THE NUMBERS ON FILE"
                               TO SD-NOTE
                       END-IF
               END-READ
           END-IF
           WRITE REGISTER-LINE FROM SUMMARY-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.
