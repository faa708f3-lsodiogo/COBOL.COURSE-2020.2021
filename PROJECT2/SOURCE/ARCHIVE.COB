      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS
      ******************************************************************
      *    RETENTION ARCHIVE AND PURGE - MOVES THE FULLY SETTLED
      *    DOCUMENTS OF A FISCAL YEAR OFF THE LIVE FILES ONCE THE
      *    YEAR IS CLOSED ON FXYEAR AND OLDER THAN THE RETENTION
      *    PERIOD ON FXARCCTL: INVOICED FXORDERS, PAID OR WRITTEN
      *    OFF FXSCHINV WITH THEIR FXSCHINVLN LINES, THE FXCREDNOTE
      *    CREDITS OF SETTLED INVOICES, PAID FXSUPPINV WITH THEIR
      *    FXSUPINVLN LINES, AND CLOSED OR CANCELLED FXPURCHORD WITH
      *    THEIR ORDER LINES. OPEN ITEMS NEVER MOVE. EACH FILE GOES
      *    RAW TO <FILE>-<YYYY>.ARC, THE SAME WAY MOVROLL ARCHIVES
      *    THE STOCK LEDGER, AND THE RECORD COUNT AND VALUE OF WHAT
      *    MOVED ARE PRINTED AND KEPT ON THE FXARCLOG REGISTER AS
      *    CONTROL TOTALS. GLINQ, STATEMENT AND REPORT-TRACE CAN
      *    MOUNT A YEAR'S ARCHIVE TO ANSWER A QUESTION ABOUT AN OLD
      *    DOCUMENT.
      *    ARCHIVES PAST THE LEGAL RETENTION LIMIT ARE PURGED: EVERY
      *    RECORD IS LISTED ON A DATED CERTIFICATE OF DESTRUCTION,
      *    RE-TOTALLED AGAINST THE REGISTER, AND THE FILE DELETED.
      *    AN ARCHIVE WHOSE TOTALS NO LONGER AGREE IS LEFT IN PLACE.
      *    EVERY OPTION NEEDS THE SUPERVISOR PERMISSION.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXARCCTL ASSIGN TO "FXARCCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARC-ID
                   FILE STATUS ARC-STATUS-FS.

               SELECT FXARCLOG ASSIGN TO "FXARCLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARL-ID
                   FILE STATUS ARL-STATUS-FS.

               SELECT FXYEAR ASSIGN TO "FXYEAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YR-ID
                   FILE STATUS YR-STATUS-FS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

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

               SELECT FXSUPPINV ASSIGN TO "FXSUPPINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SINV-ID
                   FILE STATUS SINV-STATUS-FS.

               SELECT FXSUPINVLN ASSIGN TO "FXSUPINVLN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SIL-ID
                   FILE STATUS SIL-STATUS-FS.

               SELECT FXPURCHORD ASSIGN TO "FXPURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-ID
                   FILE STATUS PO-STATUS-FS.

               SELECT FXPOLINES ASSIGN TO "FXPOLINES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POL-ID
                   FILE STATUS POL-STATUS-FS.

               SELECT FXPOLINE ASSIGN TO "FXPOLINE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLN-ID
                   FILE STATUS PLN-STATUS-FS.

               SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ARCHIVE-STATUS.

               SELECT LINE-ARCHIVE-FILE ASSIGN TO LINE-ARCHIVE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LINE-ARCHIVE-STATUS.

               SELECT ALT-ARCHIVE-FILE ASSIGN TO ALT-ARCHIVE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ALT-ARCHIVE-STATUS.

               SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXARCCTL.
           COPY FD-ARCCTL.
       FD FXARCLOG.
           COPY FD-ARCLOG.
       FD FXYEAR.
           COPY FD-YEAR.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXSUPPINV.
           COPY FD-SUPPINV.
       FD FXSUPINVLN.
           COPY FD-SUPINVLN.
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXPOLINES.
           COPY FD-POLINE.
      *> FXPOLINE CARRIES THE FD-POLINE LAYOUT TOO; ONLY ITS KEY IS
      *> NAMED HERE AND THE RECORD IS VALUED THROUGH POL-DETAILS
       FD FXPOLINE.
       01  PLN-RECORD.
           05  PLN-ID.
               10  PLN-PO-ID                PIC 9(006).
               10  PLN-LINE-NO              PIC 9(003).
           05  FILLER                       PIC X(078).
       FD ARCHIVE-FILE.
       01  ARCHIVE-RECORD                   PIC X(300).
       FD LINE-ARCHIVE-FILE.
       01  LINE-ARCHIVE-RECORD              PIC X(300).
       FD ALT-ARCHIVE-FILE.
       01  ALT-ARCHIVE-RECORD               PIC X(300).
       FD REPORT-FILE.
       01  REPORT-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "RETENTION ARCHIVE AND PURGE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  AR-MENU-OPTION1     VALUE "1 - RETENTION SETTINGS".
       78  AR-MENU-OPTION2     VALUE "2 - ARCHIVE A CLOSED YEAR".
       78  AR-MENU-OPTION3     VALUE "3 - PURGE PAST THE LEGAL LIMIT".
       78  AR-MENU-OPTION4     VALUE "4 - BACK".
       78  AR-TEXT-YEAR        VALUE "YEAR TO ARCHIVE (YYYY):".
       78  AR-TEXT-RETAIN      VALUE "YEARS KEPT LIVE AFTER YEAR END:".
       78  AR-TEXT-LEGAL       VALUE "LEGAL RETENTION IN YEARS      :".
       78  ERROR-YEAR-NOT-CLOSED
           VALUE "THE YEAR IS NOT CLOSED ON FXYEAR - RUN THE "-
           "YEAR-END CLOSE FIRST".
       78  ERROR-YEAR-TOO-RECENT
           VALUE "THE YEAR IS STILL INSIDE THE RETENTION PERIOD".
       78  ERROR-YEAR-PURGED
           VALUE "THAT YEAR'S ARCHIVES HAVE ALREADY BEEN PURGED".
       78  ERROR-LEGAL-SHORT
           VALUE "LEGAL RETENTION CANNOT BE SHORTER THAN THE YEARS "-
           "KEPT LIVE".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE SUPERVISOR PERMISSION".
       78  CONFIRM-ARC-RECORD  VALUE "RETENTION SETTINGS SAVED".
       78  ARCHIVE-DONE
           VALUE "ARCHIVE RUN FINISHED, CONTROL TOTALS IN THE "-
           "ARCHIVE REPORT, PRESS ANY KEY".
       78  PURGE-DONE
           VALUE "PURGE FINISHED, SEE THE DATED CERTIFICATE, PRESS "-
           "ANY KEY".
       78  PURGE-NOTHING
           VALUE "NO ARCHIVE IS PAST THE LEGAL RETENTION LIMIT".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  DEFAULT-RETAIN-YEARS             VALUE 2.
       78  DEFAULT-LEGAL-YEARS              VALUE 10.

      *> POSITIONS OF THE LIVE FILES IN THE CONTROL TOTAL TABLE
       78  MAX-FILES                        VALUE 9.
       78  FILE-ORDERS                      VALUE 1.
       78  FILE-SCHINV                      VALUE 2.
       78  FILE-SCHINVLN                    VALUE 3.
       78  FILE-CREDNOTE                    VALUE 4.
       78  FILE-SUPPINV                     VALUE 5.
       78  FILE-SUPINVLN                    VALUE 6.
       78  FILE-PURCHORD                    VALUE 7.
       78  FILE-POLINES                     VALUE 8.
       78  FILE-POLINE                      VALUE 9.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ARC-STATUS-FS                    PIC 9(002).
       77  ARL-STATUS-FS                    PIC 9(002).
       77  YR-STATUS-FS                     PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  SINV-STATUS-FS                   PIC 9(002).
       77  SIL-STATUS-FS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  PLN-STATUS-FS                    PIC 9(002).
       77  ARCHIVE-STATUS                   PIC 9(002).
       77  LINE-ARCHIVE-STATUS              PIC 9(002).
       77  ALT-ARCHIVE-STATUS               PIC 9(002).
       77  REPORT-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  DOC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-DOC                      VALUE "Y".
       01  LINE-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-LINE                     VALUE "Y".
       01  ARL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ARL                      VALUE "Y".
       01  ARCHIVE-EOF-FLAG                 PIC X(001) VALUE "N".
           88  EOF-ARCHIVE                  VALUE "Y".

       01  ASK-YEAR                         PIC 9(004).
       01  ASK-RETAIN-YEARS                 PIC 9(002).
       01  ASK-LEGAL-YEARS                  PIC 9(002).
       01  RETAIN-YEARS                     PIC 9(002).
       01  LEGAL-YEARS                      PIC 9(002).
       01  CURRENT-YEAR                     PIC 9(004).
       01  LATEST-ARCHIVE-YEAR              PIC 9(004).
       01  PURGE-LIMIT-YEAR                 PIC 9(004).
       01  TODAY-DATE                       PIC 9(008).
       01  YEAR-CLOSED                      PIC X(001).
           88  YEAR-CLOSED-YES              VALUE "Y".
       01  YEAR-PURGED                      PIC X(001).
           88  YEAR-PURGED-YES              VALUE "Y".
       01  INVOICE-LIVE                     PIC X(001).
           88  INVOICE-LIVE-YES             VALUE "Y".
       01  TOTALS-AGREE                     PIC X(001).
           88  TOTALS-AGREE-YES             VALUE "Y".
       01  SAVE-DOC-ID                      PIC 9(006).
       01  RUN-START-STAMP                  PIC 9(014).
       01  ARCHIVE-FILENAME                 PIC X(030).
       01  LINE-ARCHIVE-FILENAME            PIC X(030).
       01  ALT-ARCHIVE-FILENAME             PIC X(030).
       01  ARCHIVE-NAME-WORK                PIC X(030).
       01  ARCHIVE-NAME-YEAR                PIC 9(004).
       01  REPORT-FILENAME                  PIC X(040).
       77  FILE-IX                          PIC 9(002).
       77  MOVED-COUNT                      PIC 9(007).
       77  REPORT-COUNT                     PIC 9(007).
       77  EXAMINED-COUNT                   PIC 9(007).
       77  PURGED-COUNT                     PIC 9(007).
       77  KEPT-COUNT                       PIC 9(007).

      *> CONTROL TOTALS PER LIVE FILE FOR THE RUN IN HAND
       01  CONTROL-TOTALS.
           05  CT-ENTRY OCCURS MAX-FILES TIMES.
               10  CT-FILE                  PIC X(010).
               10  CT-COUNT                 PIC 9(007).
               10  CT-TOTAL                 PIC 9(011)V99.

      *> THE RECORD IN HAND, AS THE CERTIFICATE AND THE CONTROL
      *> TOTALS SEE IT
       01  REC-KEY-TEXT                     PIC X(018).
       01  REC-DATE                         PIC 9(008).
       01  REC-AMOUNT                       PIC 9(009)V99.

       01  ARCHIVE-HEADER.
           05  FILLER                       PIC X(022)
               VALUE "ARCHIVE RUN FOR YEAR ".
           05  AH-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(008) VALUE "   DATE ".
           05  AH-DATE                      PIC 9(008).
       01  ARCHIVE-DETAIL.
           05  AD-FILE                      PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  AD-COUNT                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  AD-TOTAL                     PIC ZZZZZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  AD-ARCHIVE                   PIC X(030).
       01  CERT-HEADER.
           05  FILLER                       PIC X(027)
               VALUE "CERTIFICATE OF DESTRUCTION ".
           05  FILLER                       PIC X(006) VALUE "DATE ".
           05  CH-DATE                      PIC 9(008).
           05  FILLER                       PIC X(018)
               VALUE "  LEGAL RETENTION ".
           05  CH-LEGAL                     PIC Z9.
           05  FILLER                       PIC X(024)
               VALUE " YEARS - ARCHIVES UP TO ".
           05  CH-LIMIT                     PIC 9(004).
       01  CERT-DETAIL.
           05  CL-FILE                      PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CL-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CL-KEY                       PIC X(018).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CL-DATE                      PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CL-AMOUNT                    PIC ZZZZZZZZ9.99.
       01  CERT-TOTAL.
           05  FILLER                       PIC X(006) VALUE "TOTAL ".
           05  CT-LINE-FILE                 PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CT-LINE-YEAR                 PIC 9(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CT-LINE-COUNT                PIC ZZZZZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CT-LINE-TOTAL                PIC ZZZZZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  CT-LINE-RESULT               PIC X(030).
       01  BLANK-DETAIL                     PIC X(100) VALUE SPACES.

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
       01  AR-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE AR-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE AR-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE AR-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE AR-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 AM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-YEAR-SCREEN.
           05 VALUE AR-TEXT-YEAR LINE 08 COL 15.
           05 AY-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO ASK-YEAR REQUIRED AUTO.
      ******************************************************************
       01  SETTINGS-SCREEN.
           05 VALUE AR-TEXT-RETAIN LINE 08 COL 15.
           05 SS-RETAIN PIC 9(002) LINE 08 COL PLUS 1
               USING ASK-RETAIN-YEARS REQUIRED.
           05 VALUE AR-TEXT-LEGAL LINE 10 COL 15.
           05 SS-LEGAL PIC 9(002) LINE 10 COL PLUS 1
               USING ASK-LEGAL-YEARS REQUIRED AUTO.
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
               DISPLAY AR-MENU
               ACCEPT AR-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-RETENTION
                   WHEN 2
                       PERFORM 200-ARCHIVE-YEAR
                   WHEN 3
                       PERFORM 800-PURGE-EXPIRED
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

       095-CHECK-SUPERVISOR SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> THE SINGLE FXARCCTL RECORD, SAME SHAPE AS THE DELIVERY
      *> SETTINGS ON FXDLVCTL
       100-SET-RETENTION SECTION.
           PERFORM 095-CHECK-SUPERVISOR
           IF PERM-GRANTED NOT = "Y"
               EXIT SECTION
           END-IF
           PERFORM 110-LOAD-RETENTION
           MOVE RETAIN-YEARS TO ASK-RETAIN-YEARS
           MOVE LEGAL-YEARS TO ASK-LEGAL-YEARS
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SETTINGS-SCREEN
           ACCEPT SETTINGS-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-RETAIN-YEARS = ZERO
               MOVE DEFAULT-RETAIN-YEARS TO ASK-RETAIN-YEARS
           END-IF
           IF ASK-LEGAL-YEARS = ZERO
               MOVE DEFAULT-LEGAL-YEARS TO ASK-LEGAL-YEARS
           END-IF
           IF ASK-LEGAL-YEARS < ASK-RETAIN-YEARS
               MOVE ERROR-LEGAL-SHORT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXARCCTL
           IF ARC-STATUS-FS = 35 THEN
               CLOSE FXARCCTL
               OPEN OUTPUT FXARCCTL
           ELSE
               IF ARC-STATUS-FS NOT = ZERO THEN
                   MOVE ARC-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE 1 TO ARC-ID
           MOVE ASK-RETAIN-YEARS TO ARC-RETAIN-YEARS
           MOVE ASK-LEGAL-YEARS TO ARC-LEGAL-YEARS
           CALL "GETOPER" USING ARC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO ARC-LAST-DATE
           WRITE ARC-DETAILS
               INVALID KEY
                   REWRITE ARC-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXARCCTL
           MOVE CONFIRM-ARC-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-LOAD-RETENTION SECTION.
           MOVE DEFAULT-RETAIN-YEARS TO RETAIN-YEARS
           MOVE DEFAULT-LEGAL-YEARS TO LEGAL-YEARS
           OPEN INPUT FXARCCTL
           IF ARC-STATUS-FS = ZERO THEN
               MOVE 1 TO ARC-ID
               READ FXARCCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ARC-RETAIN-YEARS > ZERO
                           MOVE ARC-RETAIN-YEARS TO RETAIN-YEARS
                       END-IF
                       IF ARC-LEGAL-YEARS > ZERO
                           MOVE ARC-LEGAL-YEARS TO LEGAL-YEARS
                       END-IF
               END-READ
           END-IF
           CLOSE FXARCCTL
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE TODAY-DATE (1:4) TO CURRENT-YEAR
       EXIT SECTION.

      *> ONLY A YEAR THE YEAR-END CLOSE HAS LOCKED, AND THAT HAS
      *> SPENT THE RETENTION PERIOD ON THE LIVE FILES, MAY MOVE
       200-ARCHIVE-YEAR SECTION.
           PERFORM 095-CHECK-SUPERVISOR
           IF PERM-GRANTED NOT = "Y"
               EXIT SECTION
           END-IF
           MOVE ZERO TO ASK-YEAR
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-YEAR-SCREEN
           ACCEPT ASK-YEAR-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 210-CHECK-YEAR-CLOSED
           IF NOT YEAR-CLOSED-YES
               MOVE ERROR-YEAR-NOT-CLOSED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 110-LOAD-RETENTION
           COMPUTE LATEST-ARCHIVE-YEAR = CURRENT-YEAR - RETAIN-YEARS
           IF ASK-YEAR > LATEST-ARCHIVE-YEAR
               MOVE ERROR-YEAR-TOO-RECENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 220-CHECK-YEAR-PURGED
           IF YEAR-PURGED-YES
               MOVE ERROR-YEAR-PURGED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO MOVED-COUNT
           PERFORM 230-INIT-CONTROL-TOTALS
           PERFORM 300-ARCHIVE-SCHOOL-INVOICES
           PERFORM 350-ARCHIVE-CREDIT-NOTES
           PERFORM 400-ARCHIVE-ORDERS
           PERFORM 500-ARCHIVE-SUPPLIER-INVOICES
           PERFORM 600-ARCHIVE-PURCHASE-ORDERS
           PERFORM 700-UPDATE-REGISTER
           PERFORM 750-PRINT-CONTROL-TOTALS
           MOVE "ARCHIVE" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE MOVED-COUNT TO RLOG-PROCESSED
           MOVE MOVED-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE ARCHIVE-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-CHECK-YEAR-CLOSED SECTION.
           MOVE "N" TO YEAR-CLOSED
           OPEN INPUT FXYEAR
           IF YR-STATUS-FS = ZERO THEN
               MOVE ASK-YEAR TO YR-ID
               READ FXYEAR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF YR-STATUS-CLOSED
                           MOVE "Y" TO YEAR-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE FXYEAR
       EXIT SECTION.

      *> ONCE ANY ARCHIVE OF THE YEAR HAS BEEN DESTROYED NOTHING
      *> MORE OF THAT YEAR MAY BE ARCHIVED
       220-CHECK-YEAR-PURGED SECTION.
           MOVE "N" TO YEAR-PURGED
           MOVE "N" TO ARL-EOF-FLAG
           OPEN INPUT FXARCLOG
           IF ARL-STATUS-FS NOT = ZERO THEN
               CLOSE FXARCLOG
               EXIT SECTION
           END-IF
           MOVE ASK-YEAR TO ARL-YEAR
           MOVE LOW-VALUES TO ARL-FILE
           START FXARCLOG KEY IS >= ARL-ID
               INVALID KEY SET EOF-ARL TO TRUE
           END-START
           PERFORM UNTIL EOF-ARL
               READ FXARCLOG NEXT RECORD
                   AT END SET EOF-ARL TO TRUE
                   NOT AT END
                       IF ARL-YEAR NOT = ASK-YEAR
                           SET EOF-ARL TO TRUE
                       ELSE
                           IF ARL-STATUS-PURGED
                               MOVE "Y" TO YEAR-PURGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXARCLOG
       EXIT SECTION.

       230-INIT-CONTROL-TOTALS SECTION.
           MOVE "FXORDERS" TO CT-FILE (FILE-ORDERS)
           MOVE "FXSCHINV" TO CT-FILE (FILE-SCHINV)
           MOVE "FXSCHINVLN" TO CT-FILE (FILE-SCHINVLN)
           MOVE "FXCREDNOTE" TO CT-FILE (FILE-CREDNOTE)
           MOVE "FXSUPPINV" TO CT-FILE (FILE-SUPPINV)
           MOVE "FXSUPINVLN" TO CT-FILE (FILE-SUPINVLN)
           MOVE "FXPURCHORD" TO CT-FILE (FILE-PURCHORD)
           MOVE "FXPOLINES" TO CT-FILE (FILE-POLINES)
           MOVE "FXPOLINE" TO CT-FILE (FILE-POLINE)
           PERFORM VARYING FILE-IX FROM 1 BY 1
               UNTIL FILE-IX > MAX-FILES
               MOVE ZERO TO CT-COUNT (FILE-IX) CT-TOTAL (FILE-IX)
           END-PERFORM
       EXIT SECTION.

      *> AN INVOICE IS SETTLED ONCE PAID IN FULL OR WRITTEN OFF; IT
      *> BELONGS TO THE YEAR ITS BILLING PERIOD ENDS IN AND TAKES
      *> ITS LINES WITH IT
       300-ARCHIVE-SCHOOL-INVOICES SECTION.
           MOVE "N" TO DOC-EOF-FLAG
           OPEN I-O FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHINV
               EXIT SECTION
           END-IF
           OPEN I-O FXSCHINVLN
           MOVE FILE-SCHINV TO FILE-IX
           PERFORM 910-OPEN-ARCHIVE
           MOVE FILE-SCHINVLN TO FILE-IX
           PERFORM 920-OPEN-LINE-ARCHIVE
           PERFORM UNTIL EOF-DOC
               READ FXSCHINV NEXT RECORD
                   AT END SET EOF-DOC TO TRUE
                   NOT AT END
                       IF SCHINV-PERIOD-TO (1:4) = ASK-YEAR AND
                           (SCHINV-STATUS-PAID OR
                            SCHINV-STATUS-WRITTEN-OFF)
                           PERFORM 310-ARCHIVE-ONE-SCHOOL-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINE-ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           CLOSE FXSCHINVLN
           CLOSE FXSCHINV
       EXIT SECTION.

       310-ARCHIVE-ONE-SCHOOL-INVOICE SECTION.
           WRITE ARCHIVE-RECORD FROM SCHINV-DETAILS
           MOVE FILE-SCHINV TO FILE-IX
           PERFORM 940-COUNT-ONE-RECORD
           MOVE SCHINV-ID TO SAVE-DOC-ID
           IF SCHIL-STATUS-FS = ZERO
               MOVE "N" TO LINE-EOF-FLAG
               MOVE SAVE-DOC-ID TO SCHIL-INV-ID
               MOVE ZERO TO SCHIL-LINE-NO
               START FXSCHINVLN KEY IS >= SCHIL-ID
                   INVALID KEY SET EOF-LINE TO TRUE
               END-START
               MOVE FILE-SCHINVLN TO FILE-IX
               PERFORM UNTIL EOF-LINE
                   READ FXSCHINVLN NEXT RECORD
                       AT END SET EOF-LINE TO TRUE
                       NOT AT END
                           IF SCHIL-INV-ID NOT = SAVE-DOC-ID
                               SET EOF-LINE TO TRUE
                           ELSE
                               WRITE LINE-ARCHIVE-RECORD
                                   FROM SCHIL-DETAILS
                               PERFORM 940-COUNT-ONE-RECORD
                               DELETE FXSCHINVLN RECORD
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DELETE FXSCHINV RECORD
           END-DELETE
       EXIT SECTION.

      *> A CREDIT NOTE OF THE YEAR MOVES ONCE THE INVOICE IT WAS
      *> RAISED AGAINST IS SETTLED OR ALREADY OFF THE LIVE FILE; A
      *> CREDIT AGAINST AN INVOICE STILL OPEN STAYS FOR STATEMENT
       350-ARCHIVE-CREDIT-NOTES SECTION.
           MOVE "N" TO DOC-EOF-FLAG
           OPEN I-O FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO THEN
               CLOSE FXCREDNOTE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHINV
           MOVE FILE-CREDNOTE TO FILE-IX
           PERFORM 910-OPEN-ARCHIVE
           PERFORM UNTIL EOF-DOC
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-DOC TO TRUE
                   NOT AT END
                       IF CRN-DATE (1:4) = ASK-YEAR
                           PERFORM 360-CHECK-INVOICE-LIVE
                           IF NOT INVOICE-LIVE-YES
                               WRITE ARCHIVE-RECORD FROM CRN-DETAILS
                               PERFORM 940-COUNT-ONE-RECORD
                               DELETE FXCREDNOTE RECORD
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE FXSCHINV
           CLOSE FXCREDNOTE
       EXIT SECTION.

       360-CHECK-INVOICE-LIVE SECTION.
           MOVE "N" TO INVOICE-LIVE
           IF SCHINV-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE CRN-INV-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SCHINV-STATUS-OPEN
                       MOVE "Y" TO INVOICE-LIVE
                   END-IF
           END-READ
       EXIT SECTION.

      *> AN ORDER IS SETTLED ONCE INVOICED; IT BELONGS TO THE YEAR
      *> OF ITS DELIVERY DATE. THE CONTROL TOTAL IS THE QUANTITY.
       400-ARCHIVE-ORDERS SECTION.
           MOVE "N" TO DOC-EOF-FLAG
           OPEN I-O FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           MOVE FILE-ORDERS TO FILE-IX
           PERFORM 910-OPEN-ARCHIVE
           PERFORM UNTIL EOF-DOC
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-DOC TO TRUE
                   NOT AT END
                       IF ORD-DEL-YEAR = ASK-YEAR AND
                           ORD-STATUS-INVOICED
                           WRITE ARCHIVE-RECORD FROM ORD-DETAILS
                           PERFORM 940-COUNT-ONE-RECORD
                           DELETE FXORDERS RECORD
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE FXORDERS
       EXIT SECTION.

      *> A SUPPLIER INVOICE IS SETTLED ONCE PAID; IT BELONGS TO THE
      *> YEAR OF ITS INVOICE DATE AND TAKES ITS LINES WITH IT
       500-ARCHIVE-SUPPLIER-INVOICES SECTION.
           MOVE "N" TO DOC-EOF-FLAG
           OPEN I-O FXSUPPINV
           IF SINV-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPINV
               EXIT SECTION
           END-IF
           OPEN I-O FXSUPINVLN
           MOVE FILE-SUPPINV TO FILE-IX
           PERFORM 910-OPEN-ARCHIVE
           MOVE FILE-SUPINVLN TO FILE-IX
           PERFORM 920-OPEN-LINE-ARCHIVE
           PERFORM UNTIL EOF-DOC
               READ FXSUPPINV NEXT RECORD
                   AT END SET EOF-DOC TO TRUE
                   NOT AT END
                       IF SINV-YEAR = ASK-YEAR AND SINV-STATUS-PAID
                           PERFORM 510-ARCHIVE-ONE-SUPP-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINE-ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           CLOSE FXSUPINVLN
           CLOSE FXSUPPINV
       EXIT SECTION.

       510-ARCHIVE-ONE-SUPP-INVOICE SECTION.
           WRITE ARCHIVE-RECORD FROM SINV-DETAILS
           MOVE FILE-SUPPINV TO FILE-IX
           PERFORM 940-COUNT-ONE-RECORD
           MOVE SINV-ID TO SAVE-DOC-ID
           IF SIL-STATUS-FS = ZERO
               MOVE "N" TO LINE-EOF-FLAG
               MOVE SAVE-DOC-ID TO SIL-INV-ID
               MOVE ZERO TO SIL-LINE-NO
               START FXSUPINVLN KEY IS >= SIL-ID
                   INVALID KEY SET EOF-LINE TO TRUE
               END-START
               MOVE FILE-SUPINVLN TO FILE-IX
               PERFORM UNTIL EOF-LINE
                   READ FXSUPINVLN NEXT RECORD
                       AT END SET EOF-LINE TO TRUE
                       NOT AT END
                           IF SIL-INV-ID NOT = SAVE-DOC-ID
                               SET EOF-LINE TO TRUE
                           ELSE
                               WRITE LINE-ARCHIVE-RECORD
                                   FROM SIL-DETAILS
                               PERFORM 940-COUNT-ONE-RECORD
                               DELETE FXSUPINVLN RECORD
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DELETE FXSUPPINV RECORD
           END-DELETE
       EXIT SECTION.

      *> A PURCHASE ORDER IS SETTLED ONCE CLOSED OR CANCELLED; IT
      *> BELONGS TO THE YEAR OF ITS ORDER DATE AND TAKES ITS LINES
      *> FROM BOTH ORDER LINE FILES WITH IT
       600-ARCHIVE-PURCHASE-ORDERS SECTION.
           MOVE "N" TO DOC-EOF-FLAG
           OPEN I-O FXPURCHORD
           IF PO-STATUS-FS NOT = ZERO THEN
               CLOSE FXPURCHORD
               EXIT SECTION
           END-IF
           OPEN I-O FXPOLINES
           OPEN I-O FXPOLINE
           MOVE FILE-PURCHORD TO FILE-IX
           PERFORM 910-OPEN-ARCHIVE
           MOVE FILE-POLINES TO FILE-IX
           PERFORM 920-OPEN-LINE-ARCHIVE
           MOVE FILE-POLINE TO FILE-IX
           PERFORM 930-OPEN-ALT-ARCHIVE
           PERFORM UNTIL EOF-DOC
               READ FXPURCHORD NEXT RECORD
                   AT END SET EOF-DOC TO TRUE
                   NOT AT END
                       IF PO-ORDER-YEAR = ASK-YEAR AND
                           (PO-STATUS-CLOSED OR PO-STATUS-CANCELLED)
                           PERFORM 610-ARCHIVE-ONE-PURCH-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALT-ARCHIVE-FILE
           CLOSE LINE-ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           CLOSE FXPOLINE
           CLOSE FXPOLINES
           CLOSE FXPURCHORD
       EXIT SECTION.

       610-ARCHIVE-ONE-PURCH-ORDER SECTION.
           WRITE ARCHIVE-RECORD FROM PO-DETAILS
           MOVE FILE-PURCHORD TO FILE-IX
           PERFORM 940-COUNT-ONE-RECORD
           MOVE PO-ID TO SAVE-DOC-ID
           IF POL-STATUS-FS = ZERO
               MOVE "N" TO LINE-EOF-FLAG
               MOVE SAVE-DOC-ID TO POL-PO-ID
               MOVE ZERO TO POL-LINE-NO
               START FXPOLINES KEY IS >= POL-ID
                   INVALID KEY SET EOF-LINE TO TRUE
               END-START
               MOVE FILE-POLINES TO FILE-IX
               PERFORM UNTIL EOF-LINE
                   READ FXPOLINES NEXT RECORD
                       AT END SET EOF-LINE TO TRUE
                       NOT AT END
                           IF POL-PO-ID NOT = SAVE-DOC-ID
                               SET EOF-LINE TO TRUE
                           ELSE
                               WRITE LINE-ARCHIVE-RECORD
                                   FROM POL-DETAILS
                               PERFORM 940-COUNT-ONE-RECORD
                               DELETE FXPOLINES RECORD
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF PLN-STATUS-FS = ZERO
               MOVE "N" TO LINE-EOF-FLAG
               MOVE SAVE-DOC-ID TO PLN-PO-ID
               MOVE ZERO TO PLN-LINE-NO
               START FXPOLINE KEY IS >= PLN-ID
                   INVALID KEY SET EOF-LINE TO TRUE
               END-START
               MOVE FILE-POLINE TO FILE-IX
               PERFORM UNTIL EOF-LINE
                   READ FXPOLINE NEXT RECORD
                       AT END SET EOF-LINE TO TRUE
                       NOT AT END
                           IF PLN-PO-ID NOT = SAVE-DOC-ID
                               SET EOF-LINE TO TRUE
                           ELSE
                               WRITE ALT-ARCHIVE-RECORD
                                   FROM PLN-RECORD
                               MOVE PLN-RECORD TO POL-DETAILS
                               PERFORM 940-COUNT-ONE-RECORD
                               DELETE FXPOLINE RECORD
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           DELETE FXPURCHORD RECORD
           END-DELETE
       EXIT SECTION.

      *> ONE REGISTER ROW PER FILE AND YEAR; A SECOND RUN FOR THE
      *> SAME YEAR (DOCUMENTS SETTLED LATE) ADDS TO THE TOTALS, AS
      *> ITS RECORDS WERE APPENDED TO THE SAME ARCHIVE FILES
       700-UPDATE-REGISTER SECTION.
           OPEN I-O FXARCLOG
           IF ARL-STATUS-FS = 35 THEN
               CLOSE FXARCLOG
               OPEN OUTPUT FXARCLOG
           ELSE
               IF ARL-STATUS-FS NOT = ZERO THEN
                   MOVE ARL-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           PERFORM VARYING FILE-IX FROM 1 BY 1
               UNTIL FILE-IX > MAX-FILES
               MOVE ASK-YEAR TO ARL-YEAR
               MOVE CT-FILE (FILE-IX) TO ARL-FILE
               READ FXARCLOG
                   INVALID KEY
                       MOVE ASK-YEAR TO ARL-YEAR
                       MOVE CT-FILE (FILE-IX) TO ARL-FILE
                       MOVE CT-COUNT (FILE-IX) TO ARL-COUNT
                       MOVE CT-TOTAL (FILE-IX) TO ARL-CONTROL-TOTAL
                       MOVE "A" TO ARL-STATUS
                       MOVE TODAY-DATE TO ARL-ARCHIVED-DATE
                       MOVE ZERO TO ARL-PURGED-DATE
                       CALL "GETOPER" USING ARL-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO ARL-LAST-DATE
                       WRITE ARL-DETAILS
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD CT-COUNT (FILE-IX) TO ARL-COUNT
                       ADD CT-TOTAL (FILE-IX) TO ARL-CONTROL-TOTAL
                       MOVE TODAY-DATE TO ARL-ARCHIVED-DATE
                       CALL "GETOPER" USING ARL-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO ARL-LAST-DATE
                       REWRITE ARL-DETAILS
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE FXARCLOG
       EXIT SECTION.

       750-PRINT-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-FILENAME
           STRING "ARCHIVE-" DELIMITED BY SIZE
               ASK-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = ZERO THEN
               CLOSE REPORT-FILE
               EXIT SECTION
           END-IF
           MOVE ZERO TO REPORT-COUNT
           MOVE ASK-YEAR TO AH-YEAR
           MOVE TODAY-DATE TO AH-DATE
           WRITE REPORT-LINE FROM ARCHIVE-HEADER
           WRITE REPORT-LINE FROM BLANK-DETAIL
           MOVE ASK-YEAR TO ARCHIVE-NAME-YEAR
           PERFORM VARYING FILE-IX FROM 1 BY 1
               UNTIL FILE-IX > MAX-FILES
               PERFORM 900-BUILD-ARCHIVE-NAME
               MOVE CT-FILE (FILE-IX) TO AD-FILE
               MOVE CT-COUNT (FILE-IX) TO AD-COUNT
               MOVE CT-TOTAL (FILE-IX) TO AD-TOTAL
               MOVE ARCHIVE-NAME-WORK TO AD-ARCHIVE
               WRITE REPORT-LINE FROM ARCHIVE-DETAIL
               ADD 1 TO REPORT-COUNT
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "ARCHIVE" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "ARCHIVE" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE REPORT-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

      *> EVERY ARCHIVE STILL ON THE REGISTER WHOSE YEAR IS PAST THE
      *> LEGAL RETENTION LIMIT IS READ BACK, EACH RECORD LISTED ON
      *> THE CERTIFICATE AND RE-TOTALLED; ONLY WHEN THE TOTALS AGREE
      *> WITH THE REGISTER IS THE FILE DELETED AND THE ROW MARKED
       800-PURGE-EXPIRED SECTION.
           PERFORM 095-CHECK-SUPERVISOR
           IF PERM-GRANTED NOT = "Y"
               EXIT SECTION
           END-IF
           PERFORM 110-LOAD-RETENTION
           PERFORM 230-INIT-CONTROL-TOTALS
           COMPUTE PURGE-LIMIT-YEAR = CURRENT-YEAR - LEGAL-YEARS
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO EXAMINED-COUNT PURGED-COUNT KEPT-COUNT
           MOVE ZERO TO REPORT-COUNT
           MOVE "N" TO ARL-EOF-FLAG
           OPEN I-O FXARCLOG
           IF ARL-STATUS-FS NOT = ZERO THEN
               CLOSE FXARCLOG
               MOVE PURGE-NOTHING TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO REPORT-FILENAME
           STRING "PURGECERT-" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = ZERO THEN
               MOVE REPORT-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE TODAY-DATE TO CH-DATE
           MOVE LEGAL-YEARS TO CH-LEGAL
           MOVE PURGE-LIMIT-YEAR TO CH-LIMIT
           WRITE REPORT-LINE FROM CERT-HEADER
           WRITE REPORT-LINE FROM BLANK-DETAIL
           PERFORM UNTIL EOF-ARL
               READ FXARCLOG NEXT RECORD
                   AT END SET EOF-ARL TO TRUE
                   NOT AT END
                       IF ARL-STATUS-ARCHIVED AND
                           ARL-YEAR <= PURGE-LIMIT-YEAR
                           ADD 1 TO EXAMINED-COUNT
                           PERFORM 810-PURGE-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-FILE
           CLOSE FXARCLOG
           IF EXAMINED-COUNT = ZERO
               MOVE PURGE-NOTHING TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "PURGECERT" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "ARCHIVE" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE REPORT-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "ARCHIVE" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE EXAMINED-COUNT TO RLOG-PROCESSED
           MOVE PURGED-COUNT TO RLOG-ACCEPTED
           MOVE KEPT-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE PURGE-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       810-PURGE-ONE-ARCHIVE SECTION.
           PERFORM VARYING FILE-IX FROM 1 BY 1
               UNTIL FILE-IX > MAX-FILES OR
               CT-FILE (FILE-IX) = ARL-FILE
               CONTINUE
           END-PERFORM
           IF FILE-IX > MAX-FILES
               ADD 1 TO KEPT-COUNT
               EXIT SECTION
           END-IF
           MOVE ZERO TO CT-COUNT (FILE-IX) CT-TOTAL (FILE-IX)
           MOVE ARL-YEAR TO ARCHIVE-NAME-YEAR
           PERFORM 900-BUILD-ARCHIVE-NAME
           MOVE ARCHIVE-NAME-WORK TO ARCHIVE-FILENAME
           MOVE "N" TO ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = ZERO THEN
               PERFORM UNTIL EOF-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END SET EOF-ARCHIVE TO TRUE
                       NOT AT END
                           PERFORM 950-UNPACK-ARCHIVE-RECORD
                           PERFORM 940-COUNT-ONE-RECORD
                           MOVE ARL-FILE TO CL-FILE
                           MOVE ARL-YEAR TO CL-YEAR
                           MOVE REC-KEY-TEXT TO CL-KEY
                           MOVE REC-DATE TO CL-DATE
                           MOVE REC-AMOUNT TO CL-AMOUNT
                           WRITE REPORT-LINE FROM CERT-DETAIL
                           ADD 1 TO REPORT-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-FILE
           MOVE "N" TO TOTALS-AGREE
           IF CT-COUNT (FILE-IX) = ARL-COUNT AND
               CT-TOTAL (FILE-IX) = ARL-CONTROL-TOTAL
               MOVE "Y" TO TOTALS-AGREE
           END-IF
           MOVE ARL-FILE TO CT-LINE-FILE
           MOVE ARL-YEAR TO CT-LINE-YEAR
           MOVE CT-COUNT (FILE-IX) TO CT-LINE-COUNT
           MOVE CT-TOTAL (FILE-IX) TO CT-LINE-TOTAL
           IF TOTALS-AGREE-YES
               MOVE "AGREES - DESTROYED" TO CT-LINE-RESULT
           ELSE
               MOVE "DIFFERS FROM REGISTER - KEPT" TO CT-LINE-RESULT
           END-IF
           WRITE REPORT-LINE FROM CERT-TOTAL
           WRITE REPORT-LINE FROM BLANK-DETAIL
           IF NOT TOTALS-AGREE-YES
               ADD 1 TO KEPT-COUNT
               EXIT SECTION
           END-IF
           CALL "CBL_DELETE_FILE" USING ARCHIVE-FILENAME
           END-CALL
           MOVE "P" TO ARL-STATUS
           MOVE TODAY-DATE TO ARL-PURGED-DATE
           CALL "GETOPER" USING ARL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO ARL-LAST-DATE
           REWRITE ARL-DETAILS
           END-REWRITE
           ADD 1 TO PURGED-COUNT
       EXIT SECTION.

      *> <FILE>-<YYYY>.ARC FOR THE FILE AT FILE-IX
       900-BUILD-ARCHIVE-NAME SECTION.
           MOVE SPACES TO ARCHIVE-NAME-WORK
           STRING CT-FILE (FILE-IX) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               ARCHIVE-NAME-YEAR DELIMITED BY SIZE
               ".ARC" DELIMITED BY SIZE
               INTO ARCHIVE-NAME-WORK
       EXIT SECTION.

      *> THE ARCHIVES ARE APPENDED TO, SO A LATE SECOND RUN FOR THE
      *> SAME YEAR LANDS IN THE SAME FILES
       910-OPEN-ARCHIVE SECTION.
           MOVE ASK-YEAR TO ARCHIVE-NAME-YEAR
           PERFORM 900-BUILD-ARCHIVE-NAME
           MOVE ARCHIVE-NAME-WORK TO ARCHIVE-FILENAME
           OPEN EXTEND ARCHIVE-FILE
           IF ARCHIVE-STATUS = 35 THEN
               CLOSE ARCHIVE-FILE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
       EXIT SECTION.

       920-OPEN-LINE-ARCHIVE SECTION.
           MOVE ASK-YEAR TO ARCHIVE-NAME-YEAR
           PERFORM 900-BUILD-ARCHIVE-NAME
           MOVE ARCHIVE-NAME-WORK TO LINE-ARCHIVE-FILENAME
           OPEN EXTEND LINE-ARCHIVE-FILE
           IF LINE-ARCHIVE-STATUS = 35 THEN
               CLOSE LINE-ARCHIVE-FILE
               OPEN OUTPUT LINE-ARCHIVE-FILE
           END-IF
       EXIT SECTION.

       930-OPEN-ALT-ARCHIVE SECTION.
           MOVE ASK-YEAR TO ARCHIVE-NAME-YEAR
           PERFORM 900-BUILD-ARCHIVE-NAME
           MOVE ARCHIVE-NAME-WORK TO ALT-ARCHIVE-FILENAME
           OPEN EXTEND ALT-ARCHIVE-FILE
           IF ALT-ARCHIVE-STATUS = 35 THEN
               CLOSE ALT-ARCHIVE-FILE
               OPEN OUTPUT ALT-ARCHIVE-FILE
           END-IF
       EXIT SECTION.

      *> KEY, DATE AND VALUE OF THE RECORD IN HAND FOR THE FILE AT
      *> FILE-IX, ADDED TO THAT FILE'S CONTROL TOTALS. ORDERS COUNT
      *> BY QUANTITY; A PURCHASE ORDER HEADER CARRIES NO VALUE OF
      *> ITS OWN, ITS LINES DO.
       940-COUNT-ONE-RECORD SECTION.
           MOVE SPACES TO REC-KEY-TEXT
           MOVE ZERO TO REC-DATE REC-AMOUNT
           EVALUATE FILE-IX
               WHEN FILE-ORDERS
                   MOVE ORD-ID TO REC-KEY-TEXT
                   MOVE ORD-DELIVERY-DATE TO REC-DATE
                   MOVE ORD-QTY TO REC-AMOUNT
               WHEN FILE-SCHINV
                   MOVE SCHINV-ID TO REC-KEY-TEXT
                   MOVE SCHINV-PERIOD-TO TO REC-DATE
                   MOVE SCHINV-TOTAL TO REC-AMOUNT
               WHEN FILE-SCHINVLN
                   MOVE SCHIL-ID TO REC-KEY-TEXT
                   MOVE SCHIL-DELIVERY-DATE TO REC-DATE
                   MOVE SCHIL-AMOUNT TO REC-AMOUNT
               WHEN FILE-CREDNOTE
                   MOVE CRN-ID TO REC-KEY-TEXT
                   MOVE CRN-DATE TO REC-DATE
                   MOVE CRN-AMOUNT TO REC-AMOUNT
               WHEN FILE-SUPPINV
                   MOVE SINV-ID TO REC-KEY-TEXT
                   MOVE SINV-DATE TO REC-DATE
                   MOVE SINV-TOTAL TO REC-AMOUNT
               WHEN FILE-SUPINVLN
                   MOVE SIL-ID TO REC-KEY-TEXT
                   MOVE SIL-LAST-DATE TO REC-DATE
                   IF SIL-WEIGHT NUMERIC AND SIL-WEIGHT > ZERO
                       COMPUTE REC-AMOUNT = SIL-WEIGHT * SIL-UNIT-PRICE
                           + SIL-CHARGE-AMOUNT
                   ELSE
                       COMPUTE REC-AMOUNT = SIL-QTY * SIL-UNIT-PRICE
                           + SIL-CHARGE-AMOUNT
                   END-IF
               WHEN FILE-PURCHORD
                   MOVE PO-ID TO REC-KEY-TEXT
                   MOVE PO-ORDER-DATE TO REC-DATE
               WHEN FILE-POLINES
               WHEN FILE-POLINE
                   MOVE POL-ID TO REC-KEY-TEXT
                   MOVE POL-LAST-DATE TO REC-DATE
                   COMPUTE REC-AMOUNT = POL-QTY-ORDERED * POL-PRICE
           END-EVALUATE
           ADD 1 TO CT-COUNT (FILE-IX)
           ADD REC-AMOUNT TO CT-TOTAL (FILE-IX)
           ADD 1 TO MOVED-COUNT
       EXIT SECTION.

      *> AN ARCHIVE LINE IS THE RAW LIVE RECORD; IT IS LAID BACK
      *> OVER THE MATCHING RECORD AREA TO BE READ
       950-UNPACK-ARCHIVE-RECORD SECTION.
           EVALUATE FILE-IX
               WHEN FILE-ORDERS
                   MOVE ARCHIVE-RECORD TO ORD-DETAILS
               WHEN FILE-SCHINV
                   MOVE ARCHIVE-RECORD TO SCHINV-DETAILS
               WHEN FILE-SCHINVLN
                   MOVE ARCHIVE-RECORD TO SCHIL-DETAILS
               WHEN FILE-CREDNOTE
                   MOVE ARCHIVE-RECORD TO CRN-DETAILS
               WHEN FILE-SUPPINV
                   MOVE ARCHIVE-RECORD TO SINV-DETAILS
               WHEN FILE-SUPINVLN
                   MOVE ARCHIVE-RECORD TO SIL-DETAILS
               WHEN FILE-PURCHORD
                   MOVE ARCHIVE-RECORD TO PO-DETAILS
               WHEN FILE-POLINES
               WHEN FILE-POLINE
                   MOVE ARCHIVE-RECORD TO POL-DETAILS
           END-EVALUATE
       EXIT SECTION.
