      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    SEGREGATION OF DUTIES REVIEW - THE DUAL CONTROLS ON PRICE
      *    APPROVALS, PAYMENT RELEASES AND BANK DETAIL CHANGES EACH
      *    GUARD ONE STEP; THIS LOOKS AT THE WHOLE CHAIN FOR A MONTH
      *    (YYYYMM). FROM THE LAST-BY AUDIT FIELDS OF THE SUPPLIER,
      *    BANK DETAIL, PURCHASE ORDER, SUPPLIER INVOICE, PRICE
      *    AGREEMENT AND PAYMENT RUN FILES AND FROM THE IMPORT RUNS
      *    ON FXRUNLOG IT GATHERS WHO DID WHICH STEP FOR WHICH
      *    SUPPLIER, AND RAISES AN EXCEPTION WHEREVER ONE OPERATOR
      *    DID TWO STEPS THAT SHOULD BE IN DIFFERENT HANDS - E.G. SET
      *    UP A SUPPLIER, ENTERED ITS INVOICE AND RAN THE PAYMENT
      *    RUN THAT PAID IT. A BANK CHANGE CONFIRMED BY ITS OWN
      *    MAKER, A PAYMENT RUN OVER THE RELEASE LIMIT RELEASED BY
      *    ITS CREATOR AND EVERY ACTIVE OPERATOR WHOSE PERMISSION
      *    FLAGS COMBINE PURCHASING WITH STOCK AND/OR SUPERVISOR ARE
      *    RAISED AS WELL. EXCEPTIONS ARE KEPT ON FXSODEXC; A
      *    SUPERVISOR OTHER THAN THE OPERATOR CONCERNED MARKS EACH
      *    ONE REVIEWED WITH A COMMENT, AND THE MONTH'S LISTING WITH
      *    THE REVIEWS GOES TO THE AUDITOR. SUPERVISOR ONLY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSODEXC ASSIGN TO "FXSODEXC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SOD-ID
                   FILE STATUS SOD-STATUS-FS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

               SELECT FXSUPPBANK ASSIGN TO "FXSUPPBANK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SBK-SUPPLIER-ID
                   FILE STATUS SBK-STATUS-FS.

               SELECT FXPURCHORD ASSIGN TO "FXPURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-ID
                   FILE STATUS PO-STATUS-FS.

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

               SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

               SELECT FXPAYRUN ASSIGN TO "FXPAYRUN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PYR-ID
                   FILE STATUS PYR-STATUS-FS.

               SELECT FXPAYMENTS ASSIGN TO "FXPAYMENTS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PMT-ID
                   FILE STATUS PMT-STATUS-FS.

               SELECT FXPAYCTL ASSIGN TO "FXPAYCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PYC-ID
                   FILE STATUS PYC-STATUS-FS.

               SELECT FXRUNLOG ASSIGN TO "FXRUNLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOG-ID
                   FILE STATUS LOG-STATUS-FS.

               SELECT FXOPERATOR ASSIGN TO "FXOPERATOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPER-ID
                   FILE STATUS OPER-STATUS-FS.

               SELECT PRINT-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSODEXC.
           COPY FD-SODEXC.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD FXSUPPBANK.
           COPY FD-SUPPBANK.
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXSUPPINV.
           COPY FD-SUPPINV.
       FD FXSUPINVLN.
           COPY FD-SUPINVLN.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXPAYRUN.
           COPY FD-PAYRUN.
       FD FXPAYMENTS.
           COPY FD-PAYMENTS.
       FD FXPAYCTL.
           COPY FD-PAYCTL.
       FD FXRUNLOG.
           COPY FD-RUNLOG.
       FD FXOPERATOR.
           COPY OPERATORFX.
       FD PRINT-FILE.
       01  PRINT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "SEGREGATION OF DUTIES REVIEW".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  SOD-MENU-OPTION1    VALUE "1 - RUN MONTHLY CHECK".
       78  SOD-MENU-OPTION2    VALUE "2 - REVIEW EXCEPTIONS".
       78  SOD-MENU-OPTION3    VALUE "3 - PRINT MONTH FOR AUDITOR".
       78  SOD-MENU-OPTION4    VALUE "4 - BACK".
       78  SOD-TEXT-PERIOD     VALUE "PERIOD (YYYYMM):".
       78  SOD-TEXT-RULE       VALUE "      FINDING:".
       78  SOD-TEXT-OPERATOR   VALUE "     OPERATOR:".
       78  SOD-TEXT-SUPPLIER   VALUE "     SUPPLIER:".
       78  SOD-TEXT-REF        VALUE "  TRANSACTION:".
       78  SOD-TEXT-OTHER      VALUE "   EARLIER BY:".
       78  SOD-TEXT-RISK       VALUE "         RISK:".
       78  SOD-TEXT-COMMENT    VALUE "      COMMENT:".
       78  DECIDE-TEXT
           VALUE "(R)EVIEWED / (S)KIP / (Q)UIT:".
       78  CHECK-DONE
           VALUE "CHECK FINISHED, SEE THE DATED FILE, PRESS ANY KEY".
       78  PRINT-DONE
           VALUE "LISTING PRODUCED, SEE THE DATED FILE, PRESS ANY KEY".
       78  REVIEW-DONE
           VALUE "NO MORE OPEN EXCEPTIONS FOR THE PERIOD, PRESS ANY "-
           "KEY".
       78  ERROR-BAD-PERIOD
           VALUE "INVALID PERIOD".
       78  ERROR-NEED-COMMENT
           VALUE "A REVIEW NEEDS A COMMENT".
       78  ERROR-OWN-EXCEPTION
           VALUE "AN EXCEPTION ON YOURSELF MUST BE REVIEWED BY "-
           "ANOTHER SUPERVISOR".
       78  ERROR-TABLE-FULL
           VALUE "** STEP TABLE FULL - LATER STEPS NOT CHECKED **".
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SIGNED-ON SUPERVISOR MAY RUN THE "-
           "SEGREGATION OF DUTIES REVIEW".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SOD-STATUS-FS                    PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  SBK-STATUS-FS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  SINV-STATUS-FS                   PIC 9(002).
       77  SIL-STATUS-FS                    PIC 9(002).
       77  RIS-STATUS                       PIC 9(002).
       77  PYR-STATUS-FS                    PIC 9(002).
       77  PMT-STATUS-FS                    PIC 9(002).
       77  PYC-STATUS-FS                    PIC 9(002).
       77  LOG-STATUS-FS                    PIC 9(002).
       77  OPER-STATUS-FS                   PIC 9(002).
       77  PRINT-STATUS                     PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  READ-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-READ                     VALUE "Y".
       01  SOD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SOD                      VALUE "Y".
       01  REVIEW-STOP-FLAG                 PIC X(001) VALUE "N".
           88  REVIEW-STOP                  VALUE "Y".

       01  ASK-PERIOD                       PIC 9(006).
       01  ASK-COMMENT                      PIC X(060).
       01  DECIDE-ANSWER                    PIC X(001).
           88  DECIDE-REVIEWED              VALUE "R" "r".
           88  DECIDE-SKIP                  VALUE "S" "s".
           88  DECIDE-QUIT                  VALUE "Q" "q".
           88  DECIDE-VALID                 VALUE "R" "r" "S" "s"
                                                  "Q" "q".
       01  REVIEWER-ID                      PIC X(008).
       01  TODAY-DATE                       PIC 9(008).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       01  APPROVAL-LIMIT                   PIC 9(009)V99.
       01  LIMIT-ON-FILE                    PIC X(001).
           88  LIMIT-ON-FILE-YES            VALUE "Y".
       01  INVOICE-ENTERED-BY               PIC X(008).
       77  LINE-COUNT                       PIC 9(005).
       77  READ-COUNT                       PIC 9(007).
       77  NEW-COUNT                        PIC 9(005).
       77  KNOWN-COUNT                      PIC 9(005).

      *> THE CONFLICT RULES. A PAIRED RULE ("P") IS RAISED WHEN ONE
      *> OPERATOR DID THE STEP IN ITS FIRST TWO CHARACTERS AND THE
      *> STEP IN ITS LAST TWO FOR THE SAME SUPPLIER; A DIRECT RULE
      *> ("D") IS RAISED FROM A SINGLE RECORD. THE STEPS ARE
      *>   SM SUPPLIER SET UP OR LAST CHANGED    BC BANK DETAILS CHANGED
      *>   BK BANK CHANGE CONFIRMED              PO PO RAISED/RECEIVED
      *>   PA PRICE AGREED OR APPROVED           IE INVOICE ENTERED
      *>   RC PAYMENT RUN MADE                   RR PAYMENT RUN RELEASED
      *> SM, BC AND BK COUNT WHENEVER THEY HAPPENED; THE SECOND STEP
      *> OF EVERY PAIR IS A STEP OF THE MONTH, SO A FINDING BELONGS
      *> TO THE MONTH ITS SECOND STEP WAS DONE IN
       78  MAX-RULES                        VALUE 17.
       01  RULE-TABLE-VALUES.
           05  FILLER PIC X(006) VALUE "SMIEPM".
           05  FILLER PIC X(044)
               VALUE "SUPPLIER MAINTAINED AND ITS INVOICE ENTERED".
           05  FILLER PIC X(006) VALUE "SMPOPM".
           05  FILLER PIC X(044)
               VALUE "SUPPLIER MAINTAINED AND ITS PO HANDLED".
           05  FILLER PIC X(006) VALUE "SMRCPH".
           05  FILLER PIC X(044)
               VALUE "SUPPLIER MAINTAINED AND PAYMENT RUN MADE".
           05  FILLER PIC X(006) VALUE "SMRRPH".
           05  FILLER PIC X(044)
               VALUE "SUPPLIER MAINTAINED AND PAYMENT RUN RELEASED".
           05  FILLER PIC X(006) VALUE "BCRCPH".
           05  FILLER PIC X(044)
               VALUE "BANK DETAILS CHANGED AND PAYMENT RUN MADE".
           05  FILLER PIC X(006) VALUE "BCRRPH".
           05  FILLER PIC X(044)
               VALUE "BANK DETAILS CHANGED AND PAYMENT RELEASED".
           05  FILLER PIC X(006) VALUE "BKRCPH".
           05  FILLER PIC X(044)
               VALUE "BANK CHANGE CONFIRMED AND PAYMENT RUN MADE".
           05  FILLER PIC X(006) VALUE "BKRRPH".
           05  FILLER PIC X(044)
               VALUE "BANK CHANGE CONFIRMED AND PAYMENT RELEASED".
           05  FILLER PIC X(006) VALUE "POIEPM".
           05  FILLER PIC X(044)
               VALUE "PO RAISED OR RECEIVED AND INVOICE ENTERED".
           05  FILLER PIC X(006) VALUE "PAPOPM".
           05  FILLER PIC X(044)
               VALUE "PRICE AGREED OR APPROVED AND PO HANDLED".
           05  FILLER PIC X(006) VALUE "IERCPH".
           05  FILLER PIC X(044)
               VALUE "INVOICE ENTERED AND PAYMENT RUN MADE".
           05  FILLER PIC X(006) VALUE "IERRPH".
           05  FILLER PIC X(044)
               VALUE "INVOICE ENTERED AND PAYMENT RUN RELEASED".
           05  FILLER PIC X(006) VALUE "BCBKDH".
           05  FILLER PIC X(044)
               VALUE "BANK CHANGE CONFIRMED BY ITS OWN MAKER".
           05  FILLER PIC X(006) VALUE "RCRRDH".
           05  FILLER PIC X(044)
               VALUE "RUN OVER THE LIMIT RELEASED BY ITS CREATOR".
           05  FILLER PIC X(006) VALUE "OPSVDH".
           05  FILLER PIC X(044)
               VALUE "PURCHASING + STOCK + SUPERVISOR PERMISSIONS".
           05  FILLER PIC X(006) VALUE "OPPSDM".
           05  FILLER PIC X(044)
               VALUE "PURCHASING + STOCK PERMISSIONS".
           05  FILLER PIC X(006) VALUE "OPPVDM".
           05  FILLER PIC X(044)
               VALUE "PURCHASING + SUPERVISOR PERMISSIONS".
       01  FILLER REDEFINES RULE-TABLE-VALUES.
           05  RULE-ENTRY OCCURS MAX-RULES TIMES INDEXED BY RUL.
               10  RULE-CODE                PIC X(004).
               10  RULE-KIND                PIC X(001).
                   88  RULE-PAIRED          VALUE "P".
               10  RULE-RISK                PIC X(001).
               10  RULE-TEXT                PIC X(044).

      *> WHO DID WHICH STEP FOR WHICH SUPPLIER. A SUPPLIER OF ZERO
      *> (AN IMPORT RUN ON FXRUNLOG) STANDS FOR EVERY SUPPLIER
       78  MAX-STEPS                        VALUE 5000.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS MAX-STEPS TIMES
               INDEXED BY STP STP2.
               10  STEP-CODE                PIC X(002).
               10  STEP-OPERATOR            PIC X(008).
               10  STEP-SUPPLIER            PIC 9(005).
               10  STEP-REF-TYPE            PIC X(003).
               10  STEP-REF-ID              PIC 9(007).
       77  STEP-COUNT                       PIC 9(005).
       01  STEP-TABLE-FULL                  PIC X(001).
           88  STEP-TABLE-FULL-YES          VALUE "Y".

       01  NEW-STEP.
           05  NS-CODE                      PIC X(002).
           05  NS-OPERATOR                  PIC X(008).
           05  NS-SUPPLIER                  PIC 9(005).
           05  NS-REF-TYPE                  PIC X(003).
           05  NS-REF-ID                    PIC 9(007).

       01  PAIR-CODE                        PIC X(004).
       01  NEW-EXCEPTION.
           05  EXC-RULE                     PIC X(004).
           05  EXC-OPERATOR                 PIC X(008).
           05  EXC-SUPPLIER                 PIC 9(005).
           05  EXC-REF-TYPE                 PIC X(003).
           05  EXC-REF-ID                   PIC 9(007).
           05  EXC-OTHER-TYPE               PIC X(003).
           05  EXC-OTHER-ID                 PIC 9(007).

       01  PERIOD-TOTALS.
           05  PT-EXCEPTIONS                PIC 9(005).
           05  PT-HIGH                      PIC 9(005).
           05  PT-OPEN                      PIC 9(005).
           05  PT-REVIEWED                  PIC 9(005).

       01  PRINT-TITLE.
           05  FILLER                       PIC X(046)
               VALUE "BREADWICH - SEGREGATION OF DUTIES EXCEPTIONS ".
           05  PTL-PERIOD                   PIC 9(006).
       01  PRINT-HEADING.
           05  FILLER                       PIC X(066) VALUE
               "RULE R OPERATOR SUPP  TRANSACTION EARLIER     FINDING".
           05  FILLER                       PIC X(066) VALUE
               "                        STATUS   REVIEWER DATE".
       01  PRINT-DETAIL.
           05  PD-RULE                      PIC X(004).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-RISK                      PIC X(001).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-OPERATOR                  PIC X(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-SUPPLIER                  PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-REF-TYPE                  PIC X(003).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-REF-ID                    PIC 9(007).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-OTHER-TYPE                PIC X(003).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-OTHER-ID                  PIC 9(007).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-TEXT                      PIC X(044).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-STATUS                    PIC X(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-REVIEWED-BY               PIC X(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PD-REVIEWED-DATE             PIC X(008).
       01  PRINT-COMMENT.
           05  FILLER                       PIC X(013) VALUE SPACES.
           05  FILLER                       PIC X(009)
               VALUE "COMMENT: ".
           05  PC-COMMENT                   PIC X(060).
       01  PRINT-TOTAL-DETAIL.
           05  PTD-LABEL                    PIC X(040).
           05  PTD-COUNT                    PIC ZZZZ9.

       01  SHOW-RULE                        PIC X(004).
       01  SHOW-TEXT                        PIC X(044).
       01  SHOW-OPERATOR                    PIC X(008).
       01  SHOW-SUPPLIER                    PIC 9(005).
       01  SHOW-REF                         PIC X(011).
       01  SHOW-OTHER                       PIC X(011).
       01  SHOW-RISK                        PIC X(006).

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
       01  SOD-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE SOD-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE SOD-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE SOD-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE SOD-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 SM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-PERIOD-SCREEN.
           05 VALUE SOD-TEXT-PERIOD LINE 08 COL 14.
           05 AP-PERIOD PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-PERIOD REQUIRED AUTO.
      ******************************************************************
       01  REVIEW-SCREEN.
           05 VALUE SOD-TEXT-RULE LINE 07 COL 10.
           05 RV-RULE PIC X(004) LINE 07 COL PLUS 1
               FROM SHOW-RULE.
           05 RV-TEXT PIC X(044) LINE 07 COL PLUS 2
               FROM SHOW-TEXT.
           05 VALUE SOD-TEXT-RISK LINE 08 COL 10.
           05 RV-RISK PIC X(006) LINE 08 COL PLUS 1
               FROM SHOW-RISK.
           05 VALUE SOD-TEXT-OPERATOR LINE 09 COL 10.
           05 RV-OPERATOR PIC X(008) LINE 09 COL PLUS 1
               FROM SHOW-OPERATOR.
           05 VALUE SOD-TEXT-SUPPLIER LINE 10 COL 10.
           05 RV-SUPPLIER PIC 9(005) LINE 10 COL PLUS 1
               FROM SHOW-SUPPLIER.
           05 VALUE SOD-TEXT-REF LINE 11 COL 10.
           05 RV-REF PIC X(011) LINE 11 COL PLUS 1
               FROM SHOW-REF.
           05 VALUE SOD-TEXT-OTHER LINE 12 COL 10.
           05 RV-OTHER PIC X(011) LINE 12 COL PLUS 1
               FROM SHOW-OTHER.
           05 VALUE SOD-TEXT-COMMENT LINE 14 COL 10.
           05 RV-COMMENT PIC X(060) LINE 14 COL PLUS 1
               USING ASK-COMMENT.
           05 VALUE DECIDE-TEXT LINE 16 COL 10.
           05 RV-DECIDE PIC X(001) LINE 16 COL PLUS 1
               TO DECIDE-ANSWER AUTO.
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
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SOD-MENU
               ACCEPT SOD-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-MONTHLY-CHECK
                   WHEN 2
                       PERFORM 500-REVIEW-EXCEPTIONS
                   WHEN 3
                       PERFORM 095-ASK-PERIOD
                       IF ASK-PERIOD NOT = ZERO
                           PERFORM 400-PRINT-PERIOD
                           MOVE PRINT-DONE TO ERROR-TEXT
                           ACCEPT ERROR-ZONE
                       END-IF
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

      *> LEAVES ASK-PERIOD ZERO WHEN THE OPERATOR BACKS OUT OR THE
      *> MONTH IS NOT VALID
       095-ASK-PERIOD SECTION.
           MOVE ZERO TO ASK-PERIOD
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-PERIOD-SCREEN
           ACCEPT ASK-PERIOD-SCREEN
           IF KEYSTATUS = 1003
               MOVE ZERO TO ASK-PERIOD
               EXIT SECTION
           END-IF
           IF ASK-PERIOD (5:2) < "01" OR ASK-PERIOD (5:2) > "12"
               MOVE ZERO TO ASK-PERIOD
               MOVE ERROR-BAD-PERIOD TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> ADDS NEW-STEP TO THE STEP TABLE; PAST THE TABLE SIZE THE
      *> STEP IS DROPPED AND THE LISTING SAYS SO
       098-ADD-STEP SECTION.
           IF NS-OPERATOR = SPACES
               EXIT SECTION
           END-IF
           IF STEP-COUNT >= MAX-STEPS
               MOVE "Y" TO STEP-TABLE-FULL
               EXIT SECTION
           END-IF
           ADD 1 TO STEP-COUNT
           SET STP TO STEP-COUNT
           MOVE NS-CODE TO STEP-CODE (STP)
           MOVE NS-OPERATOR TO STEP-OPERATOR (STP)
           MOVE NS-SUPPLIER TO STEP-SUPPLIER (STP)
           MOVE NS-REF-TYPE TO STEP-REF-TYPE (STP)
           MOVE NS-REF-ID TO STEP-REF-ID (STP)
       EXIT SECTION.

       100-MONTHLY-CHECK SECTION.
           PERFORM 095-ASK-PERIOD
           IF ASK-PERIOD = ZERO
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE ZERO TO STEP-COUNT READ-COUNT NEW-COUNT KNOWN-COUNT
           MOVE "N" TO STEP-TABLE-FULL
           OPEN I-O FXSODEXC
           IF SOD-STATUS-FS = 35 THEN
               CLOSE FXSODEXC
               OPEN OUTPUT FXSODEXC
               CLOSE FXSODEXC
               OPEN I-O FXSODEXC
           END-IF
           IF SOD-STATUS-FS NOT = ZERO THEN
               MOVE SOD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM 210-COLLECT-SUPPLIERS
           PERFORM 220-COLLECT-BANK-DETAILS
           PERFORM 230-COLLECT-PURCHASE-ORDERS
           PERFORM 240-COLLECT-INVOICES
           PERFORM 250-COLLECT-PRICE-AGREEMENTS
           PERFORM 260-COLLECT-PAYMENT-RUNS
           PERFORM 270-COLLECT-IMPORT-RUNS
           PERFORM 280-CHECK-OPERATORS
           PERFORM 300-MATCH-STEPS
           CLOSE FXSODEXC
           PERFORM 400-PRINT-PERIOD
           MOVE "SODCHECK" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE READ-COUNT TO RLOG-PROCESSED
           MOVE NEW-COUNT TO RLOG-ACCEPTED
           MOVE KNOWN-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE CHECK-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> WHOEVER LAST MAINTAINED A SUPPLIER, WHENEVER THAT WAS
       210-COLLECT-SUPPLIERS SECTION.
           MOVE "N" TO READ-EOF-FLAG
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = ZERO
               CLOSE FXSUPPLY
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-READ
               READ FXSUPPLY NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       MOVE "SM" TO NS-CODE
                       MOVE SUPPLIER-LAST-BY TO NS-OPERATOR
                       MOVE SUPPLIER-ID TO NS-SUPPLIER NS-REF-ID
                       MOVE "SUP" TO NS-REF-TYPE
                       PERFORM 098-ADD-STEP
               END-READ
           END-PERFORM
           CLOSE FXSUPPLY
       EXIT SECTION.

      *> THE MAKER AND THE CONFIRMER OF THE SUPPLIER'S BANK DETAILS.
      *> ONE OPERATOR IN BOTH ROLES IS A FINDING ON ITS OWN, IN THE
      *> MONTH OF THE CONFIRMATION
       220-COLLECT-BANK-DETAILS SECTION.
           MOVE "N" TO READ-EOF-FLAG
           OPEN INPUT FXSUPPBANK
           IF SBK-STATUS-FS NOT = ZERO
               CLOSE FXSUPPBANK
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-READ
               READ FXSUPPBANK NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       MOVE SBK-SUPPLIER-ID TO NS-SUPPLIER NS-REF-ID
                       MOVE "SUP" TO NS-REF-TYPE
                       MOVE "BC" TO NS-CODE
                       MOVE SBK-CHANGED-BY TO NS-OPERATOR
                       PERFORM 098-ADD-STEP
                       MOVE "BK" TO NS-CODE
                       MOVE SBK-CONFIRMED-BY TO NS-OPERATOR
                       PERFORM 098-ADD-STEP
                       IF SBK-CHANGED-BY NOT = SPACES AND
                           SBK-CHANGED-BY = SBK-CONFIRMED-BY AND
                           SBK-CONFIRMED-DATE (1:6) = ASK-PERIOD
                           MOVE "BCBK" TO EXC-RULE
                           MOVE SBK-CONFIRMED-BY TO EXC-OPERATOR
                           MOVE SBK-SUPPLIER-ID TO EXC-SUPPLIER
                               EXC-REF-ID
                           MOVE "SUP" TO EXC-REF-TYPE
                           MOVE SPACES TO EXC-OTHER-TYPE
                           MOVE ZERO TO EXC-OTHER-ID
                           PERFORM 350-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPBANK
       EXIT SECTION.

      *> PO-LAST-BY IS THE LAST HAND ON THE ORDER - WHOEVER RAISED IT
      *> OR, ONCE GOODS ARRIVED, WHOEVER BOOKED THEM IN
       230-COLLECT-PURCHASE-ORDERS SECTION.
           MOVE "N" TO READ-EOF-FLAG
           OPEN INPUT FXPURCHORD
           IF PO-STATUS-FS NOT = ZERO
               CLOSE FXPURCHORD
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-READ
               READ FXPURCHORD NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF (PO-ORDER-DATE (1:6) = ASK-PERIOD OR
                           PO-LAST-DATE (1:6) = ASK-PERIOD) AND
                           NOT PO-STATUS-CANCELLED
                           MOVE "PO" TO NS-CODE
                           MOVE PO-LAST-BY TO NS-OPERATOR
                           MOVE PO-SUPPLIER-ID TO NS-SUPPLIER
                           MOVE "PO " TO NS-REF-TYPE
                           MOVE PO-ID TO NS-REF-ID
                           PERFORM 098-ADD-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXPURCHORD
       EXIT SECTION.

      *> SINV-LAST-BY MOVES ON TO WHOEVER PAID THE INVOICE, SO THE
      *> CLERK WHO ENTERED IT COMES FROM ITS FIRST LINE; AN INVOICE
      *> WITHOUT LINES STILL AWAITING MATCH FALLS BACK ON THE HEADER
       240-COLLECT-INVOICES SECTION.
           MOVE "N" TO READ-EOF-FLAG
           OPEN INPUT FXSUPPINV
           IF SINV-STATUS-FS NOT = ZERO
               CLOSE FXSUPPINV
               EXIT SECTION
           END-IF
           OPEN INPUT FXSUPINVLN
           PERFORM UNTIL EOF-READ
               READ FXSUPPINV NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF SINV-DATE (1:6) = ASK-PERIOD
                           PERFORM 245-FIND-INVOICE-CLERK
                           MOVE "IE" TO NS-CODE
                           MOVE INVOICE-ENTERED-BY TO NS-OPERATOR
                           MOVE SINV-SUPPLIER-ID TO NS-SUPPLIER
                           MOVE "INV" TO NS-REF-TYPE
                           MOVE SINV-ID TO NS-REF-ID
                           PERFORM 098-ADD-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPINVLN
           CLOSE FXSUPPINV
       EXIT SECTION.

       245-FIND-INVOICE-CLERK SECTION.
           MOVE SPACES TO INVOICE-ENTERED-BY
           IF SINV-STATUS-ENTERED
               MOVE SINV-LAST-BY TO INVOICE-ENTERED-BY
           END-IF
           IF SIL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SINV-ID TO SIL-INV-ID
           MOVE ZERO TO SIL-LINE-NO
           START FXSUPINVLN KEY IS >= SIL-ID
               INVALID KEY EXIT SECTION
           END-START
           READ FXSUPINVLN NEXT RECORD
               AT END EXIT SECTION
           END-READ
           IF SIL-INV-ID = SINV-ID
               MOVE SIL-LAST-BY TO INVOICE-ENTERED-BY
           END-IF
       EXIT SECTION.

      *> AN AGREEMENT THAT WENT LIVE IN THE MONTH - EITHER SAVED
      *> WITHIN TOLERANCE OR APPROVED IN RISAPPR - CARRIES THE
      *> OPERATOR WHO MADE THE PRICE EFFECTIVE
       250-COLLECT-PRICE-AGREEMENTS SECTION.
           MOVE "N" TO READ-EOF-FLAG
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS NOT = ZERO
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-READ
               READ FXRISUPPLY NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF RIS-APPR-STATUS = "A" AND
                           RIS-LAST-DATE (1:6) = ASK-PERIOD
                           MOVE "PA" TO NS-CODE
                           MOVE RIS-LAST-BY TO NS-OPERATOR
                           MOVE RIS-ID-SUPP TO NS-SUPPLIER
                           MOVE "ING" TO NS-REF-TYPE
                           MOVE RIS-ID-ING TO NS-REF-ID
                           PERFORM 098-ADD-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
       EXIT SECTION.

      *> EVERY SUPPLIER PAID BY A RUN OF THE MONTH GETS THE RUN'S
      *> CREATOR AND, WHERE A SECOND OPERATOR RELEASED IT, THE
      *> RELEASER. A RUN UNDER THE LIMIT IS RELEASED BY ITS CREATOR
      *> AS A MATTER OF COURSE; OVER THE LIMIT THAT IS A FINDING
       260-COLLECT-PAYMENT-RUNS SECTION.
           MOVE "N" TO LIMIT-ON-FILE
           MOVE ZERO TO APPROVAL-LIMIT
           OPEN INPUT FXPAYCTL
           IF PYC-STATUS-FS = ZERO THEN
               MOVE 1 TO PYC-ID
               READ FXPAYCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PYC-APPROVAL-LIMIT TO APPROVAL-LIMIT
                       MOVE "Y" TO LIMIT-ON-FILE
               END-READ
           END-IF
           CLOSE FXPAYCTL
           OPEN INPUT FXPAYRUN
           IF PYR-STATUS-FS NOT = ZERO
               CLOSE FXPAYRUN
               EXIT SECTION
           END-IF
           MOVE "N" TO READ-EOF-FLAG
           PERFORM UNTIL EOF-READ
               READ FXPAYRUN NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF PYR-RUN-DATE (1:6) = ASK-PERIOD AND
                           LIMIT-ON-FILE-YES AND
                           PYR-TOTAL > APPROVAL-LIMIT AND
                           PYR-CREATED-BY NOT = SPACES AND
                           PYR-RELEASED-BY = PYR-CREATED-BY
                           MOVE "RCRR" TO EXC-RULE
                           MOVE PYR-CREATED-BY TO EXC-OPERATOR
                           MOVE ZERO TO EXC-SUPPLIER EXC-OTHER-ID
                           MOVE "RUN" TO EXC-REF-TYPE
                           MOVE PYR-ID TO EXC-REF-ID
                           MOVE SPACES TO EXC-OTHER-TYPE
                           PERFORM 350-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           OPEN INPUT FXPAYMENTS
           IF PMT-STATUS-FS NOT = ZERO
               CLOSE FXPAYMENTS
               CLOSE FXPAYRUN
               EXIT SECTION
           END-IF
           MOVE "N" TO READ-EOF-FLAG
           PERFORM UNTIL EOF-READ
               READ FXPAYMENTS NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF PMT-RUN-ID NOT = ZERO
                           PERFORM 265-ADD-RUN-STEPS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXPAYMENTS
           CLOSE FXPAYRUN
       EXIT SECTION.

       265-ADD-RUN-STEPS SECTION.
           MOVE PMT-RUN-ID TO PYR-ID
           READ FXPAYRUN
               INVALID KEY EXIT SECTION
           END-READ
           IF PYR-RUN-DATE (1:6) NOT = ASK-PERIOD OR
               PYR-STATUS-REJECTED
               EXIT SECTION
           END-IF
           MOVE PMT-SUPPLIER-ID TO NS-SUPPLIER
           MOVE "RUN" TO NS-REF-TYPE
           MOVE PYR-ID TO NS-REF-ID
           MOVE "RC" TO NS-CODE
           MOVE PYR-CREATED-BY TO NS-OPERATOR
           PERFORM 098-ADD-STEP
           IF PYR-RELEASED-BY NOT = PYR-CREATED-BY
               MOVE "RR" TO NS-CODE
               MOVE PYR-RELEASED-BY TO NS-OPERATOR
               PERFORM 098-ADD-STEP
           END-IF
       EXIT SECTION.

      *> THE SUPPLIER AND SUPPLIER INVOICE IMPORTS OF THE MONTH ARE
      *> NOT TIED TO ONE SUPPLIER, SO THEY STAND FOR ALL OF THEM
       270-COLLECT-IMPORT-RUNS SECTION.
           MOVE "N" TO READ-EOF-FLAG
           OPEN INPUT FXRUNLOG
           IF LOG-STATUS-FS NOT = ZERO
               CLOSE FXRUNLOG
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-READ
               READ FXRUNLOG NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF LOG-START-STAMP (1:6) = ASK-PERIOD AND
                           LOG-STATUS-COMPLETED AND
                           LOG-ACCEPTED > ZERO
                           MOVE SPACES TO NS-CODE
                           EVALUATE LOG-PROGRAM
                               WHEN "SUPPADD"
                                   MOVE "SM" TO NS-CODE
                               WHEN "SINVIMP"
                                   MOVE "IE" TO NS-CODE
                           END-EVALUATE
                           IF NS-CODE NOT = SPACES
                               MOVE LOG-OPERATOR TO NS-OPERATOR
                               MOVE ZERO TO NS-SUPPLIER
                               MOVE "LOG" TO NS-REF-TYPE
                               MOVE LOG-ID TO NS-REF-ID
                               PERFORM 098-ADD-STEP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRUNLOG
       EXIT SECTION.

      *> PURCHASING WITH STOCK LETS ONE PERSON ORDER GOODS AND BOOK
      *> THEM IN; WITH SUPERVISOR, APPROVE THEIR OWN PRICES AND
      *> RELEASE THEIR OWN PAYMENTS. ALL THREE IS THE WORST CASE
       280-CHECK-OPERATORS SECTION.
           MOVE "N" TO READ-EOF-FLAG
           OPEN INPUT FXOPERATOR
           IF OPER-STATUS-FS NOT = ZERO
               CLOSE FXOPERATOR
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-READ
               READ FXOPERATOR NEXT RECORD
                   AT END SET EOF-READ TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       MOVE SPACES TO EXC-RULE
                       IF OPER-IS-ACTIVE = 1 AND
                           OPER-PERM-PURCHASING = "Y"
                           EVALUATE TRUE
                               WHEN OPER-PERM-STOCK = "Y" AND
                                   OPER-PERM-SUPERVISOR = "Y"
                                   MOVE "OPSV" TO EXC-RULE
                               WHEN OPER-PERM-STOCK = "Y"
                                   MOVE "OPPS" TO EXC-RULE
                               WHEN OPER-PERM-SUPERVISOR = "Y"
                                   MOVE "OPPV" TO EXC-RULE
                           END-EVALUATE
                       END-IF
                       IF EXC-RULE NOT = SPACES
                           MOVE OPER-ID TO EXC-OPERATOR
                           MOVE ZERO TO EXC-SUPPLIER EXC-REF-ID
                               EXC-OTHER-ID
                           MOVE "OPR" TO EXC-REF-TYPE
                           MOVE SPACES TO EXC-OTHER-TYPE
                           PERFORM 350-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXOPERATOR
       EXIT SECTION.

      *> EVERY PAIR OF STEPS BY THE SAME OPERATOR ON THE SAME
      *> SUPPLIER (OR WHERE ONE SIDE IS AN IMPORT RUN) IS LOOKED UP
      *> IN THE RULE TABLE, EARLIER STEP FIRST
       300-MATCH-STEPS SECTION.
           PERFORM VARYING STP FROM 1 BY 1 UNTIL STP > STEP-COUNT
               PERFORM VARYING STP2 FROM 1 BY 1
                   UNTIL STP2 > STEP-COUNT
                   IF STP2 NOT = STP AND
                       STEP-OPERATOR (STP2) = STEP-OPERATOR (STP) AND
                       (STEP-SUPPLIER (STP2) = STEP-SUPPLIER (STP) OR
                        STEP-SUPPLIER (STP2) = ZERO OR
                        STEP-SUPPLIER (STP) = ZERO)
                       PERFORM 310-CHECK-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT SECTION.

      *> STP2 IS THE EARLIER STEP, STP THE STEP OF THE MONTH THE
      *> FINDING IS RAISED ON
       310-CHECK-ONE-PAIR SECTION.
           MOVE STEP-CODE (STP2) TO PAIR-CODE (1:2)
           MOVE STEP-CODE (STP) TO PAIR-CODE (3:2)
           SET RUL TO 1
           SEARCH RULE-ENTRY
               AT END EXIT SECTION
               WHEN RULE-CODE (RUL) = PAIR-CODE
                   CONTINUE
           END-SEARCH
           IF NOT RULE-PAIRED (RUL)
               EXIT SECTION
           END-IF
           MOVE PAIR-CODE TO EXC-RULE
           MOVE STEP-OPERATOR (STP) TO EXC-OPERATOR
           MOVE STEP-SUPPLIER (STP) TO EXC-SUPPLIER
           IF EXC-SUPPLIER = ZERO
               MOVE STEP-SUPPLIER (STP2) TO EXC-SUPPLIER
           END-IF
           MOVE STEP-REF-TYPE (STP) TO EXC-REF-TYPE
           MOVE STEP-REF-ID (STP) TO EXC-REF-ID
           MOVE STEP-REF-TYPE (STP2) TO EXC-OTHER-TYPE
           MOVE STEP-REF-ID (STP2) TO EXC-OTHER-ID
           PERFORM 350-WRITE-EXCEPTION
       EXIT SECTION.

      *> A FINDING ALREADY ON FILE FOR THE MONTH (AN EARLIER RUN, OR
      *> A SECOND EARLIER STEP ON THE SAME TRANSACTION) IS KEPT AS IT
      *> IS, WITH ANY REVIEW ALREADY RECORDED ON IT
       350-WRITE-EXCEPTION SECTION.
           SET RUL TO 1
           SEARCH RULE-ENTRY
               AT END EXIT SECTION
               WHEN RULE-CODE (RUL) = EXC-RULE
                   CONTINUE
           END-SEARCH
           INITIALIZE SOD-DETAILS
           MOVE ASK-PERIOD TO SOD-PERIOD
           MOVE EXC-RULE TO SOD-RULE
           MOVE EXC-OPERATOR TO SOD-OPERATOR
           MOVE EXC-SUPPLIER TO SOD-SUPPLIER-ID
           MOVE EXC-REF-TYPE TO SOD-REF-TYPE
           MOVE EXC-REF-ID TO SOD-REF-ID
           MOVE EXC-OTHER-TYPE TO SOD-OTHER-TYPE
           MOVE EXC-OTHER-ID TO SOD-OTHER-ID
           MOVE RULE-RISK (RUL) TO SOD-RISK
           MOVE RULE-TEXT (RUL) TO SOD-TEXT
           MOVE TODAY-DATE TO SOD-FOUND-DATE
           SET SOD-STATUS-OPEN TO TRUE
           CALL "GETOPER" USING SOD-LAST-BY
           MOVE TODAY-DATE TO SOD-LAST-DATE
           WRITE SOD-DETAILS
               INVALID KEY
                   ADD 1 TO KNOWN-COUNT
               NOT INVALID KEY
                   ADD 1 TO NEW-COUNT
           END-WRITE
       EXIT SECTION.

      *> THE MONTH'S EXCEPTIONS IN KEY ORDER (RULE, OPERATOR) WITH
      *> THEIR REVIEW STATUS AND COMMENT - THE AUDITOR'S COPY
       400-PRINT-PERIOD SECTION.
           INITIALIZE PERIOD-TOTALS
           MOVE ZERO TO LINE-COUNT
           MOVE SPACES TO REPORT-FILENAME
           STRING "SODCHECK-" DELIMITED BY SIZE
               ASK-PERIOD DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT PRINT-FILE
           MOVE ASK-PERIOD TO PTL-PERIOD
           WRITE PRINT-LINE FROM PRINT-TITLE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM PRINT-HEADING
           ADD 3 TO LINE-COUNT
           IF STEP-TABLE-FULL-YES
               MOVE ERROR-TABLE-FULL TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO LINE-COUNT
           END-IF
           OPEN INPUT FXSODEXC
           IF SOD-STATUS-FS = ZERO
               MOVE "N" TO SOD-EOF-FLAG
               INITIALIZE SOD-ID
               MOVE ASK-PERIOD TO SOD-PERIOD
               START FXSODEXC KEY IS >= SOD-ID
                   INVALID KEY SET EOF-SOD TO TRUE
               END-START
               PERFORM UNTIL EOF-SOD
                   READ FXSODEXC NEXT RECORD
                       AT END SET EOF-SOD TO TRUE
                       NOT AT END
                           IF SOD-PERIOD NOT = ASK-PERIOD
                               SET EOF-SOD TO TRUE
                           ELSE
                               PERFORM 410-PRINT-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXSODEXC
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "EXCEPTIONS" TO PTD-LABEL
           MOVE PT-EXCEPTIONS TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "  OF WHICH HIGH RISK" TO PTD-LABEL
           MOVE PT-HIGH TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "REVIEWED" TO PTD-LABEL
           MOVE PT-REVIEWED TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           MOVE "STILL OPEN" TO PTD-LABEL
           MOVE PT-OPEN TO PTD-COUNT
           WRITE PRINT-LINE FROM PRINT-TOTAL-DETAIL
           ADD 5 TO LINE-COUNT
           CLOSE PRINT-FILE
           MOVE "SODCHECK" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "SODCHECK" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

       410-PRINT-ONE-EXCEPTION SECTION.
           MOVE SOD-RULE TO PD-RULE
           MOVE SOD-RISK TO PD-RISK
           MOVE SOD-OPERATOR TO PD-OPERATOR
           MOVE SOD-SUPPLIER-ID TO PD-SUPPLIER
           MOVE SOD-REF-TYPE TO PD-REF-TYPE
           MOVE SOD-REF-ID TO PD-REF-ID
           MOVE SOD-OTHER-TYPE TO PD-OTHER-TYPE
           MOVE SOD-OTHER-ID TO PD-OTHER-ID
           MOVE SOD-TEXT TO PD-TEXT
           ADD 1 TO PT-EXCEPTIONS
           IF SOD-RISK-HIGH
               ADD 1 TO PT-HIGH
           END-IF
           IF SOD-STATUS-REVIEWED
               MOVE "REVIEWED" TO PD-STATUS
               MOVE SOD-REVIEWED-BY TO PD-REVIEWED-BY
               MOVE SOD-REVIEWED-DATE TO PD-REVIEWED-DATE
               ADD 1 TO PT-REVIEWED
           ELSE
               MOVE "OPEN" TO PD-STATUS
               MOVE SPACES TO PD-REVIEWED-BY PD-REVIEWED-DATE
               ADD 1 TO PT-OPEN
           END-IF
           WRITE PRINT-LINE FROM PRINT-DETAIL
           ADD 1 TO LINE-COUNT
           IF SOD-COMMENT NOT = SPACES
               MOVE SOD-COMMENT TO PC-COMMENT
               WRITE PRINT-LINE FROM PRINT-COMMENT
               ADD 1 TO LINE-COUNT
           END-IF
       EXIT SECTION.

      *> STEPS THROUGH THE MONTH'S OPEN EXCEPTIONS. THE REVIEWER
      *> MAY NOT CLEAR A FINDING RAISED ON THEMSELVES, AND A REVIEW
      *> IS NOT ACCEPTED WITHOUT A COMMENT
       500-REVIEW-EXCEPTIONS SECTION.
           PERFORM 095-ASK-PERIOD
           IF ASK-PERIOD = ZERO
               EXIT SECTION
           END-IF
           OPEN I-O FXSODEXC
           IF SOD-STATUS-FS NOT = ZERO
               CLOSE FXSODEXC
               MOVE REVIEW-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           CALL "GETOPER" USING REVIEWER-ID
           MOVE "N" TO SOD-EOF-FLAG REVIEW-STOP-FLAG
           INITIALIZE SOD-ID
           MOVE ASK-PERIOD TO SOD-PERIOD
           START FXSODEXC KEY IS >= SOD-ID
               INVALID KEY SET EOF-SOD TO TRUE
           END-START
           PERFORM UNTIL EOF-SOD OR REVIEW-STOP
               READ FXSODEXC NEXT RECORD
                   AT END SET EOF-SOD TO TRUE
                   NOT AT END
                       IF SOD-PERIOD NOT = ASK-PERIOD
                           SET EOF-SOD TO TRUE
                       ELSE
                           IF SOD-STATUS-OPEN
                               PERFORM 510-REVIEW-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSODEXC
           IF NOT REVIEW-STOP
               MOVE REVIEW-DONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       510-REVIEW-ONE SECTION.
           MOVE SOD-RULE TO SHOW-RULE
           MOVE SOD-TEXT TO SHOW-TEXT
           MOVE SOD-OPERATOR TO SHOW-OPERATOR
           MOVE SOD-SUPPLIER-ID TO SHOW-SUPPLIER
           MOVE SPACES TO SHOW-REF SHOW-OTHER
           STRING SOD-REF-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOD-REF-ID DELIMITED BY SIZE
               INTO SHOW-REF
           IF SOD-OTHER-TYPE NOT = SPACES
               STRING SOD-OTHER-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SOD-OTHER-ID DELIMITED BY SIZE
                   INTO SHOW-OTHER
           END-IF
           IF SOD-RISK-HIGH
               MOVE "HIGH" TO SHOW-RISK
           ELSE
               MOVE "MEDIUM" TO SHOW-RISK
           END-IF
           MOVE SPACES TO ASK-COMMENT DECIDE-ANSWER
           PERFORM WITH TEST AFTER UNTIL DECIDE-VALID
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-SCREEN
               IF KEYSTATUS = 1003
                   MOVE "Q" TO DECIDE-ANSWER
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DECIDE-QUIT
                   MOVE "Y" TO REVIEW-STOP-FLAG
                   EXIT SECTION
               WHEN DECIDE-SKIP
                   EXIT SECTION
           END-EVALUATE
           IF SOD-OPERATOR = REVIEWER-ID
               MOVE ERROR-OWN-EXCEPTION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-COMMENT = SPACES
               MOVE ERROR-NEED-COMMENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           SET SOD-STATUS-REVIEWED TO TRUE
           MOVE REVIEWER-ID TO SOD-REVIEWED-BY SOD-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SOD-REVIEWED-DATE
               SOD-LAST-DATE
           MOVE UPPER-CASE (ASK-COMMENT) TO SOD-COMMENT
           REWRITE SOD-DETAILS
               INVALID KEY CONTINUE
           END-REWRITE
       EXIT SECTION.
