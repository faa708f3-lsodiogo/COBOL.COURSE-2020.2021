      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER INVOICES
      ******************************************************************
      *    SUPPLIER ACCOUNT LEDGER - BRINGS THE FOUR PAYABLES FILES
      *    TOGETHER INTO ONE RUNNING ACCOUNT PER SUPPLIER:
      *    - FXSUPPINV INVOICES (AT THEIR GROSS, AS THE REMITTANCE
      *      RUN PAYS THEM) RAISE WHAT WE OWE;
      *    - FXPAYMENTS PAYMENTS, FXDEBITNOTE RETURNS AND FXREBSETL
      *      REBATE SETTLEMENTS BRING IT DOWN.
      *    1 SHOWS ONE SUPPLIER'S LEDGER ON SCREEN IN DATE ORDER WITH
      *      THE RUNNING BALANCE;
      *    2 PRINTS THE AGED CREDITORS LIST AS AT ANY DATE
      *      (AGEDCRED-<DATE>.rpt): EACH SUPPLIER'S INVOICES STILL
      *      UNPAID ON THAT DATE AGED BY DUE DATE INTO CURRENT, 1-30,
      *      31-60, 61-90 AND OVER 90 DAYS OVERDUE, PLUS THE CREDITS
      *      NOT YET TAKEN AGAINST AN INVOICE, SO THAT EACH LINE
      *      ENDS ON THE SUPPLIER'S LEDGER BALANCE. THE GRAND TOTAL IS
      *      SET AGAINST THE CREDITORS CONTROL ACCOUNT (THE CREDIT
      *      ACCOUNT OF THE "PI" MAPPING) AS POSTED ON FXGLJRNL UP TO
      *      THE SAME DATE, AND ANY DIFFERENCE IS SHOWN.
      *    THE REPORT IS CATALOGUED THROUGH RPTCAT. NOTHING ON FILE IS
      *    CHANGED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLEDG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

               SELECT FXSUPPINV ASSIGN TO "FXSUPPINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SINV-ID
                   FILE STATUS SINV-STATUS-FS.

               SELECT FXPAYMENTS ASSIGN TO "FXPAYMENTS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PMT-ID
                   FILE STATUS PMT-STATUS-FS.

               SELECT FXDEBITNOTE ASSIGN TO "FXDEBITNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DBN-ID
                   FILE STATUS DBN-STATUS-FS.

               SELECT FXREBSETL ASSIGN TO "FXREBSETL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RBS-ID
                   FILE STATUS RBS-STATUS-FS.

               SELECT FXACCTMAP ASSIGN TO "FXACCTMAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAP-SOURCE
                   FILE STATUS MAP-STATUS-FS.

               SELECT FXGLJRNL ASSIGN TO "FXGLJRNL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JRN-ID
                   FILE STATUS JRN-STATUS-FS.

               SELECT AGED-REPORT ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS AGED-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD FXSUPPINV.
           COPY FD-SUPPINV.
       FD FXPAYMENTS.
           COPY FD-PAYMENTS.
       FD FXDEBITNOTE.
           COPY FD-DEBITNOTE.
       FD FXREBSETL.
           COPY FD-REBSETL.
       FD FXACCTMAP.
           COPY FD-ACCTMAP.
       FD FXGLJRNL.
           COPY FD-GLJRNL.
       FD AGED-REPORT.
       01  AGED-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "SUPPLIER ACCOUNT LEDGER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  LDG-MENU-OPTION1    VALUE "1 - SUPPLIER LEDGER".
       78  LDG-MENU-OPTION2    VALUE "2 - AGED CREDITORS REPORT".
       78  LDG-MENU-OPTION3    VALUE "3 - BACK".
       78  LDG-TEXT-SUPPLIER   VALUE "   SUPPLIER ID:".
       78  LDG-TEXT-ASAT       VALUE "    AS AT DATE:".
       78  LDG-TEXT-BALANCE    VALUE "BALANCE OWED:".
       78  LDG-HEAD-COLUMNS
           VALUE "DATE     TYPE REFERENCE        INVOICED     "-
           "CREDITED        BALANCE".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE PURCHASING PERMISSION".
       78  ERROR-NO-SUPPLIER   VALUE "SUPPLIER DOESN'T EXIST".
       78  ERROR-TABLE-FULL
           VALUE "LEDGER TOO LONG, ONLY THE FIRST 999 ENTRIES ARE "-
           "SHOWN".
       78  AGED-DONE
           VALUE "AGED CREDITORS REPORT PRINTED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY FOR THE NEXT PAGE".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-LEDGER                       VALUE 999.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SUPP-STATUS                      PIC 9(002).
       77  SINV-STATUS-FS                   PIC 9(002).
       77  PMT-STATUS-FS                    PIC 9(002).
       77  DBN-STATUS-FS                    PIC 9(002).
       77  RBS-STATUS-FS                    PIC 9(002).
       77  MAP-STATUS-FS                    PIC 9(002).
       77  JRN-STATUS-FS                    PIC 9(002).
       77  AGED-REPORT-STATUS               PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 3.
       01  DOC-EOF                          PIC X(001).
           88  DOC-EOF-YES                  VALUE "Y".
       01  SUPP-EOF                         PIC X(001).
           88  SUPP-EOF-YES                 VALUE "Y".
       01  SUPPLIER-FOUND                   PIC X(001).
           88  SUPPLIER-FOUND-YES           VALUE "Y".
       01  TABLE-FULL                       PIC X(001).
           88  TABLE-FULL-YES               VALUE "Y".
       01  CONTROL-MAPPED                   PIC X(001).
           88  CONTROL-MAPPED-YES           VALUE "Y".

       01  ASK-SUPPLIER-ID                  PIC 9(005).
       01  ASK-ASAT-DATE                    PIC 9(008).
       01  SHOW-SUPPLIER-NAME               PIC X(030).
       01  GROSS-AMOUNT                     PIC 9(009)V99.
       01  RUNNING-BALANCE                  PIC S9(011)V99.
       01  SHOW-BALANCE                     PIC ZZZZZZZZZZ9.99-.
       01  EDIT-REF                         PIC Z(011)9.
       77  LEDG-IX                          PIC 9(004).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

      *> ONE SUPPLIER'S DOCUMENTS, SORTED INTO DATE ORDER BEFORE
      *> THEY ARE SHOWN
       01  LEDG-COUNT                       PIC 9(004) VALUE ZERO.
       01  LEDG-ROW OCCURS 1 TO MAX-LEDGER TIMES
           DEPENDING ON LEDG-COUNT
           INDEXED BY LDG.
           05  LDG-DATE                     PIC 9(008).
           05  LDG-TYPE                     PIC X(004).
           05  LDG-REF                      PIC X(012).
           05  LDG-RAISED                   PIC 9(009)V99.
           05  LDG-LOWERED                  PIC 9(009)V99.

       01  LEDGER-ROW.
           05  LRW-DATE                     PIC 9(008).
           05  FILLER                       PIC X(001).
           05  LRW-TYPE                     PIC X(004).
           05  FILLER                       PIC X(001).
           05  LRW-REF                      PIC X(012).
           05  FILLER                       PIC X(001).
           05  LRW-RAISED                   PIC ZZZZZZZZ9.99
                                            BLANK WHEN ZERO.
           05  FILLER                       PIC X(001).
           05  LRW-LOWERED                  PIC ZZZZZZZZ9.99
                                            BLANK WHEN ZERO.
           05  FILLER                       PIC X(001).
           05  LRW-BALANCE                  PIC ZZZZZZZZZZ9.99-.

      *> AGED CREDITORS: ONE SUPPLIER'S POSITION AS AT THE DATE
       01  ASAT-DAY-NUMBER                  PIC 9(007).
       01  DUE-DATE                         PIC 9(008).
       01  DAYS-OVERDUE                     PIC S9(007).
       01  SUPP-BALANCE                     PIC S9(011)V99.
       01  SUPP-OPEN                        PIC S9(011)V99.
       01  BUCKET-AMOUNTS.
           05  BKT-AMOUNT OCCURS 6 TIMES    PIC S9(011)V99.
       01  BUCKET-TOTALS.
           05  BKT-TOTAL OCCURS 6 TIMES     PIC S9(011)V99.
       77  BKT-IX                           PIC 9(001).
       01  LEDGER-TOTAL                     PIC S9(011)V99.
       01  CONTROL-ACCOUNT                  PIC X(008).
       01  CONTROL-BALANCE                  PIC S9(011)V99.
       01  CONTROL-DIFF                     PIC S9(011)V99.
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(006).
       77  SUPP-COUNT                       PIC 9(005).

       01  AGED-HEADING.
           05  FILLER                       PIC X(030) VALUE
               "AGED CREDITORS AS AT ".
           05  AH-DATE                      PIC 9(008).
       01  AGED-COLUMNS.
           05  FILLER                       PIC X(027) VALUE
               "SUPP  NAME".
           05  FILLER                       PIC X(052) VALUE
               "     CURRENT         1-30        31-60        61-90".
           05  FILLER                       PIC X(039) VALUE
               "     OVER 90    UNAPPLIED      BALANCE".
       01  AGED-DETAIL.
           05  AD-SUPPLIER                  PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  AD-NAME                      PIC X(020).
           05  AD-BUCKET OCCURS 6 TIMES.
               10  FILLER                   PIC X(001).
               10  AD-AMOUNT                PIC ZZZZZZZ9.99-.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  AD-BALANCE                   PIC ZZZZZZZ9.99-.
       01  AGED-RECON.
           05  AR-LABEL                     PIC X(040).
           05  AR-AMOUNT                    PIC ZZZZZZZZZZ9.99-.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  AR-ACCOUNT                   PIC X(008).
       01  NO-CONTROL-LINE                  PIC X(060) VALUE
           "NO CREDITORS CONTROL ACCOUNT: THE PI MAPPING IS NOT SET UP".

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
       01  LDG-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE LDG-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE LDG-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE LDG-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 14 COL 35.
           03 LM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-SUPPLIER-SCREEN.
           05 VALUE LDG-TEXT-SUPPLIER LINE 08 COL 15.
           05 AS-SUPPLIER PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SUPPLIER-ID REQUIRED AUTO.
      ******************************************************************
       01  ASK-ASAT-SCREEN.
           05 VALUE LDG-TEXT-ASAT LINE 08 COL 15.
           05 AA-DATE PIC 9(008) LINE 08 COL PLUS 1
               USING ASK-ASAT-DATE REQUIRED AUTO.
      ******************************************************************
       01  LEDGER-HEADER.
           05 LH-ID PIC 9(005) LINE 06 COL 03 FROM ASK-SUPPLIER-ID.
           05 LH-NAME PIC X(030) LINE 06 COL 10
               FROM SHOW-SUPPLIER-NAME.
           05 VALUE LDG-HEAD-COLUMNS LINE 08 COL 03.
      ******************************************************************
       01  LEDGER-FOOTER.
           05 VALUE LDG-TEXT-BALANCE LINE 22 COL 45.
           05 LF-BALANCE PIC X(015) LINE 22 COL PLUS 1
               FROM SHOW-BALANCE.
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
           MOVE "P" TO PERM-CODE
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
               DISPLAY LDG-MENU
               ACCEPT LDG-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SUPPLIER-LEDGER
                   WHEN 2
                       PERFORM 300-AGED-CREDITORS
                   WHEN 3
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

       100-SUPPLIER-LEDGER SECTION.
           MOVE ZERO TO ASK-SUPPLIER-ID
           MOVE "N" TO SUPPLIER-FOUND
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SUPPLIER-SCREEN
           ACCEPT ASK-SUPPLIER-SCREEN
           IF KEYSTATUS = 1003
               MOVE ZERO TO KEYSTATUS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = ZERO AND SUPP-STATUS NOT = 35
               MOVE SUPP-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SUPP-STATUS = ZERO THEN
               MOVE ASK-SUPPLIER-ID TO SUPPLIER-ID
               READ FXSUPPLY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SUPPLIER-FOUND
                       MOVE SUPPLIER-NAME TO SHOW-SUPPLIER-NAME
               END-READ
           END-IF
           CLOSE FXSUPPLY
           IF NOT SUPPLIER-FOUND-YES
               MOVE ERROR-NO-SUPPLIER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 110-LOAD-LEDGER
           IF TABLE-FULL-YES
               MOVE ERROR-TABLE-FULL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
           IF LEDG-COUNT > 1
               SORT LEDG-ROW
               ON ASCENDING LDG-DATE
               ON ASCENDING LDG-TYPE
               ON ASCENDING LDG-REF
           END-IF
           PERFORM 200-SHOW-LEDGER
       EXIT SECTION.

      *> EVERY DOCUMENT OF THE SUPPLIER ON THE FOUR FILES; THE
      *> INVOICE TYPE SORTS FIRST SO A SAME-DAY PAYMENT FOLLOWS
      *> THE INVOICE IT PAYS
       110-LOAD-LEDGER SECTION.
           MOVE ZERO TO LEDG-COUNT
           MOVE "N" TO TABLE-FULL
           MOVE "N" TO DOC-EOF
           OPEN INPUT FXSUPPINV
           IF SINV-STATUS-FS = ZERO THEN
               PERFORM UNTIL DOC-EOF-YES
                   READ FXSUPPINV NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF SINV-SUPPLIER-ID = ASK-SUPPLIER-ID
                               PERFORM 120-NEW-LEDGER-ROW
                               IF NOT TABLE-FULL-YES
                                   MOVE SINV-DATE TO LDG-DATE (LDG)
                                   MOVE "1INV" TO LDG-TYPE (LDG)
                                   MOVE SINV-SUPP-INV-NO
                                       TO LDG-REF (LDG)
                                   COMPUTE LDG-RAISED (LDG) =
                                       SINV-TOTAL + SINV-VAT-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXSUPPINV
           MOVE "N" TO DOC-EOF
           OPEN INPUT FXPAYMENTS
           IF PMT-STATUS-FS = ZERO THEN
               PERFORM UNTIL DOC-EOF-YES
                   READ FXPAYMENTS NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF PMT-SUPPLIER-ID = ASK-SUPPLIER-ID
                               PERFORM 120-NEW-LEDGER-ROW
                               IF NOT TABLE-FULL-YES
                                   MOVE PMT-DATE TO LDG-DATE (LDG)
                                   MOVE "2PAY" TO LDG-TYPE (LDG)
                                   MOVE PMT-ID TO EDIT-REF
                                   MOVE TRIM (EDIT-REF)
                                       TO LDG-REF (LDG)
                                   MOVE PMT-AMOUNT
                                       TO LDG-LOWERED (LDG)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXPAYMENTS
           MOVE "N" TO DOC-EOF
           OPEN INPUT FXDEBITNOTE
           IF DBN-STATUS-FS = ZERO THEN
               PERFORM UNTIL DOC-EOF-YES
                   READ FXDEBITNOTE NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF DBN-SUPPLIER-ID = ASK-SUPPLIER-ID
                               PERFORM 120-NEW-LEDGER-ROW
                               IF NOT TABLE-FULL-YES
                                   MOVE DBN-DATE TO LDG-DATE (LDG)
                                   MOVE "3DBN" TO LDG-TYPE (LDG)
                                   MOVE DBN-ID TO EDIT-REF
                                   MOVE TRIM (EDIT-REF)
                                       TO LDG-REF (LDG)
                                   MOVE DBN-AMOUNT
                                       TO LDG-LOWERED (LDG)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXDEBITNOTE
           MOVE "N" TO DOC-EOF
           OPEN INPUT FXREBSETL
           IF RBS-STATUS-FS = ZERO THEN
               MOVE ASK-SUPPLIER-ID TO RBS-SUPPLIER-ID
               MOVE ZERO TO RBS-SEQ
               START FXREBSETL KEY IS >= RBS-ID
                   INVALID KEY SET DOC-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL DOC-EOF-YES
                   READ FXREBSETL NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF RBS-SUPPLIER-ID NOT = ASK-SUPPLIER-ID
                               SET DOC-EOF-YES TO TRUE
                           ELSE
                               PERFORM 120-NEW-LEDGER-ROW
                               IF NOT TABLE-FULL-YES
                                   MOVE RBS-DATE TO LDG-DATE (LDG)
                                   MOVE "4RBT" TO LDG-TYPE (LDG)
                                   MOVE RBS-REFERENCE
                                       TO LDG-REF (LDG)
                                   MOVE RBS-AMOUNT
                                       TO LDG-LOWERED (LDG)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXREBSETL
       EXIT SECTION.

       120-NEW-LEDGER-ROW SECTION.
           IF LEDG-COUNT >= MAX-LEDGER
               MOVE "Y" TO TABLE-FULL
               EXIT SECTION
           END-IF
           ADD 1 TO LEDG-COUNT
           SET LDG TO LEDG-COUNT
           MOVE ZERO TO LDG-RAISED (LDG) LDG-LOWERED (LDG)
           MOVE SPACES TO LDG-REF (LDG)
       EXIT SECTION.

      *> TWELVE ENTRIES A PAGE, EACH WITH THE BALANCE AFTER IT; THE
      *> BALANCE SO FAR STAYS AT THE FOOT OF EVERY PAGE
       200-SHOW-LEDGER SECTION.
           MOVE ZERO TO RUNNING-BALANCE
           MOVE RUNNING-BALANCE TO SHOW-BALANCE
           PERFORM 210-NEW-PAGE
           PERFORM VARYING LEDG-IX FROM 1 BY 1
               UNTIL LEDG-IX > LEDG-COUNT
               IF LINE-ON-PAGE >= 12
                   DISPLAY LEDGER-FOOTER
                   MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   PERFORM 210-NEW-PAGE
               END-IF
               ADD 1 TO LINE-ON-PAGE
               COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
               SET LDG TO LEDG-IX
               COMPUTE RUNNING-BALANCE = RUNNING-BALANCE
                   + LDG-RAISED (LDG) - LDG-LOWERED (LDG)
               MOVE SPACES TO LEDGER-ROW
               MOVE LDG-DATE (LDG) TO LRW-DATE
               MOVE LDG-TYPE (LDG) (2:3) TO LRW-TYPE
               MOVE LDG-REF (LDG) TO LRW-REF
               MOVE LDG-RAISED (LDG) TO LRW-RAISED
               MOVE LDG-LOWERED (LDG) TO LRW-LOWERED
               MOVE RUNNING-BALANCE TO LRW-BALANCE
               DISPLAY LEDGER-ROW AT LINE SCREEN-LIN COL 03
           END-PERFORM
           MOVE RUNNING-BALANCE TO SHOW-BALANCE
           DISPLAY LEDGER-FOOTER
           IF LEDG-COUNT = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-NEW-PAGE SECTION.
           MOVE RUNNING-BALANCE TO SHOW-BALANCE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY LEDGER-HEADER
           MOVE ZERO TO LINE-ON-PAGE
       EXIT SECTION.

      *> ONE LINE PER SUPPLIER WITH ANYTHING ON ITS ACCOUNT AS AT
      *> THE DATE, THEN THE GRAND TOTAL AGAINST THE CONTROL ACCOUNT
       300-AGED-CREDITORS SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ASK-ASAT-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-ASAT-SCREEN
           ACCEPT ASK-ASAT-SCREEN
           IF KEYSTATUS = 1003
               MOVE ZERO TO KEYSTATUS
               EXIT SECTION
           END-IF
           COMPUTE ASAT-DAY-NUMBER = INTEGER-OF-DATE (ASK-ASAT-DATE)
           MOVE SPACES TO REPORT-FILENAME
           STRING "AGEDCRED-" DELIMITED BY SIZE
               ASK-ASAT-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT AGED-REPORT
           MOVE ZERO TO LINE-COUNT SUPP-COUNT LEDGER-TOTAL
           INITIALIZE BUCKET-TOTALS
           MOVE ASK-ASAT-DATE TO AH-DATE
           WRITE AGED-REPORT-LINE FROM AGED-HEADING
           WRITE AGED-REPORT-LINE FROM AGED-COLUMNS
           ADD 2 TO LINE-COUNT
           OPEN INPUT FXSUPPINV
           OPEN INPUT FXPAYMENTS
           OPEN INPUT FXDEBITNOTE
           OPEN INPUT FXREBSETL
           MOVE "N" TO SUPP-EOF
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = ZERO
               SET SUPP-EOF-YES TO TRUE
           END-IF
           PERFORM UNTIL SUPP-EOF-YES
               READ FXSUPPLY NEXT RECORD
                   AT END SET SUPP-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 310-AGE-ONE-SUPPLIER
               END-READ
           END-PERFORM
           CLOSE FXSUPPLY
           CLOSE FXREBSETL
           CLOSE FXDEBITNOTE
           CLOSE FXPAYMENTS
           CLOSE FXSUPPINV
           PERFORM 350-WRITE-TOTALS
           PERFORM 360-CONTROL-ACCOUNT
           CLOSE AGED-REPORT
           MOVE "AGEDCRED" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "SUPPLEDG" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE AGED-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> BUCKETS 1-5 HOLD THE INVOICES STILL UNPAID ON THE DATE BY
      *> DAYS PAST THEIR DUE DATE; BUCKET 6 IS WHAT THE LEDGER
      *> BALANCE HAS BEYOND THEM - PAYMENTS, DEBIT NOTES AND REBATES
      *> NOT YET TAKEN AGAINST AN INVOICE
       310-AGE-ONE-SUPPLIER SECTION.
           INITIALIZE BUCKET-AMOUNTS
           MOVE ZERO TO SUPP-BALANCE SUPP-OPEN
           IF SINV-STATUS-FS = ZERO
               MOVE "N" TO DOC-EOF
               MOVE ZERO TO SINV-ID
               START FXSUPPINV KEY IS >= SINV-ID
                   INVALID KEY SET DOC-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL DOC-EOF-YES
                   READ FXSUPPINV NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF SINV-SUPPLIER-ID = SUPPLIER-ID AND
                               SINV-DATE <= ASK-ASAT-DATE
                               PERFORM 320-AGE-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF PMT-STATUS-FS = ZERO
               MOVE "N" TO DOC-EOF
               MOVE ZERO TO PMT-ID
               START FXPAYMENTS KEY IS >= PMT-ID
                   INVALID KEY SET DOC-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL DOC-EOF-YES
                   READ FXPAYMENTS NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF PMT-SUPPLIER-ID = SUPPLIER-ID AND
                               PMT-DATE <= ASK-ASAT-DATE
                               SUBTRACT PMT-AMOUNT FROM SUPP-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF DBN-STATUS-FS = ZERO
               MOVE "N" TO DOC-EOF
               MOVE ZERO TO DBN-ID
               START FXDEBITNOTE KEY IS >= DBN-ID
                   INVALID KEY SET DOC-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL DOC-EOF-YES
                   READ FXDEBITNOTE NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF DBN-SUPPLIER-ID = SUPPLIER-ID AND
                               DBN-DATE <= ASK-ASAT-DATE
                               SUBTRACT DBN-AMOUNT FROM SUPP-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF RBS-STATUS-FS = ZERO
               MOVE "N" TO DOC-EOF
               MOVE SUPPLIER-ID TO RBS-SUPPLIER-ID
               MOVE ZERO TO RBS-SEQ
               START FXREBSETL KEY IS >= RBS-ID
                   INVALID KEY SET DOC-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL DOC-EOF-YES
                   READ FXREBSETL NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF RBS-SUPPLIER-ID NOT = SUPPLIER-ID
                               SET DOC-EOF-YES TO TRUE
                           ELSE
                               IF RBS-DATE <= ASK-ASAT-DATE
                                   SUBTRACT RBS-AMOUNT
                                       FROM SUPP-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE BKT-AMOUNT (6) = SUPP-BALANCE - SUPP-OPEN
           IF SUPP-BALANCE = ZERO AND SUPP-OPEN = ZERO
               EXIT SECTION
           END-IF
           MOVE SPACES TO AGED-DETAIL
           MOVE SUPPLIER-ID TO AD-SUPPLIER
           MOVE SUPPLIER-NAME TO AD-NAME
           PERFORM VARYING BKT-IX FROM 1 BY 1 UNTIL BKT-IX > 6
               MOVE BKT-AMOUNT (BKT-IX) TO AD-AMOUNT (BKT-IX)
               ADD BKT-AMOUNT (BKT-IX) TO BKT-TOTAL (BKT-IX)
           END-PERFORM
           MOVE SUPP-BALANCE TO AD-BALANCE
           ADD SUPP-BALANCE TO LEDGER-TOTAL
           WRITE AGED-REPORT-LINE FROM AGED-DETAIL
           ADD 1 TO LINE-COUNT
           ADD 1 TO SUPP-COUNT
       EXIT SECTION.

      *> AN INVOICE IS STILL OPEN ON THE DATE UNLESS IT WAS PAID ON
      *> OR BEFORE IT; NO DUE DATE (OLD RECORDS) MEANS DUE ON THE
      *> INVOICE DATE
       320-AGE-ONE-INVOICE SECTION.
           COMPUTE GROSS-AMOUNT = SINV-TOTAL + SINV-VAT-AMOUNT
           ADD GROSS-AMOUNT TO SUPP-BALANCE
           IF SINV-STATUS-PAID AND SINV-PAID-DATE <= ASK-ASAT-DATE
               EXIT SECTION
           END-IF
           ADD GROSS-AMOUNT TO SUPP-OPEN
           MOVE SINV-DUE-DATE TO DUE-DATE
           IF DUE-DATE = ZERO
               MOVE SINV-DATE TO DUE-DATE
           END-IF
           COMPUTE DAYS-OVERDUE = ASAT-DAY-NUMBER
               - INTEGER-OF-DATE (DUE-DATE)
           EVALUATE TRUE
               WHEN DAYS-OVERDUE <= 0
                   MOVE 1 TO BKT-IX
               WHEN DAYS-OVERDUE <= 30
                   MOVE 2 TO BKT-IX
               WHEN DAYS-OVERDUE <= 60
                   MOVE 3 TO BKT-IX
               WHEN DAYS-OVERDUE <= 90
                   MOVE 4 TO BKT-IX
               WHEN OTHER
                   MOVE 5 TO BKT-IX
           END-EVALUATE
           ADD GROSS-AMOUNT TO BKT-AMOUNT (BKT-IX)
       EXIT SECTION.

       350-WRITE-TOTALS SECTION.
           MOVE SPACES TO AGED-REPORT-LINE
           WRITE AGED-REPORT-LINE
           MOVE SPACES TO AGED-DETAIL
           MOVE "TOTAL" TO AD-NAME
           MOVE SUPP-COUNT TO AD-SUPPLIER
           PERFORM VARYING BKT-IX FROM 1 BY 1 UNTIL BKT-IX > 6
               MOVE BKT-TOTAL (BKT-IX) TO AD-AMOUNT (BKT-IX)
           END-PERFORM
           MOVE LEDGER-TOTAL TO AD-BALANCE
           WRITE AGED-REPORT-LINE FROM AGED-DETAIL
           ADD 2 TO LINE-COUNT
       EXIT SECTION.

      *> THE CONTROL ACCOUNT IS WHERE THE GL EXPORT CREDITS SUPPLIER
      *> INVOICES; ITS BALANCE ON THE DATE IS ITS CREDITS LESS ITS
      *> DEBITS ON THE JOURNAL UP TO THAT DATE
       360-CONTROL-ACCOUNT SECTION.
           MOVE "N" TO CONTROL-MAPPED
           MOVE SPACES TO CONTROL-ACCOUNT
           MOVE ZERO TO CONTROL-BALANCE
           OPEN INPUT FXACCTMAP
           IF MAP-STATUS-FS = ZERO
               MOVE "PI" TO MAP-SOURCE
               READ FXACCTMAP
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CONTROL-MAPPED
                       MOVE MAP-CREDIT-ACCOUNT TO CONTROL-ACCOUNT
               END-READ
           END-IF
           CLOSE FXACCTMAP
           MOVE SPACES TO AGED-REPORT-LINE
           WRITE AGED-REPORT-LINE
           ADD 1 TO LINE-COUNT
           IF NOT CONTROL-MAPPED-YES
               WRITE AGED-REPORT-LINE FROM NO-CONTROL-LINE
               ADD 1 TO LINE-COUNT
               EXIT SECTION
           END-IF
           MOVE "N" TO DOC-EOF
           OPEN INPUT FXGLJRNL
           IF JRN-STATUS-FS NOT = ZERO
               SET DOC-EOF-YES TO TRUE
           END-IF
           PERFORM UNTIL DOC-EOF-YES
               READ FXGLJRNL NEXT RECORD
                   AT END SET DOC-EOF-YES TO TRUE
                   NOT AT END
                       IF JRN-DATE <= ASK-ASAT-DATE
                           IF JRN-CREDIT-ACCOUNT = CONTROL-ACCOUNT
                               ADD JRN-AMOUNT TO CONTROL-BALANCE
                           END-IF
                           IF JRN-DEBIT-ACCOUNT = CONTROL-ACCOUNT
                               SUBTRACT JRN-AMOUNT
                                   FROM CONTROL-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXGLJRNL
           COMPUTE CONTROL-DIFF = LEDGER-TOTAL - CONTROL-BALANCE
           MOVE SPACES TO AGED-RECON
           MOVE "BALANCE PER SUPPLIER LEDGER" TO AR-LABEL
           MOVE LEDGER-TOTAL TO AR-AMOUNT
           WRITE AGED-REPORT-LINE FROM AGED-RECON
           MOVE "CREDITORS CONTROL ACCOUNT PER JOURNAL" TO AR-LABEL
           MOVE CONTROL-BALANCE TO AR-AMOUNT
           MOVE CONTROL-ACCOUNT TO AR-ACCOUNT
           WRITE AGED-REPORT-LINE FROM AGED-RECON
           MOVE SPACES TO AR-ACCOUNT
           MOVE "DIFFERENCE" TO AR-LABEL
           MOVE CONTROL-DIFF TO AR-AMOUNT
           WRITE AGED-REPORT-LINE FROM AGED-RECON
           ADD 3 TO LINE-COUNT
       EXIT SECTION.
       END PROGRAM SUPPLEDG.
