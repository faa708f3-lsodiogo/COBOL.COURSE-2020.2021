      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS
      ******************************************************************
      *    SAF-T (PT) EXPORT - WRITES THE PERIOD'S STANDARD AUDIT FILE
      *    FOR THE TAX AUTHORITY (SAFT-PT-<FROM>-<TO>.xml):
      *      HEADER          THE COMPANY AND ITS TAX NUMBER (NIF)
      *      MASTERFILES     CUSTOMERS (FXSCHOOLS AND THE
      *                      FXCUSTOMER ACCOUNTS), SUPPLIERS
      *                      (FXSUPPLIERS), PRODUCTS (FXSANDWICHES)
      *                      AND THE TAX TABLE (FXTAXCODE)
      *      SALESINVOICES   THE FXSCHINV / FXSCHINVLN INVOICES AND
      *                      THE FXCREDNOTE CREDIT NOTES
      *      PAYMENTS        THE FXCASHRCPT RECEIPTS
      *    INVOICES ARE SELECTED EXACTLY AS VAT-RETURN SELECTS THEM
      *    (PERIOD END IN THE PERIOD), CREDIT NOTES AND RECEIPTS BY
      *    THEIR OWN DATE. A SCHOOL ON CONSOLIDATED BILLING IS
      *    EXPORTED WITH ITS COUNCIL'S NIF WHEN IT HAS NONE OF ITS
      *    OWN; A CUSTOMER OR SUPPLIER WITH NO NIF ON FILE GOES OUT
      *    AS 999999990, THE AUTHORITY'S "FINAL CONSUMER" NUMBER.
      *    A RECONCILIATION (SAFT-RECON-<TO>.rpt) SETS THE FILE'S
      *    INVOICE TOTALS, BUILT FROM THE LINES, AGAINST THE FIGURES
      *    VAT-RETURN SUMS FROM THE INVOICE HEADERS FOR THE SAME
      *    PERIOD, AND IS CATALOGUED THROUGH RPTCAT.
      *    THE CHARGE FOR LOST RETURNABLE TRAYS (INVOICE LINES WITH
      *    SANDWICH ZERO) IS EXPORTED AS SERVICE PRODUCT 0 WITHOUT VAT.
      *    A MEAL-DEAL BUNDLE LINE, ON AN INVOICE OR A CREDIT NOTE, IS
      *    SHARED OVER ITS CONTENTS BY VALUE AND EACH SHARE TAXED AT
      *    ITS OWN CODE, AS SCHINV SPLITS IT, AND GOES OUT AS ONE LINE
      *    PER COMPONENT UNDER THE BUNDLE LINE'S NUMBER.
      *    A DOCUMENT NUMBERED BY DOCSERIES GOES OUT UNDER ITS SERIES
      *    NUMBER ("FT 2026/000123"). ONE CANCELLED IN DOCCANCEL IS
      *    STILL EXPORTED, WITH STATUS "A" AND THE DATE IT WAS
      *    CANCELLED, BUT IS LEFT OUT OF THE CONTROL TOTALS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT-EXPORT.
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

               SELECT FXCASHRCPT ASSIGN TO "FXCASHRCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCPT-ID
                   FILE STATUS RCPT-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

               SELECT FXCOUNCIL ASSIGN TO "FXCOUNCIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CNCL-ID
                   FILE STATUS CNCL-STATUS-FS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXTAXCODE ASSIGN TO "FXTAXCODE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TAX-CODE
                   FILE STATUS TAX-STATUS-FS.

               SELECT SAFT-FILE ASSIGN TO SAFT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS SAFT-STATUS.

               SELECT RECON-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXCASHRCPT.
           COPY FD-CASHRCPT.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXCOUNCIL.
           COPY FD-COUNCIL.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXTAXCODE.
           COPY FD-TAXCODE.
       FD SAFT-FILE.
       01  SAFT-LINE                        PIC X(200).
       FD RECON-FILE.
       01  RECON-LINE                       PIC X(080).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-NIFCHK.

       78  MODULE-NAME-VIEW    VALUE "SAF-T (PT) TAX FILE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       78  PERIOD-TO-TEXT      VALUE "PERIOD TO   (YYYYMMDD):".
       78  COMPANY-NIF-TEXT    VALUE "   OUR TAX NUMBER (NIF):".
       78  EXPORT-DONE
           VALUE "SAF-T FILE AND RECONCILIATION PRODUCED, "-
           "PRESS ANY KEY".
       78  EXPORT-DIFFERS
           VALUE "SAF-T FILE PRODUCED BUT IT DOES NOT AGREE WITH THE "-
           "VAT RETURN - SEE THE RECONCILIATION".
       78  ERROR-NIF
           VALUE "INVALID TAX NUMBER (NIF) - CHECK DIGIT WRONG".
       78  ERROR-PERIOD
           VALUE "THE PERIOD END IS BEFORE THE PERIOD START".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  COMPANY-NAME        VALUE "BREADWICH".
       78  FINAL-CONSUMER-NIF  VALUE "999999990".
       78  SAFT-VERSION        VALUE "1.04_01".
       78  TRAY-LINE-NAME      VALUE "RETURNABLE TRAYS LOST".
       78  SAFT-NAMESPACE
           VALUE "urn:OECD:StandardAuditFile-Tax:PT_1.04_01".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  RCPT-STATUS-FS                   PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       77  CNCL-STATUS-FS                   PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  TAX-STATUS-FS                    PIC 9(002).
       77  SAFT-STATUS                      PIC 9(002).
       77  RECON-STATUS                     PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  SCHINV-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-SCHINV                   VALUE "Y".
       01  SCHIL-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-SCHIL                    VALUE "Y".
       01  CRN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CRN                      VALUE "Y".
       01  RCPT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-RCPT                     VALUE "Y".
       01  SCHOOL-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-SCHOOL                   VALUE "Y".
       01  CUST-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-CUST                     VALUE "Y".
       01  SUPP-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SUPP                     VALUE "Y".
       01  SANDWICH-EOF-FLAG                PIC X(001) VALUE "N".
           88  EOF-SANDWICH                 VALUE "Y".
       01  TAX-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TAX                      VALUE "Y".

       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  COMPANY-NIF                      PIC 9(009).
       01  RUN-START-STAMP                  PIC 9(014).
       01  SAFT-FILENAME                    PIC X(040).
       01  REPORT-FILENAME                  PIC X(040).

      *> FIGURES THE FILE CARRIES, BUILT FROM THE DOCUMENT LINES
       01  SAFT-INV-COUNT                   PIC 9(007).
       01  SAFT-INV-NET                     PIC 9(011)V99.
       01  SAFT-INV-VAT                     PIC 9(011)V99.
       01  SAFT-CRN-COUNT                   PIC 9(007).
       01  SAFT-CRN-NET                     PIC 9(011)V99.
       01  SAFT-CRN-VAT                     PIC 9(011)V99.
       01  SAFT-RCPT-COUNT                  PIC 9(007).
       01  SAFT-RCPT-TOTAL                  PIC 9(011)V99.
      *> FIGURES VAT-RETURN SUMS FROM THE INVOICE HEADERS
       01  RETURN-NET                       PIC 9(011)V99.
       01  RETURN-VAT                       PIC 9(011)V99.
       01  DIFF-NET                         PIC S9(011)V99.
       01  DIFF-VAT                         PIC S9(011)V99.
       01  RECON-AGREES                     PIC X(001).
           88  RECON-AGREES-YES             VALUE "Y".

       01  LINE-VAT                         PIC 9(007)V99.
       01  LINE-TAX-CODE                    PIC X(002).
       01  LINE-TAX-RATE                    PIC 9(002)V99.
       01  LINE-NAME                        PIC X(030).
       01  LINE-OUT-AMOUNT                  PIC 9(007)V99.
       01  LINE-OUT-PRICE                   PIC 9(003)V99.

      *> A BUNDLE LINE'S SHARES, AS SCHINV WORKS THEM OUT. THE CALLER
      *> SETS SPLIT-NET TO THE LINE'S AMOUNT
       COPY LK-BUNDLEX.
       77  BUN-IX                           PIC 9(002).
       01  SPLIT-NET                        PIC 9(007)V99.
       01  LINE-IS-BUNDLE                   PIC X(001).
           88  LINE-IS-BUNDLE-YES           VALUE "Y".
       01  BUNDLE-SPLIT                     PIC X(001).
           88  BUNDLE-SPLIT-YES             VALUE "Y".
       01  BUNDLE-SHARE-TABLE.
           05  BUNDLE-SHARE OCCURS BUNX-MAX-LINES TIMES.
               10  SHARE-TAX-RATE           PIC 9(002)V99.
               10  SHARE-AMOUNT             PIC 9(007)V99.
               10  SHARE-VAT                PIC 9(007)V99.
       01  SHARE-LEFT                       PIC 9(007)V99.
       01  DOC-NET                          PIC 9(009)V99.
       01  DOC-VAT                          PIC 9(009)V99.
       01  DOC-GROSS                        PIC 9(009)V99.
       01  CUSTOMER-NIF                     PIC 9(009).
      *> THE SCHOOL OR CUSTOMER ACCOUNT BEING WRITTEN TO MASTERFILES
       01  CUSTOMER-OUT.
           05  CUSTOMER-OUT-ID              PIC 9(005).
           05  CUSTOMER-OUT-NAME            PIC X(050).
           05  CUSTOMER-OUT-ADDRESS         PIC X(075).
           05  CUSTOMER-OUT-TOWN            PIC X(030).
           05  CUSTOMER-OUT-POSTAL          PIC 9(007).
       01  SAFT-TAX-CODE                    PIC X(003).
       01  RECON-LINES                      PIC 9(006).

      *> ONE XML LINE IS BUILT HERE: THE TAG, ITS VALUE AND THE DEPTH
      *> IT SITS AT (TWO SPACES A LEVEL)
       01  XML-LINE                         PIC X(200).
       01  XML-TAG                          PIC X(030).
       01  XML-VALUE                        PIC X(100).
       01  XML-DEPTH                        PIC 9(002).
       01  XML-POINTER                      PIC 9(003).
       01  ISO-DATE                         PIC X(010).
       01  ISO-DATE-IN                      PIC 9(008).
       01  EDIT-AMOUNT                      PIC Z(010)9.99.
       01  EDIT-RATE                        PIC Z9.99.
       01  EDIT-COUNT                       PIC Z(006)9.
       01  EDIT-ID                          PIC 9(006).
       01  EDIT-NIF                         PIC 9(009).
       01  EDIT-POSTAL                      PIC 9(007).
       01  EDIT-POSTAL-PARTS REDEFINES EDIT-POSTAL.
           05  EDIT-POSTAL-4                PIC 9(004).
           05  EDIT-POSTAL-3                PIC 9(003).
       01  DOC-NUMBER                       PIC X(020).
       01  DOC-TYPE                         PIC X(002).
       01  DOC-STATUS                       PIC X(001).
       01  DOC-STATUS-ISO                   PIC X(010).
       01  DOC-CUSTOMER                     PIC 9(005).

       01  RECON-DETAIL.
           05  RC-LABEL                     PIC X(044).
           05  RC-AMOUNT                    PIC -ZZZZZZZZZ9.99.
       01  RECON-TEXT                       PIC X(080).

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
           05 VALUE PERIOD-FROM-TEXT LINE 08 COL 15.
           05 AP-FROM PIC 9(008) LINE 08 COL PLUS 1
               USING PERIOD-FROM REQUIRED.
           05 VALUE PERIOD-TO-TEXT LINE 10 COL 15.
           05 AP-TO PIC 9(008) LINE 10 COL PLUS 1
               USING PERIOD-TO REQUIRED.
           05 VALUE COMPANY-NIF-TEXT LINE 12 COL 14.
           05 AP-NIF PIC 9(009) LINE 12 COL PLUS 1
               USING COMPANY-NIF REQUIRED AUTO.
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
           MOVE ZERO TO PERIOD-FROM PERIOD-TO COMPANY-NIF
           MOVE "N" TO NIFC-RESULT
           PERFORM WITH TEST AFTER UNTIL NIFC-VALID
               AND PERIOD-TO >= PERIOD-FROM
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY ASK-PERIOD-SCREEN
               ACCEPT ASK-PERIOD-SCREEN
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
               MOVE COMPANY-NIF TO NIFC-NUMBER
               CALL "NIFCHK" USING NIFCHK-REQUEST
               IF NOT NIFC-VALID
                   MOVE ERROR-NIF TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               ELSE
                   IF PERIOD-TO < PERIOD-FROM
                       MOVE ERROR-PERIOD TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   END-IF
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE SPACES TO SAFT-FILENAME REPORT-FILENAME
           STRING "SAFT-PT-" DELIMITED BY SIZE
               PERIOD-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PERIOD-TO DELIMITED BY SIZE
               ".xml" DELIMITED BY SIZE
               INTO SAFT-FILENAME
           STRING "SAFT-RECON-" DELIMITED BY SIZE
               PERIOD-TO DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           PERFORM 100-OPEN-FILES
           PERFORM 150-TOTAL-SALES
           PERFORM 160-TOTAL-CREDIT-NOTES
           PERFORM 170-TOTAL-RECEIPTS
           PERFORM 200-WRITE-HEADER
           PERFORM 300-WRITE-MASTER-FILES
           MOVE 1 TO XML-DEPTH
           MOVE "SourceDocuments" TO XML-TAG
           PERFORM 810-OPEN-TAG
           PERFORM 400-WRITE-SALES-INVOICES
           PERFORM 500-WRITE-PAYMENTS
           MOVE 1 TO XML-DEPTH
           MOVE "SourceDocuments" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE ZERO TO XML-DEPTH
           MOVE "AuditFile" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           PERFORM 190-CLOSE-FILES
           PERFORM 600-WRITE-RECONCILIATION
           MOVE "SAFT-RECON" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "SAFT-EXPORT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE RECON-LINES TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "SAFT-EXPORT" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           COMPUTE RLOG-PROCESSED =
               SAFT-INV-COUNT + SAFT-CRN-COUNT + SAFT-RCPT-COUNT
           MOVE RLOG-PROCESSED TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           IF RECON-AGREES-YES
               MOVE EXPORT-DONE TO ERROR-TEXT
           ELSE
               MOVE EXPORT-DIFFERS TO ERROR-TEXT
           END-IF
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

      *> A MASTER OR DOCUMENT FILE THAT DOES NOT EXIST YET SIMPLY
      *> CONTRIBUTES NOTHING TO THE EXPORT; EVERY READ BELOW CHECKS
      *> ITS FILE'S STATUS FIRST
       100-OPEN-FILES SECTION.
           OPEN INPUT FXSCHINV FXSCHINVLN FXCREDNOTE FXCASHRCPT
               FXSCHOOL FXCUSTOMER FXCOUNCIL FXSUPPLY FXSANDWICH
               FXTAXCODE
           OPEN OUTPUT SAFT-FILE
           IF SAFT-STATUS NOT = ZERO THEN
               MOVE SAFT-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
       EXIT SECTION.

      *> SAME SELECTION AS VAT-RETURN'S OUTPUT TAX PASS. THE FILE'S
      *> FIGURES COME FROM THE LINES, THE RETURN'S FROM THE HEADERS
       150-TOTAL-SALES SECTION.
           MOVE ZERO TO SAFT-INV-COUNT SAFT-INV-NET SAFT-INV-VAT
               RETURN-NET RETURN-VAT
           IF SCHINV-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO SCHINV-EOF-FLAG
           MOVE ZERO TO SCHINV-ID
           START FXSCHINV KEY IS >= SCHINV-ID
               INVALID KEY SET EOF-SCHINV TO TRUE
           END-START
           PERFORM UNTIL EOF-SCHINV
               READ FXSCHINV NEXT RECORD
                   AT END SET EOF-SCHINV TO TRUE
                   NOT AT END
                       IF SCHINV-PERIOD-TO >= PERIOD-FROM AND
                           SCHINV-PERIOD-TO <= PERIOD-TO
                           ADD 1 TO SAFT-INV-COUNT
                       END-IF
                       IF SCHINV-PERIOD-TO >= PERIOD-FROM AND
                           SCHINV-PERIOD-TO <= PERIOD-TO AND
                           NOT SCHINV-STATUS-CANCELLED
                           ADD SCHINV-TOTAL TO RETURN-NET
                           ADD SCHINV-VAT-AMOUNT TO RETURN-VAT
                           PERFORM 155-SUM-INVOICE-LINES
                           ADD DOC-NET TO SAFT-INV-NET
                           ADD DOC-VAT TO SAFT-INV-VAT
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       155-SUM-INVOICE-LINES SECTION.
           MOVE ZERO TO DOC-NET DOC-VAT
           IF SCHIL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO SCHIL-EOF-FLAG
           MOVE SCHINV-ID TO SCHIL-INV-ID
           MOVE ZERO TO SCHIL-LINE-NO
           START FXSCHINVLN KEY IS >= SCHIL-ID
               INVALID KEY SET EOF-SCHIL TO TRUE
           END-START
           PERFORM UNTIL EOF-SCHIL
               READ FXSCHINVLN NEXT RECORD
                   AT END SET EOF-SCHIL TO TRUE
                   NOT AT END
                       IF SCHIL-INV-ID NOT = SCHINV-ID
                           SET EOF-SCHIL TO TRUE
                       ELSE
                           MOVE SCHIL-SANDWICH-ID TO SANDWICH-ID
                           PERFORM 700-LINE-TAX
                           COMPUTE LINE-VAT ROUNDED =
                               SCHIL-AMOUNT * LINE-TAX-RATE / 100
                           MOVE SCHIL-AMOUNT TO SPLIT-NET
                           PERFORM 705-SPLIT-BUNDLE-VAT
                           ADD SCHIL-AMOUNT TO DOC-NET
                           ADD LINE-VAT TO DOC-VAT
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       160-TOTAL-CREDIT-NOTES SECTION.
           MOVE ZERO TO SAFT-CRN-COUNT SAFT-CRN-NET SAFT-CRN-VAT
           IF CRN-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO CRN-EOF-FLAG
           MOVE ZERO TO CRN-ID
           START FXCREDNOTE KEY IS >= CRN-ID
               INVALID KEY SET EOF-CRN TO TRUE
           END-START
           PERFORM UNTIL EOF-CRN
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-CRN TO TRUE
                   NOT AT END
                       IF CRN-DATE >= PERIOD-FROM AND
                           CRN-DATE <= PERIOD-TO
                           ADD 1 TO SAFT-CRN-COUNT
                       END-IF
                       IF CRN-DATE >= PERIOD-FROM AND
                           CRN-DATE <= PERIOD-TO AND
                           NOT CRN-STATUS-CANCELLED
                           MOVE CRN-SANDWICH-ID TO SANDWICH-ID
                           PERFORM 700-LINE-TAX
                           COMPUTE LINE-VAT ROUNDED =
                               CRN-AMOUNT * LINE-TAX-RATE / 100
                           MOVE CRN-AMOUNT TO SPLIT-NET
                           PERFORM 705-SPLIT-BUNDLE-VAT
                           ADD CRN-AMOUNT TO SAFT-CRN-NET
                           ADD LINE-VAT TO SAFT-CRN-VAT
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       170-TOTAL-RECEIPTS SECTION.
           MOVE ZERO TO SAFT-RCPT-COUNT SAFT-RCPT-TOTAL
           IF RCPT-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO RCPT-EOF-FLAG
           MOVE ZERO TO RCPT-ID
           START FXCASHRCPT KEY IS >= RCPT-ID
               INVALID KEY SET EOF-RCPT TO TRUE
           END-START
           PERFORM UNTIL EOF-RCPT
               READ FXCASHRCPT NEXT RECORD
                   AT END SET EOF-RCPT TO TRUE
                   NOT AT END
                       IF RCPT-DATE >= PERIOD-FROM AND
                           RCPT-DATE <= PERIOD-TO
                           ADD 1 TO SAFT-RCPT-COUNT
                           ADD RCPT-AMOUNT TO SAFT-RCPT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       190-CLOSE-FILES SECTION.
           CLOSE FXSCHINV FXSCHINVLN FXCREDNOTE FXCASHRCPT
               FXSCHOOL FXCUSTOMER FXCOUNCIL FXSUPPLY FXSANDWICH
               FXTAXCODE
           CLOSE SAFT-FILE
       EXIT SECTION.

       200-WRITE-HEADER SECTION.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SAFT-LINE
           WRITE SAFT-LINE
           MOVE SPACES TO XML-LINE
           STRING '<AuditFile xmlns="' DELIMITED BY SIZE
               SAFT-NAMESPACE DELIMITED BY SIZE
               '">' DELIMITED BY SIZE
               INTO XML-LINE
           WRITE SAFT-LINE FROM XML-LINE
           MOVE 1 TO XML-DEPTH
           MOVE "Header" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 2 TO XML-DEPTH
           MOVE "AuditFileVersion" TO XML-TAG
           MOVE SAFT-VERSION TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE COMPANY-NIF TO EDIT-NIF
           MOVE "CompanyID" TO XML-TAG
           MOVE EDIT-NIF TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxRegistrationNumber" TO XML-TAG
           MOVE EDIT-NIF TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxAccountingBasis" TO XML-TAG
           MOVE "F" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CompanyName" TO XML-TAG
           MOVE COMPANY-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "FiscalYear" TO XML-TAG
           MOVE PERIOD-FROM (1:4) TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "StartDate" TO XML-TAG
           MOVE PERIOD-FROM TO ISO-DATE-IN
           PERFORM 830-ISO-DATE
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "EndDate" TO XML-TAG
           MOVE PERIOD-TO TO ISO-DATE-IN
           PERFORM 830-ISO-DATE
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CurrencyCode" TO XML-TAG
           MOVE "EUR" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "DateCreated" TO XML-TAG
           MOVE RUN-START-STAMP (1:8) TO ISO-DATE-IN
           PERFORM 830-ISO-DATE
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxEntity" TO XML-TAG
           MOVE "Global" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductCompanyTaxID" TO XML-TAG
           MOVE EDIT-NIF TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SoftwareCertificateNumber" TO XML-TAG
           MOVE "0" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductID" TO XML-TAG
           MOVE "BREADWICH/BREADWICH" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductVersion" TO XML-TAG
           MOVE "1" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 1 TO XML-DEPTH
           MOVE "Header" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

       300-WRITE-MASTER-FILES SECTION.
           MOVE 1 TO XML-DEPTH
           MOVE "MasterFiles" TO XML-TAG
           PERFORM 810-OPEN-TAG
           PERFORM 310-WRITE-CUSTOMERS
           PERFORM 320-WRITE-SUPPLIERS
           PERFORM 330-WRITE-PRODUCTS
           PERFORM 340-WRITE-TAX-TABLE
           MOVE 1 TO XML-DEPTH
           MOVE "MasterFiles" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> EVERY SCHOOL AND EVERY CUSTOMER ACCOUNT IS A CUSTOMER,
      *> KEYED BY ITS INTERNAL ID - THE SAME ID THE INVOICES, CREDIT
      *> NOTES AND RECEIPTS CARRY
       310-WRITE-CUSTOMERS SECTION.
           PERFORM 312-WRITE-ACCOUNT-CUSTOMERS
           IF SCHOOL-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO SCHOOL-EOF-FLAG
           MOVE ZERO TO SCHOOL-ID
           START FXSCHOOL KEY IS >= SCHOOL-ID
               INVALID KEY SET EOF-SCHOOL TO TRUE
           END-START
           PERFORM UNTIL EOF-SCHOOL
               READ FXSCHOOL NEXT RECORD
                   AT END SET EOF-SCHOOL TO TRUE
                   NOT AT END
                       PERFORM 315-WRITE-ONE-CUSTOMER
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> CUSTOMER ACCOUNTS NUMBER FROM CUST-FIRST-ID UP, CLEAR OF
      *> THE SCHOOLS
       312-WRITE-ACCOUNT-CUSTOMERS SECTION.
           IF CUST-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO CUST-EOF-FLAG
           MOVE ZERO TO CUST-ID
           START FXCUSTOMER KEY IS >= CUST-ID
               INVALID KEY SET EOF-CUST TO TRUE
           END-START
           PERFORM UNTIL EOF-CUST
               READ FXCUSTOMER NEXT RECORD
                   AT END SET EOF-CUST TO TRUE
                   NOT AT END
                       MOVE CUST-NIF TO CUSTOMER-NIF
                       MOVE CUST-ID TO CUSTOMER-OUT-ID
                       MOVE CUST-NAME TO CUSTOMER-OUT-NAME
                       MOVE CUST-ADDRESS1 TO CUSTOMER-OUT-ADDRESS
                       MOVE CUST-TOWN TO CUSTOMER-OUT-TOWN
                       MOVE CUST-POSTAL-CODE TO CUSTOMER-OUT-POSTAL
                       PERFORM 318-WRITE-CUSTOMER-XML
               END-READ
           END-PERFORM
       EXIT SECTION.

       315-WRITE-ONE-CUSTOMER SECTION.
           PERFORM 316-CUSTOMER-NIF
           MOVE SCHOOL-ID TO CUSTOMER-OUT-ID
           MOVE SCHOOL-DESIGNATION1 TO CUSTOMER-OUT-NAME
           MOVE SCHOOL-ADDRESS1 TO CUSTOMER-OUT-ADDRESS
           MOVE SCHOOL-TOWN TO CUSTOMER-OUT-TOWN
           MOVE SCHOOL-POSTAL-CODE TO CUSTOMER-OUT-POSTAL
           PERFORM 318-WRITE-CUSTOMER-XML
       EXIT SECTION.

      *> A CUSTOMER WITH NO NIF GOES OUT AS THE FINAL CONSUMER
       318-WRITE-CUSTOMER-XML SECTION.
           MOVE 2 TO XML-DEPTH
           MOVE "Customer" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 3 TO XML-DEPTH
           MOVE "CustomerID" TO XML-TAG
           MOVE CUSTOMER-OUT-ID TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "AccountID" TO XML-TAG
           MOVE "Desconhecido" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CustomerTaxID" TO XML-TAG
           IF CUSTOMER-NIF = ZERO
               MOVE FINAL-CONSUMER-NIF TO XML-VALUE
           ELSE
               MOVE CUSTOMER-NIF TO EDIT-NIF
               MOVE EDIT-NIF TO XML-VALUE
           END-IF
           PERFORM 800-WRITE-ELEMENT
           MOVE "CompanyName" TO XML-TAG
           MOVE CUSTOMER-OUT-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "BillingAddress" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 4 TO XML-DEPTH
           MOVE "AddressDetail" TO XML-TAG
           MOVE CUSTOMER-OUT-ADDRESS TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "City" TO XML-TAG
           MOVE CUSTOMER-OUT-TOWN TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE CUSTOMER-OUT-POSTAL TO EDIT-POSTAL
           PERFORM 840-POSTAL-CODE
           MOVE "Country" TO XML-TAG
           MOVE "PT" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 3 TO XML-DEPTH
           MOVE "BillingAddress" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "SelfBillingIndicator" TO XML-TAG
           MOVE "0" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 2 TO XML-DEPTH
           MOVE "Customer" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> A SCHOOL ON CONSOLIDATED BILLING WITHOUT A NIF OF ITS OWN
      *> IS BILLED UNDER ITS COUNCIL'S NIF
       316-CUSTOMER-NIF SECTION.
           MOVE SCHOOL-NIF TO CUSTOMER-NIF
           IF CUSTOMER-NIF NOT = ZERO OR SCHOOL-COUNCIL-ID = ZERO
               OR CNCL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SCHOOL-COUNCIL-ID TO CNCL-ID
           READ FXCOUNCIL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CNCL-NIF TO CUSTOMER-NIF
           END-READ
       EXIT SECTION.

       320-WRITE-SUPPLIERS SECTION.
           IF SUPP-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO SUPP-EOF-FLAG
           MOVE ZERO TO SUPPLIER-ID
           START FXSUPPLY KEY IS >= SUPPLIER-ID
               INVALID KEY SET EOF-SUPP TO TRUE
           END-START
           PERFORM UNTIL EOF-SUPP
               READ FXSUPPLY NEXT RECORD
                   AT END SET EOF-SUPP TO TRUE
                   NOT AT END
                       PERFORM 325-WRITE-ONE-SUPPLIER
               END-READ
           END-PERFORM
       EXIT SECTION.

       325-WRITE-ONE-SUPPLIER SECTION.
           MOVE 2 TO XML-DEPTH
           MOVE "Supplier" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 3 TO XML-DEPTH
           MOVE "SupplierID" TO XML-TAG
           MOVE SUPPLIER-ID TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "AccountID" TO XML-TAG
           MOVE "Desconhecido" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SupplierTaxID" TO XML-TAG
           IF SUPPLIER-NIF = ZERO
               MOVE FINAL-CONSUMER-NIF TO XML-VALUE
           ELSE
               MOVE SUPPLIER-NIF TO EDIT-NIF
               MOVE EDIT-NIF TO XML-VALUE
           END-IF
           PERFORM 800-WRITE-ELEMENT
           MOVE "CompanyName" TO XML-TAG
           MOVE SUPPLIER-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "BillingAddress" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 4 TO XML-DEPTH
           MOVE "AddressDetail" TO XML-TAG
           MOVE SUPP-ADR-MAIN1 TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "City" TO XML-TAG
           MOVE SUPPLIER-TOWN TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE SUPPLIER-POSTAL-CODE TO EDIT-POSTAL
           PERFORM 840-POSTAL-CODE
           MOVE "Country" TO XML-TAG
           MOVE "PT" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 3 TO XML-DEPTH
           MOVE "BillingAddress" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "SelfBillingIndicator" TO XML-TAG
           MOVE "0" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 2 TO XML-DEPTH
           MOVE "Supplier" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

       330-WRITE-PRODUCTS SECTION.
           MOVE 2 TO XML-DEPTH
           MOVE "Product" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 3 TO XML-DEPTH
           MOVE "ProductType" TO XML-TAG
           MOVE "S" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductCode" TO XML-TAG
           MOVE "0" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductDescription" TO XML-TAG
           MOVE TRAY-LINE-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductNumberCode" TO XML-TAG
           MOVE "0" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 2 TO XML-DEPTH
           MOVE "Product" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           IF SANDWICH-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO SANDWICH-EOF-FLAG
           MOVE ZERO TO SANDWICH-ID
           START FXSANDWICH KEY IS >= SANDWICH-ID
               INVALID KEY SET EOF-SANDWICH TO TRUE
           END-START
           PERFORM UNTIL EOF-SANDWICH
               READ FXSANDWICH NEXT RECORD
                   AT END SET EOF-SANDWICH TO TRUE
                   NOT AT END
                       MOVE 2 TO XML-DEPTH
                       MOVE "Product" TO XML-TAG
                       PERFORM 810-OPEN-TAG
                       MOVE 3 TO XML-DEPTH
                       MOVE "ProductType" TO XML-TAG
                       MOVE "P" TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE "ProductCode" TO XML-TAG
                       MOVE SANDWICH-ID TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE "ProductDescription" TO XML-TAG
                       MOVE SANDWICH-NAME TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE "ProductNumberCode" TO XML-TAG
                       MOVE SANDWICH-ID TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE 2 TO XML-DEPTH
                       MOVE "Product" TO XML-TAG
                       PERFORM 820-CLOSE-TAG
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> OUR OWN TWO-CHARACTER CODES ARE MAPPED ONTO THE AUTHORITY'S
      *> RATE CODES BY THEIR RATE (SEE 710-SAFT-TAX-CODE)
       340-WRITE-TAX-TABLE SECTION.
           IF TAX-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE 2 TO XML-DEPTH
           MOVE "TaxTable" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE "N" TO TAX-EOF-FLAG
           MOVE LOW-VALUES TO TAX-CODE
           START FXTAXCODE KEY IS >= TAX-CODE
               INVALID KEY SET EOF-TAX TO TRUE
           END-START
           PERFORM UNTIL EOF-TAX
               READ FXTAXCODE NEXT RECORD
                   AT END SET EOF-TAX TO TRUE
                   NOT AT END
                       MOVE TAX-RATE-PCT TO LINE-TAX-RATE
                       PERFORM 710-SAFT-TAX-CODE
                       MOVE 3 TO XML-DEPTH
                       MOVE "TaxTableEntry" TO XML-TAG
                       PERFORM 810-OPEN-TAG
                       MOVE 4 TO XML-DEPTH
                       MOVE "TaxType" TO XML-TAG
                       MOVE "IVA" TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE "TaxCountryRegion" TO XML-TAG
                       MOVE "PT" TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE "TaxCode" TO XML-TAG
                       MOVE SAFT-TAX-CODE TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE "Description" TO XML-TAG
                       MOVE TAX-DESCRIPTION TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE "TaxPercentage" TO XML-TAG
                       MOVE TAX-RATE-PCT TO EDIT-RATE
                       MOVE EDIT-RATE TO XML-VALUE
                       PERFORM 800-WRITE-ELEMENT
                       MOVE 3 TO XML-DEPTH
                       MOVE "TaxTableEntry" TO XML-TAG
                       PERFORM 820-CLOSE-TAG
               END-READ
           END-PERFORM
           MOVE 2 TO XML-DEPTH
           MOVE "TaxTable" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> THE SECTION TOTALS ARE THE ONES 150/160 BUILT FROM THE LINES:
      *> INVOICES ARE CREDITS TO SALES, CREDIT NOTES DEBITS
       400-WRITE-SALES-INVOICES SECTION.
           MOVE 2 TO XML-DEPTH
           MOVE "SalesInvoices" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 3 TO XML-DEPTH
           MOVE "NumberOfEntries" TO XML-TAG
           COMPUTE EDIT-COUNT = SAFT-INV-COUNT + SAFT-CRN-COUNT
           MOVE EDIT-COUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TotalDebit" TO XML-TAG
           MOVE SAFT-CRN-NET TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TotalCredit" TO XML-TAG
           MOVE SAFT-INV-NET TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           IF SCHINV-STATUS-FS = ZERO
               MOVE "N" TO SCHINV-EOF-FLAG
               MOVE ZERO TO SCHINV-ID
               START FXSCHINV KEY IS >= SCHINV-ID
                   INVALID KEY SET EOF-SCHINV TO TRUE
               END-START
               PERFORM UNTIL EOF-SCHINV
                   READ FXSCHINV NEXT RECORD
                       AT END SET EOF-SCHINV TO TRUE
                       NOT AT END
                           IF SCHINV-PERIOD-TO >= PERIOD-FROM AND
                               SCHINV-PERIOD-TO <= PERIOD-TO
                               PERFORM 410-WRITE-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF CRN-STATUS-FS = ZERO
               MOVE "N" TO CRN-EOF-FLAG
               MOVE ZERO TO CRN-ID
               START FXCREDNOTE KEY IS >= CRN-ID
                   INVALID KEY SET EOF-CRN TO TRUE
               END-START
               PERFORM UNTIL EOF-CRN
                   READ FXCREDNOTE NEXT RECORD
                       AT END SET EOF-CRN TO TRUE
                       NOT AT END
                           IF CRN-DATE >= PERIOD-FROM AND
                               CRN-DATE <= PERIOD-TO
                               PERFORM 450-WRITE-ONE-CREDIT-NOTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 2 TO XML-DEPTH
           MOVE "SalesInvoices" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> THE INVOICE IS DATED AT ITS PERIOD END, AS EINVOICE DATES
      *> IT; THE DOCUMENT TOTALS ARE THE LEDGER FIGURES ON FXSCHINV
       410-WRITE-ONE-INVOICE SECTION.
           MOVE SCHINV-ID TO EDIT-ID
           MOVE SPACES TO DOC-NUMBER
           IF SCHINV-SERIES-NO NUMERIC AND SCHINV-SERIES-NO > ZERO
               MOVE SCHINV-DOC-NUMBER TO DOC-NUMBER
           ELSE
               STRING "FT SCH/" DELIMITED BY SIZE
                   EDIT-ID DELIMITED BY SIZE
                   INTO DOC-NUMBER
           END-IF
           MOVE "N" TO DOC-STATUS
           MOVE SPACES TO DOC-STATUS-ISO
           IF SCHINV-STATUS-CANCELLED
               MOVE "A" TO DOC-STATUS
               MOVE SCHINV-CANCEL-DATE TO ISO-DATE-IN
               PERFORM 830-ISO-DATE
               MOVE ISO-DATE TO DOC-STATUS-ISO
           END-IF
           MOVE SCHINV-PERIOD-TO TO ISO-DATE-IN
           PERFORM 830-ISO-DATE
           MOVE SCHINV-SCHOOL-ID TO DOC-CUSTOMER
           MOVE "FT" TO DOC-TYPE
           PERFORM 420-WRITE-DOCUMENT-HEAD
           IF SCHIL-STATUS-FS = ZERO
               MOVE "N" TO SCHIL-EOF-FLAG
               MOVE SCHINV-ID TO SCHIL-INV-ID
               MOVE ZERO TO SCHIL-LINE-NO
               START FXSCHINVLN KEY IS >= SCHIL-ID
                   INVALID KEY SET EOF-SCHIL TO TRUE
               END-START
               PERFORM UNTIL EOF-SCHIL
                   READ FXSCHINVLN NEXT RECORD
                       AT END SET EOF-SCHIL TO TRUE
                       NOT AT END
                           IF SCHIL-INV-ID NOT = SCHINV-ID
                               SET EOF-SCHIL TO TRUE
                           ELSE
                               PERFORM 415-WRITE-INVOICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE SCHINV-TOTAL TO DOC-NET
           MOVE SCHINV-VAT-AMOUNT TO DOC-VAT
           PERFORM 430-WRITE-DOCUMENT-TOTALS
       EXIT SECTION.

       415-WRITE-INVOICE-LINE SECTION.
           MOVE SCHIL-SANDWICH-ID TO SANDWICH-ID
           PERFORM 700-LINE-TAX
           MOVE SCHIL-AMOUNT TO SPLIT-NET
           PERFORM 705-SPLIT-BUNDLE-VAT
           IF NOT BUNDLE-SPLIT-YES
               MOVE SCHIL-AMOUNT TO LINE-OUT-AMOUNT
               MOVE SCHIL-UNIT-PRICE TO LINE-OUT-PRICE
               PERFORM 416-WRITE-INVOICE-LINE-XML
               EXIT SECTION
           END-IF
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               PERFORM 708-TAKE-SHARE
               IF SCHIL-QTY > ZERO
                   COMPUTE LINE-OUT-PRICE ROUNDED =
                       LINE-OUT-AMOUNT / SCHIL-QTY
               END-IF
               PERFORM 416-WRITE-INVOICE-LINE-XML
           END-PERFORM
       EXIT SECTION.

       416-WRITE-INVOICE-LINE-XML SECTION.
           MOVE 4 TO XML-DEPTH
           MOVE "Line" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "LineNumber" TO XML-TAG
           MOVE SCHIL-LINE-NO TO EDIT-COUNT
           MOVE EDIT-COUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductCode" TO XML-TAG
           MOVE SCHIL-SANDWICH-ID TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductDescription" TO XML-TAG
           MOVE LINE-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "Quantity" TO XML-TAG
           MOVE SCHIL-QTY TO EDIT-COUNT
           MOVE EDIT-COUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "UnitOfMeasure" TO XML-TAG
           MOVE "UN" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "UnitPrice" TO XML-TAG
           MOVE LINE-OUT-PRICE TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxPointDate" TO XML-TAG
           MOVE SCHIL-DELIVERY-DATE TO ISO-DATE-IN
           PERFORM 830-ISO-DATE
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "Description" TO XML-TAG
           MOVE LINE-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CreditAmount" TO XML-TAG
           MOVE LINE-OUT-AMOUNT TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           PERFORM 440-WRITE-LINE-TAX
           MOVE 4 TO XML-DEPTH
           MOVE "Line" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> COMMON OPENING OF AN INVOICE OR CREDIT NOTE. THE CALLER SETS
      *> DOC-NUMBER, DOC-TYPE, DOC-CUSTOMER AND ISO-DATE (THE
      *> DOCUMENT DATE)
       420-WRITE-DOCUMENT-HEAD SECTION.
           MOVE 3 TO XML-DEPTH
           MOVE "Invoice" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 4 TO XML-DEPTH
           MOVE "InvoiceNo" TO XML-TAG
           MOVE DOC-NUMBER TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "DocumentStatus" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "InvoiceStatus" TO XML-TAG
           MOVE DOC-STATUS TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "InvoiceStatusDate" TO XML-TAG
           IF DOC-STATUS-ISO = SPACES
               MOVE ISO-DATE TO DOC-STATUS-ISO
           END-IF
           MOVE SPACES TO XML-VALUE
           STRING DOC-STATUS-ISO DELIMITED BY SIZE
               "T00:00:00" DELIMITED BY SIZE
               INTO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SourceID" TO XML-TAG
           MOVE "BATCH" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SourceBilling" TO XML-TAG
           MOVE "P" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 4 TO XML-DEPTH
           MOVE "DocumentStatus" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "Hash" TO XML-TAG
           MOVE "0" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "InvoiceDate" TO XML-TAG
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "InvoiceType" TO XML-TAG
           MOVE DOC-TYPE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SpecialRegimes" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "SelfBillingIndicator" TO XML-TAG
           MOVE "0" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CashVATSchemeIndicator" TO XML-TAG
           PERFORM 800-WRITE-ELEMENT
           MOVE "ThirdPartiesBillingIndicator" TO XML-TAG
           PERFORM 800-WRITE-ELEMENT
           MOVE 4 TO XML-DEPTH
           MOVE "SpecialRegimes" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "SourceID" TO XML-TAG
           MOVE "BATCH" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SystemEntryDate" TO XML-TAG
           MOVE SPACES TO XML-VALUE
           STRING ISO-DATE DELIMITED BY SIZE
               "T00:00:00" DELIMITED BY SIZE
               INTO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CustomerID" TO XML-TAG
           MOVE DOC-CUSTOMER TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
       EXIT SECTION.

       430-WRITE-DOCUMENT-TOTALS SECTION.
           MOVE 4 TO XML-DEPTH
           MOVE "DocumentTotals" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "TaxPayable" TO XML-TAG
           MOVE DOC-VAT TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "NetTotal" TO XML-TAG
           MOVE DOC-NET TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "GrossTotal" TO XML-TAG
           COMPUTE DOC-GROSS = DOC-NET + DOC-VAT
           MOVE DOC-GROSS TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 4 TO XML-DEPTH
           MOVE "DocumentTotals" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE 3 TO XML-DEPTH
           MOVE "Invoice" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> THE TAX BLOCK OF A LINE FROM THE CODE AND RATE 700 FOUND;
      *> A ZERO-RATED LINE CARRIES THE GENERAL EXEMPTION REASON
       440-WRITE-LINE-TAX SECTION.
           PERFORM 710-SAFT-TAX-CODE
           MOVE 5 TO XML-DEPTH
           MOVE "Tax" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 6 TO XML-DEPTH
           MOVE "TaxType" TO XML-TAG
           MOVE "IVA" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxCountryRegion" TO XML-TAG
           MOVE "PT" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxCode" TO XML-TAG
           MOVE SAFT-TAX-CODE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxPercentage" TO XML-TAG
           MOVE LINE-TAX-RATE TO EDIT-RATE
           MOVE EDIT-RATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 5 TO XML-DEPTH
           MOVE "Tax" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           IF LINE-TAX-RATE = ZERO
               MOVE "TaxExemptionReason" TO XML-TAG
               MOVE "ISENTO" TO XML-VALUE
               PERFORM 800-WRITE-ELEMENT
               MOVE "TaxExemptionCode" TO XML-TAG
               MOVE "M99" TO XML-VALUE
               PERFORM 800-WRITE-ELEMENT
           END-IF
       EXIT SECTION.

      *> A CREDIT NOTE IS ONE LINE AGAINST ONE INVOICE LINE AND
      *> REFERS BACK TO THE INVOICE IT CORRECTS
       450-WRITE-ONE-CREDIT-NOTE SECTION.
           MOVE CRN-ID TO EDIT-ID
           MOVE SPACES TO DOC-NUMBER
           IF CRN-SERIES-NO NUMERIC AND CRN-SERIES-NO > ZERO
               MOVE CRN-DOC-NUMBER TO DOC-NUMBER
           ELSE
               STRING "NC CRN/" DELIMITED BY SIZE
                   EDIT-ID DELIMITED BY SIZE
                   INTO DOC-NUMBER
           END-IF
           MOVE "N" TO DOC-STATUS
           MOVE SPACES TO DOC-STATUS-ISO
           IF CRN-STATUS-CANCELLED
               MOVE "A" TO DOC-STATUS
               MOVE CRN-CANCEL-DATE TO ISO-DATE-IN
               PERFORM 830-ISO-DATE
               MOVE ISO-DATE TO DOC-STATUS-ISO
           END-IF
           MOVE CRN-DATE TO ISO-DATE-IN
           PERFORM 830-ISO-DATE
           MOVE CRN-SCHOOL-ID TO DOC-CUSTOMER
           MOVE "NC" TO DOC-TYPE
           PERFORM 420-WRITE-DOCUMENT-HEAD
           MOVE CRN-SANDWICH-ID TO SANDWICH-ID
           PERFORM 700-LINE-TAX
           COMPUTE LINE-VAT ROUNDED =
               CRN-AMOUNT * LINE-TAX-RATE / 100
           MOVE CRN-AMOUNT TO SPLIT-NET
           PERFORM 705-SPLIT-BUNDLE-VAT
           MOVE LINE-VAT TO DOC-VAT
           IF BUNDLE-SPLIT-YES
               PERFORM VARYING BUN-IX FROM 1 BY 1
                   UNTIL BUN-IX > BUNX-COUNT
                   PERFORM 708-TAKE-SHARE
                   IF CRN-QTY > ZERO
                       COMPUTE LINE-OUT-PRICE ROUNDED =
                           LINE-OUT-AMOUNT / CRN-QTY
                   END-IF
                   PERFORM 455-WRITE-CREDIT-LINE-XML
               END-PERFORM
           ELSE
               MOVE CRN-AMOUNT TO LINE-OUT-AMOUNT
               MOVE CRN-UNIT-PRICE TO LINE-OUT-PRICE
               PERFORM 455-WRITE-CREDIT-LINE-XML
           END-IF
           MOVE CRN-AMOUNT TO DOC-NET
           PERFORM 430-WRITE-DOCUMENT-TOTALS
       EXIT SECTION.

       455-WRITE-CREDIT-LINE-XML SECTION.
           MOVE 4 TO XML-DEPTH
           MOVE "Line" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "LineNumber" TO XML-TAG
           MOVE "1" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductCode" TO XML-TAG
           MOVE CRN-SANDWICH-ID TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "ProductDescription" TO XML-TAG
           MOVE LINE-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "Quantity" TO XML-TAG
           MOVE CRN-QTY TO EDIT-COUNT
           MOVE EDIT-COUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "UnitOfMeasure" TO XML-TAG
           MOVE "UN" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "UnitPrice" TO XML-TAG
           MOVE LINE-OUT-PRICE TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TaxPointDate" TO XML-TAG
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "References" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 6 TO XML-DEPTH
           MOVE "Reference" TO XML-TAG
           MOVE CRN-INV-ID TO EDIT-ID
           MOVE SPACES TO XML-VALUE
           STRING "FT SCH/" DELIMITED BY SIZE
               EDIT-ID DELIMITED BY SIZE
               INTO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "Reason" TO XML-TAG
           MOVE CRN-REASON-TEXT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 5 TO XML-DEPTH
           MOVE "References" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "Description" TO XML-TAG
           MOVE LINE-NAME TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "DebitAmount" TO XML-TAG
           MOVE LINE-OUT-AMOUNT TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           PERFORM 440-WRITE-LINE-TAX
           MOVE 4 TO XML-DEPTH
           MOVE "Line" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> EACH RECEIPT IS ONE "RG" PAYMENT BY BANK TRANSFER FOR ITS
      *> WHOLE AMOUNT; THE ALLOCATION TO INVOICES IS NOT EXPORTED
       500-WRITE-PAYMENTS SECTION.
           MOVE 2 TO XML-DEPTH
           MOVE "Payments" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 3 TO XML-DEPTH
           MOVE "NumberOfEntries" TO XML-TAG
           MOVE SAFT-RCPT-COUNT TO EDIT-COUNT
           MOVE EDIT-COUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TotalDebit" TO XML-TAG
           MOVE ZERO TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TotalCredit" TO XML-TAG
           MOVE SAFT-RCPT-TOTAL TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           IF RCPT-STATUS-FS = ZERO
               MOVE "N" TO RCPT-EOF-FLAG
               MOVE ZERO TO RCPT-ID
               START FXCASHRCPT KEY IS >= RCPT-ID
                   INVALID KEY SET EOF-RCPT TO TRUE
               END-START
               PERFORM UNTIL EOF-RCPT
                   READ FXCASHRCPT NEXT RECORD
                       AT END SET EOF-RCPT TO TRUE
                       NOT AT END
                           IF RCPT-DATE >= PERIOD-FROM AND
                               RCPT-DATE <= PERIOD-TO
                               PERFORM 510-WRITE-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 2 TO XML-DEPTH
           MOVE "Payments" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

       510-WRITE-ONE-PAYMENT SECTION.
           MOVE RCPT-DATE TO ISO-DATE-IN
           PERFORM 830-ISO-DATE
           MOVE 3 TO XML-DEPTH
           MOVE "Payment" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 4 TO XML-DEPTH
           MOVE "PaymentRefNo" TO XML-TAG
           MOVE RCPT-ID TO EDIT-ID
           MOVE SPACES TO XML-VALUE
           STRING "RG RCP/" DELIMITED BY SIZE
               EDIT-ID DELIMITED BY SIZE
               INTO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "TransactionDate" TO XML-TAG
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "PaymentType" TO XML-TAG
           MOVE "RG" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "DocumentStatus" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "PaymentStatus" TO XML-TAG
           MOVE "N" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "PaymentStatusDate" TO XML-TAG
           MOVE SPACES TO XML-VALUE
           STRING ISO-DATE DELIMITED BY SIZE
               "T00:00:00" DELIMITED BY SIZE
               INTO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SourceID" TO XML-TAG
           MOVE RCPT-LAST-BY TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SourcePayment" TO XML-TAG
           MOVE "P" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 4 TO XML-DEPTH
           MOVE "DocumentStatus" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "PaymentMethod" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "PaymentMechanism" TO XML-TAG
           MOVE "TB" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "PaymentAmount" TO XML-TAG
           MOVE RCPT-AMOUNT TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "PaymentDate" TO XML-TAG
           MOVE ISO-DATE TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 4 TO XML-DEPTH
           MOVE "PaymentMethod" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "SourceID" TO XML-TAG
           MOVE RCPT-LAST-BY TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "SystemEntryDate" TO XML-TAG
           MOVE SPACES TO XML-VALUE
           STRING ISO-DATE DELIMITED BY SIZE
               "T00:00:00" DELIMITED BY SIZE
               INTO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CustomerID" TO XML-TAG
           MOVE RCPT-SCHOOL-ID TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "Line" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "LineNumber" TO XML-TAG
           MOVE "1" TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "CreditAmount" TO XML-TAG
           MOVE RCPT-AMOUNT TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE 4 TO XML-DEPTH
           MOVE "Line" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE "DocumentTotals" TO XML-TAG
           PERFORM 810-OPEN-TAG
           MOVE 5 TO XML-DEPTH
           MOVE "TaxPayable" TO XML-TAG
           MOVE ZERO TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "NetTotal" TO XML-TAG
           MOVE RCPT-AMOUNT TO EDIT-AMOUNT
           MOVE EDIT-AMOUNT TO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
           MOVE "GrossTotal" TO XML-TAG
           PERFORM 800-WRITE-ELEMENT
           MOVE 4 TO XML-DEPTH
           MOVE "DocumentTotals" TO XML-TAG
           PERFORM 820-CLOSE-TAG
           MOVE 3 TO XML-DEPTH
           MOVE "Payment" TO XML-TAG
           PERFORM 820-CLOSE-TAG
       EXIT SECTION.

      *> THE FILE'S INVOICE FIGURES, BUILT FROM THE LINES, AGAINST
      *> VAT-RETURN'S FROM THE HEADERS. CREDIT NOTES AND RECEIPTS ARE
      *> SHOWN FOR INFORMATION: VAT-RETURN DOES NOT TAKE THEM UP
       600-WRITE-RECONCILIATION SECTION.
           MOVE ZERO TO RECON-LINES
           COMPUTE DIFF-NET = SAFT-INV-NET - RETURN-NET
           COMPUTE DIFF-VAT = SAFT-INV-VAT - RETURN-VAT
           IF DIFF-NET = ZERO AND DIFF-VAT = ZERO
               MOVE "Y" TO RECON-AGREES
           ELSE
               MOVE "N" TO RECON-AGREES
           END-IF
           OPEN OUTPUT RECON-FILE
           IF RECON-STATUS NOT = ZERO THEN
               CLOSE RECON-FILE
               EXIT SECTION
           END-IF
           MOVE SPACES TO RECON-TEXT
           STRING "SAF-T RECONCILIATION " DELIMITED BY SIZE
               PERIOD-FROM DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PERIOD-TO DELIMITED BY SIZE
               INTO RECON-TEXT
           WRITE RECON-LINE FROM RECON-TEXT
           MOVE SPACES TO RECON-TEXT
           STRING "FILE: " DELIMITED BY SIZE
               SAFT-FILENAME DELIMITED BY SIZE
               INTO RECON-TEXT
           WRITE RECON-LINE FROM RECON-TEXT
           MOVE "INVOICES IN THE FILE (COUNT)" TO RC-LABEL
           MOVE SAFT-INV-COUNT TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "SALES IN THE FILE (NET, FROM LINES)" TO RC-LABEL
           MOVE SAFT-INV-NET TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "SALES ON THE VAT RETURN (NET)" TO RC-LABEL
           MOVE RETURN-NET TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "DIFFERENCE (NET)" TO RC-LABEL
           MOVE DIFF-NET TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "OUTPUT TAX IN THE FILE (FROM LINES)" TO RC-LABEL
           MOVE SAFT-INV-VAT TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "OUTPUT TAX ON THE VAT RETURN" TO RC-LABEL
           MOVE RETURN-VAT TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "DIFFERENCE (TAX)" TO RC-LABEL
           MOVE DIFF-VAT TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "CREDIT NOTES IN THE FILE (COUNT)" TO RC-LABEL
           MOVE SAFT-CRN-COUNT TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "CREDIT NOTES (NET, NOT ON VAT RETURN)" TO RC-LABEL
           MOVE SAFT-CRN-NET TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "CREDIT NOTES (TAX, NOT ON VAT RETURN)" TO RC-LABEL
           MOVE SAFT-CRN-VAT TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "RECEIPTS IN THE FILE (COUNT)" TO RC-LABEL
           MOVE SAFT-RCPT-COUNT TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           MOVE "RECEIPTS IN THE FILE (TOTAL)" TO RC-LABEL
           MOVE SAFT-RCPT-TOTAL TO RC-AMOUNT
           PERFORM 610-WRITE-RECON-DETAIL
           IF RECON-AGREES-YES
               MOVE "THE FILE AGREES WITH THE VAT RETURN"
                   TO RECON-TEXT
           ELSE
               MOVE "THE FILE DOES NOT AGREE WITH THE VAT RETURN"
                   TO RECON-TEXT
           END-IF
           WRITE RECON-LINE FROM RECON-TEXT
           CLOSE RECON-FILE
       EXIT SECTION.

       610-WRITE-RECON-DETAIL SECTION.
           WRITE RECON-LINE FROM RECON-DETAIL
           ADD 1 TO RECON-LINES
       EXIT SECTION.

      *> SAME RULE AS SCHINV AND EINVOICE: NO TAX CODE, OR A CODE
      *> NOT ON FILE, MEANS THE LINE CARRIES NO VAT. THE CALLER SETS
      *> SANDWICH-ID
       700-LINE-TAX SECTION.
           MOVE SPACES TO LINE-TAX-CODE LINE-NAME
           MOVE ZERO TO LINE-TAX-RATE
           MOVE "N" TO LINE-IS-BUNDLE
           IF SANDWICH-ID = ZERO
               MOVE TRAY-LINE-NAME TO LINE-NAME
               EXIT SECTION
           END-IF
           IF SANDWICH-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           READ FXSANDWICH
               INVALID KEY EXIT SECTION
           END-READ
           MOVE SANDWICH-NAME TO LINE-NAME
           IF SANDWICH-IS-BUNDLE
               MOVE "Y" TO LINE-IS-BUNDLE
           END-IF
           IF SANDWICH-TAX-CODE = SPACES OR TAX-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SANDWICH-TAX-CODE TO TAX-CODE
           READ FXTAXCODE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE TAX-CODE TO LINE-TAX-CODE
                   MOVE TAX-RATE-PCT TO LINE-TAX-RATE
           END-READ
       EXIT SECTION.

      *> SAME SPLIT AS SCHINV'S 215: SPLIT-NET IS SHARED OVER THE
      *> BUNDLE'S CONTENTS BY VALUE (THE LAST COMPONENT TAKES WHAT
      *> ROUNDING LEAVES) AND EACH SHARE PAYS THE RATE OF ITS OWN VAT
      *> CODE; LINE-VAT BECOMES THE SUM OF THE SHARES' VAT. A BUNDLE
      *> WITHOUT CONTENTS OR VALUES KEEPS THE VAT 700 GAVE IT.
       705-SPLIT-BUNDLE-VAT SECTION.
           MOVE "N" TO BUNDLE-SPLIT
           IF NOT LINE-IS-BUNDLE-YES OR TAX-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SANDWICH-ID TO BUNX-BUNDLE-ID
           CALL "BUNDLEX" USING BUNDLEX-REQUEST
           IF BUNX-COUNT = ZERO OR BUNX-VALUE-TOTAL = ZERO
               EXIT SECTION
           END-IF
           MOVE "Y" TO BUNDLE-SPLIT
           MOVE ZERO TO LINE-VAT
           MOVE SPLIT-NET TO SHARE-LEFT
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               IF BUN-IX = BUNX-COUNT
                   MOVE SHARE-LEFT TO SHARE-AMOUNT (BUN-IX)
               ELSE
                   COMPUTE SHARE-AMOUNT (BUN-IX) ROUNDED =
                       SPLIT-NET * BUNX-UNIT-VALUE (BUN-IX)
                       * BUNX-COMP-QTY (BUN-IX) / BUNX-VALUE-TOTAL
                   IF SHARE-AMOUNT (BUN-IX) > SHARE-LEFT
                       MOVE SHARE-LEFT TO SHARE-AMOUNT (BUN-IX)
                   END-IF
                   SUBTRACT SHARE-AMOUNT (BUN-IX) FROM SHARE-LEFT
               END-IF
               MOVE ZERO TO SHARE-TAX-RATE (BUN-IX) SHARE-VAT (BUN-IX)
               IF BUNX-TAX-CODE (BUN-IX) NOT = SPACES
                   MOVE BUNX-TAX-CODE (BUN-IX) TO TAX-CODE
                   READ FXTAXCODE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE TAX-RATE-PCT
                               TO SHARE-TAX-RATE (BUN-IX)
                           COMPUTE SHARE-VAT (BUN-IX) ROUNDED =
                               SHARE-AMOUNT (BUN-IX) * TAX-RATE-PCT
                               / 100
                   END-READ
               END-IF
               ADD SHARE-VAT (BUN-IX) TO LINE-VAT
           END-PERFORM
       EXIT SECTION.

      *> ONE SHARE AS THE LINE TO WRITE: THE COMPONENT'S NAME, ITS
      *> AMOUNT AND ITS RATE (440 TAKES THE CODE FROM THE RATE)
       708-TAKE-SHARE SECTION.
           MOVE BUNX-COMP-NAME (BUN-IX) TO LINE-NAME
           MOVE SHARE-TAX-RATE (BUN-IX) TO LINE-TAX-RATE
           MOVE SHARE-AMOUNT (BUN-IX) TO LINE-OUT-AMOUNT
           MOVE ZERO TO LINE-OUT-PRICE
       EXIT SECTION.

      *> THE AUTHORITY'S CODE FOR A MAINLAND RATE: NOR 23, INT 13,
      *> RED 6, ISE EXEMPT; ANY OTHER RATE IS REPORTED AS OUT
       710-SAFT-TAX-CODE SECTION.
           EVALUATE LINE-TAX-RATE
               WHEN 23
                   MOVE "NOR" TO SAFT-TAX-CODE
               WHEN 13
                   MOVE "INT" TO SAFT-TAX-CODE
               WHEN 6
                   MOVE "RED" TO SAFT-TAX-CODE
               WHEN ZERO
                   MOVE "ISE" TO SAFT-TAX-CODE
               WHEN OTHER
                   MOVE "OUT" TO SAFT-TAX-CODE
           END-EVALUATE
       EXIT SECTION.

      *> WRITES <TAG>VALUE</TAG> AT XML-DEPTH. THE THREE CHARACTERS
      *> XML RESERVES ARE REPLACED SO A NAME CANNOT BREAK THE FILE
       800-WRITE-ELEMENT SECTION.
           INSPECT XML-VALUE REPLACING ALL "&" BY "+"
               ALL "<" BY "(" ALL ">" BY ")"
           MOVE SPACES TO XML-LINE
           COMPUTE XML-POINTER = XML-DEPTH * 2 + 1
           STRING "<" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               TRIM (XML-VALUE) DELIMITED BY SIZE
               "</" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-POINTER
           WRITE SAFT-LINE FROM XML-LINE
       EXIT SECTION.

       810-OPEN-TAG SECTION.
           MOVE SPACES TO XML-LINE
           COMPUTE XML-POINTER = XML-DEPTH * 2 + 1
           STRING "<" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-POINTER
           WRITE SAFT-LINE FROM XML-LINE
       EXIT SECTION.

       820-CLOSE-TAG SECTION.
           MOVE SPACES TO XML-LINE
           COMPUTE XML-POINTER = XML-DEPTH * 2 + 1
           STRING "</" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-POINTER
           WRITE SAFT-LINE FROM XML-LINE
       EXIT SECTION.

      *> YYYYMMDD TO THE YYYY-MM-DD THE FILE USES
       830-ISO-DATE SECTION.
           MOVE SPACES TO ISO-DATE
           STRING ISO-DATE-IN (1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ISO-DATE-IN (5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ISO-DATE-IN (7:2) DELIMITED BY SIZE
               INTO ISO-DATE
       EXIT SECTION.

      *> THE SEVEN-DIGIT POSTAL CODE AS NNNN-NNN
       840-POSTAL-CODE SECTION.
           MOVE "PostalCode" TO XML-TAG
           MOVE SPACES TO XML-VALUE
           STRING EDIT-POSTAL-4 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               EDIT-POSTAL-3 DELIMITED BY SIZE
               INTO XML-VALUE
           PERFORM 800-WRITE-ELEMENT
       EXIT SECTION.
