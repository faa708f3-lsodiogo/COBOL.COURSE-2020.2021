      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER INVOICES
      ******************************************************************
      *    SUPPLIER STATEMENT RECONCILIATION - TAKES ONE SUPPLIER'S
      *    MONTHLY STATEMENT, IMPORTED FROM A FILE OR KEYED LINE BY
      *    LINE, AND MATCHES IT AGAINST OUR PAYABLES RECORDS:
      *    - DEBIT LINES (THEIR INVOICES) AGAINST FXSUPPINV BY THE
      *      SUPPLIER'S INVOICE NUMBER, REPORTING AMOUNT DIFFERENCES;
      *    - CREDIT LINES (MONEY RECEIVED, CREDIT NOTES) AGAINST THE
      *      FXPAYMENTS REGISTER AND THE FXDEBITNOTE RETURNS, BY
      *      REFERENCE FIRST AND THEN BY AMOUNT.
      *    THE DATED REPORT LISTS LINES WE CANNOT FIND (MISSING
      *    INVOICES), OUR DOCUMENTS UP TO THE STATEMENT DATE THEY DO
      *    NOT SHOW (PAYMENTS OR DEBIT NOTES NOT YET APPLIED) AND THE
      *    STATEMENT BALANCE AGAINST OUR OWN BALANCE FOR THE
      *    SUPPLIER. NOTHING ON FILE IS CHANGED.
      *    IMPORT LINE LAYOUT (FIXED): DOCUMENT NO X(12), DATE 9(8),
      *    AMOUNT 9(11) WITH TWO IMPLIED DECIMALS, DIRECTION X(1)
      *    D/C AS SEEN BY THE SUPPLIER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSTMT.
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

               SELECT STMT-FILE ASSIGN TO STMT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS STMT-STATUS.

               SELECT RECON-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS RECON-STATUS.

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
       FD STMT-FILE.
       01  STMT-RECORD.
           05  STMT-DOC-NO                  PIC X(012).
           05  STMT-DATE                    PIC 9(008).
           05  STMT-AMOUNT                  PIC 9(009)V99.
           05  STMT-DIRECTION               PIC X(001).
       FD RECON-FILE.
       01  RECON-LINE                       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW
           VALUE "SUPPLIER STATEMENT RECONCILIATION".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  TXT-SUPPLIER        VALUE "      SUPPLIER ID:".
       78  TXT-STMT-DATE       VALUE "STATEMENT DATE  :".
       78  TXT-BALANCE         VALUE "CLOSING BALANCE :".
       78  TXT-FILE
           VALUE "IMPORT FILE (BLANK TO KEY THE LINES):".
       78  TXT-DOC-NO          VALUE "DOCUMENT NO.:".
       78  TXT-DOC-DATE        VALUE "DATE        :".
       78  TXT-DOC-AMOUNT      VALUE "AMOUNT      :".
       78  TXT-DOC-DIR         VALUE "(D)EBIT / (C)REDIT:".
       78  TXT-LINES-SO-FAR    VALUE "LINES KEYED:".
       78  TXT-KEY-END         VALUE "F3 ENDS THE STATEMENT".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE PURCHASING PERMISSION".
       78  ERROR-NO-SUPPLIER   VALUE "SUPPLIER DOESN'T EXIST".
       78  ERROR-NO-FILE       VALUE "IMPORT FILE NOT FOUND".
       78  ERROR-BAD-DIRECTION
           VALUE "DIRECTION MUST BE D OR C, LINE NOT TAKEN".
       78  ERROR-TABLE-FULL
           VALUE "STATEMENT TOO LONG, ONLY THE FIRST 300 LINES ARE "-
           "MATCHED".
       78  RECON-DONE
           VALUE "RECONCILIATION FINISHED, SEE THE DATED REPORT, "-
           "PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-STMT-LINES                   VALUE 300.
       78  MAX-OUR-ITEMS                    VALUE 999.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SUPP-STATUS                      PIC 9(002).
       77  SINV-STATUS-FS                   PIC 9(002).
       77  PMT-STATUS-FS                    PIC 9(002).
       77  DBN-STATUS-FS                    PIC 9(002).
       77  STMT-STATUS                      PIC 9(002).
       77  RECON-STATUS                     PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  DOC-EOF                          PIC X(001).
           88  DOC-EOF-YES                  VALUE "Y".
       01  MATCH-FOUND                      PIC X(001).
           88  MATCH-FOUND-YES              VALUE "Y".
       01  TABLE-FULL                       PIC X(001).
           88  TABLE-FULL-YES               VALUE "Y".

       01  ASK-SUPPLIER-ID                  PIC 9(005).
       01  ASK-STMT-DATE                    PIC 9(008).
       01  ASK-BALANCE                      PIC S9(009)V99.
       01  STMT-FILENAME                    PIC X(050).
       01  ASK-DOC-NO                       PIC X(012).
       01  ASK-DOC-DATE                     PIC 9(008).
       01  ASK-DOC-AMOUNT                   PIC 9(009)V99.
       01  ASK-DOC-DIR                      PIC X(001).
           88  ASK-DOC-DIR-VALID            VALUE "D" "C" "d" "c".

       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(006).
       77  STMT-COUNT                       PIC 9(004).
       77  OUR-COUNT                        PIC 9(004).
       77  STMT-IX                          PIC 9(004).
       77  OUR-IX                           PIC 9(004).
       77  MATCH-IX                         PIC 9(004).
       01  OUR-BALANCE                      PIC S9(011)V99.
       01  BALANCE-DIFF                     PIC S9(011)V99.
       01  GROSS-AMOUNT                     PIC 9(009)V99.

      *> THE STATEMENT AS RECEIVED
       01  STMT-TABLE.
           05  STMT-ENTRY OCCURS MAX-STMT-LINES TIMES.
               10  ST-DOC-NO                PIC X(012).
               10  ST-DATE                  PIC 9(008).
               10  ST-AMOUNT                PIC 9(009)V99.
               10  ST-DIRECTION             PIC X(001).
                   88  ST-DEBIT             VALUE "D".
                   88  ST-CREDIT            VALUE "C".

      *> OUR DOCUMENTS FOR THE SUPPLIER UP TO THE STATEMENT DATE:
      *> "I" INVOICE, "P" PAYMENT, "D" DEBIT NOTE
       01  OUR-TABLE.
           05  OUR-ENTRY OCCURS MAX-OUR-ITEMS TIMES.
               10  OI-TYPE                  PIC X(001).
                   88  OI-INVOICE           VALUE "I".
                   88  OI-PAYMENT           VALUE "P".
                   88  OI-DEBIT-NOTE        VALUE "D".
               10  OI-REF                   PIC X(012).
               10  OI-DATE                  PIC 9(008).
               10  OI-AMOUNT                PIC 9(009)V99.
               10  OI-MATCHED               PIC X(001).
                   88  OI-MATCHED-YES       VALUE "Y".

       01  EDIT-REF                         PIC Z(011)9.

       01  RECON-HEADING.
           05  FILLER                       PIC X(012) VALUE
               "SUPPLIER".
           05  RH-SUPPLIER                  PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RH-NAME                      PIC X(030).
           05  FILLER                       PIC X(018) VALUE
               "  STATEMENT DATE ".
           05  RH-DATE                      PIC 9(008).
       01  RECON-DETAIL.
           05  RC-TAG                       PIC X(026).
           05  RC-DIRECTION                 PIC X(001).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RC-DOC-NO                    PIC X(012).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RC-DATE                      PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RC-AMOUNT                    PIC ZZZZZZZZ9.99-.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RC-OUR-AMOUNT                PIC ZZZZZZZZ9.99-.
       01  RECON-BALANCE.
           05  RB-LABEL                     PIC X(030).
           05  RB-AMOUNT                    PIC ZZZZZZZZZZ9.99-.

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
       01  ASK-STMT-SCREEN.
           05 VALUE TXT-SUPPLIER LINE 08 COL 15.
           05 AS-SUPPLIER PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SUPPLIER-ID REQUIRED.
           05 VALUE TXT-STMT-DATE LINE 10 COL 16.
           05 AS-DATE PIC 9(008) LINE 10 COL PLUS 1
               TO ASK-STMT-DATE REQUIRED.
           05 VALUE TXT-BALANCE LINE 12 COL 16.
           05 AS-BALANCE PIC -9(009).99 LINE 12 COL PLUS 1
               TO ASK-BALANCE.
           05 VALUE TXT-FILE LINE 14 COL 15.
           05 AS-FILE PIC X(050) LINE 15 COL 15
               TO STMT-FILENAME AUTO.
      ******************************************************************
       01  KEY-LINE-SCREEN.
           05 VALUE TXT-LINES-SO-FAR LINE 06 COL 15.
           05 KL-COUNT PIC ZZZ9 LINE 06 COL PLUS 1 FROM STMT-COUNT.
           05 VALUE TXT-KEY-END LINE 06 COL 45.
           05 VALUE TXT-DOC-NO LINE 08 COL 15.
           05 KL-DOC-NO PIC X(012) LINE 08 COL PLUS 1
               TO ASK-DOC-NO REQUIRED.
           05 VALUE TXT-DOC-DATE LINE 10 COL 15.
           05 KL-DATE PIC 9(008) LINE 10 COL PLUS 1
               TO ASK-DOC-DATE REQUIRED.
           05 VALUE TXT-DOC-AMOUNT LINE 12 COL 15.
           05 KL-AMOUNT PIC 9(009)V99 LINE 12 COL PLUS 1
               TO ASK-DOC-AMOUNT REQUIRED.
           05 VALUE TXT-DOC-DIR LINE 14 COL 15.
           05 KL-DIR PIC X(001) LINE 14 COL PLUS 1
               TO ASK-DOC-DIR REQUIRED AUTO.
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
           MOVE ZERO TO ASK-SUPPLIER-ID ASK-STMT-DATE ASK-BALANCE
           MOVE SPACES TO STMT-FILENAME
           DISPLAY ASK-STMT-SCREEN
           ACCEPT ASK-STMT-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS NOT = ZERO THEN
               CLOSE FXSUPPLY
               MOVE ERROR-NO-SUPPLIER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE ASK-SUPPLIER-ID TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY
                   CLOSE FXSUPPLY
                   MOVE ERROR-NO-SUPPLIER TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT PROGRAM
           END-READ
           CLOSE FXSUPPLY
           MOVE ZERO TO STMT-COUNT OUR-COUNT LINE-COUNT
           MOVE "N" TO TABLE-FULL
           IF STMT-FILENAME = SPACES
               PERFORM 110-KEY-STATEMENT
           ELSE
               PERFORM 100-IMPORT-STATEMENT
           END-IF
           IF TABLE-FULL-YES
               MOVE ERROR-TABLE-FULL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
           PERFORM 200-LOAD-OUR-DOCUMENTS
           MOVE SPACES TO REPORT-FILENAME
           STRING "SUPPSTMT-" DELIMITED BY SIZE
               ASK-SUPPLIER-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ASK-STMT-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT RECON-FILE
           MOVE ASK-SUPPLIER-ID TO RH-SUPPLIER
           MOVE SUPPLIER-NAME TO RH-NAME
           MOVE ASK-STMT-DATE TO RH-DATE
           WRITE RECON-LINE FROM RECON-HEADING
           ADD 1 TO LINE-COUNT
           PERFORM 300-MATCH-STATEMENT
           PERFORM 400-LIST-NOT-ON-STATEMENT
           PERFORM 500-COMPARE-BALANCES
           CLOSE RECON-FILE
           MOVE "SUPPSTMT" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "SUPPSTMT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE RECON-DONE TO ERROR-TEXT
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

       100-IMPORT-STATEMENT SECTION.
           OPEN INPUT STMT-FILE
           IF STMT-STATUS NOT = ZERO THEN
               CLOSE STMT-FILE
               MOVE ERROR-NO-FILE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE "N" TO DOC-EOF
           PERFORM UNTIL DOC-EOF-YES
               READ STMT-FILE
                   AT END SET DOC-EOF-YES TO TRUE
                   NOT AT END
                       MOVE STMT-DOC-NO TO ASK-DOC-NO
                       MOVE STMT-DATE TO ASK-DOC-DATE
                       MOVE STMT-AMOUNT TO ASK-DOC-AMOUNT
                       MOVE STMT-DIRECTION TO ASK-DOC-DIR
                       PERFORM 120-ADD-STATEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE STMT-FILE
       EXIT SECTION.

       110-KEY-STATEMENT SECTION.
           PERFORM UNTIL KEYSTATUS = 1003 OR TABLE-FULL-YES
               MOVE SPACES TO ASK-DOC-NO ASK-DOC-DIR
               MOVE ZERO TO ASK-DOC-DATE ASK-DOC-AMOUNT
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY KEY-LINE-SCREEN
               ACCEPT KEY-LINE-SCREEN
               IF KEYSTATUS NOT = 1003
                   IF ASK-DOC-DIR-VALID
                       PERFORM 120-ADD-STATEMENT-LINE
                   ELSE
                       MOVE ERROR-BAD-DIRECTION TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO KEYSTATUS
       EXIT SECTION.

       120-ADD-STATEMENT-LINE SECTION.
           IF STMT-COUNT >= MAX-STMT-LINES
               MOVE "Y" TO TABLE-FULL
               EXIT SECTION
           END-IF
           ADD 1 TO STMT-COUNT
           MOVE UPPER-CASE (ASK-DOC-NO) TO ST-DOC-NO (STMT-COUNT)
           MOVE ASK-DOC-DATE TO ST-DATE (STMT-COUNT)
           MOVE ASK-DOC-AMOUNT TO ST-AMOUNT (STMT-COUNT)
           MOVE UPPER-CASE (ASK-DOC-DIR) TO ST-DIRECTION (STMT-COUNT)
       EXIT SECTION.

      *> OUR SIDE OF THE ACCOUNT: EVERY INVOICE (AT ITS GROSS, AS
      *> THE REMITTANCE RUN PAYS IT), PAYMENT AND DEBIT NOTE FOR THE
      *> SUPPLIER DATED ON OR BEFORE THE STATEMENT DATE
       200-LOAD-OUR-DOCUMENTS SECTION.
           MOVE ZERO TO OUR-BALANCE
           MOVE "N" TO DOC-EOF
           OPEN INPUT FXSUPPINV
           IF SINV-STATUS-FS = ZERO THEN
               PERFORM UNTIL DOC-EOF-YES
                   READ FXSUPPINV NEXT RECORD
                       AT END SET DOC-EOF-YES TO TRUE
                       NOT AT END
                           IF SINV-SUPPLIER-ID = ASK-SUPPLIER-ID AND
                               SINV-DATE <= ASK-STMT-DATE AND
                               OUR-COUNT < MAX-OUR-ITEMS
                               COMPUTE GROSS-AMOUNT =
                                   SINV-TOTAL + SINV-VAT-AMOUNT
                               ADD 1 TO OUR-COUNT
                               MOVE "I" TO OI-TYPE (OUR-COUNT)
                               MOVE UPPER-CASE (SINV-SUPP-INV-NO)
                                   TO OI-REF (OUR-COUNT)
                               MOVE SINV-DATE TO OI-DATE (OUR-COUNT)
                               MOVE GROSS-AMOUNT
                                   TO OI-AMOUNT (OUR-COUNT)
                               MOVE "N" TO OI-MATCHED (OUR-COUNT)
                               ADD GROSS-AMOUNT TO OUR-BALANCE
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
                           IF PMT-SUPPLIER-ID = ASK-SUPPLIER-ID AND
                               PMT-DATE <= ASK-STMT-DATE AND
                               OUR-COUNT < MAX-OUR-ITEMS
                               ADD 1 TO OUR-COUNT
                               MOVE "P" TO OI-TYPE (OUR-COUNT)
                               MOVE PMT-ID TO EDIT-REF
                               MOVE TRIM (EDIT-REF)
                                   TO OI-REF (OUR-COUNT)
                               MOVE PMT-DATE TO OI-DATE (OUR-COUNT)
                               MOVE PMT-AMOUNT TO OI-AMOUNT (OUR-COUNT)
                               MOVE "N" TO OI-MATCHED (OUR-COUNT)
                               SUBTRACT PMT-AMOUNT FROM OUR-BALANCE
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
                           IF DBN-SUPPLIER-ID = ASK-SUPPLIER-ID AND
                               DBN-DATE <= ASK-STMT-DATE AND
                               OUR-COUNT < MAX-OUR-ITEMS
                               ADD 1 TO OUR-COUNT
                               MOVE "D" TO OI-TYPE (OUR-COUNT)
                               MOVE DBN-ID TO EDIT-REF
                               MOVE TRIM (EDIT-REF)
                                   TO OI-REF (OUR-COUNT)
                               MOVE DBN-DATE TO OI-DATE (OUR-COUNT)
                               MOVE DBN-AMOUNT TO OI-AMOUNT (OUR-COUNT)
                               MOVE "N" TO OI-MATCHED (OUR-COUNT)
                               SUBTRACT DBN-AMOUNT FROM OUR-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXDEBITNOTE
       EXIT SECTION.

       300-MATCH-STATEMENT SECTION.
           PERFORM VARYING STMT-IX FROM 1 BY 1
               UNTIL STMT-IX > STMT-COUNT
               MOVE "N" TO MATCH-FOUND
               IF ST-DEBIT (STMT-IX)
                   PERFORM 310-MATCH-DEBIT-LINE
               ELSE
                   PERFORM 320-MATCH-CREDIT-LINE
               END-IF
               IF NOT MATCH-FOUND-YES
                   MOVE "NOT IN OUR RECORDS" TO RC-TAG
                   MOVE ZERO TO RC-OUR-AMOUNT
                   PERFORM 390-WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THEIR INVOICE IS FOUND BY ITS OWN NUMBER; A DIFFERENT
      *> AMOUNT IS REPORTED BUT STILL COUNTS AS FOUND
       310-MATCH-DEBIT-LINE SECTION.
           PERFORM VARYING OUR-IX FROM 1 BY 1
               UNTIL OUR-IX > OUR-COUNT OR MATCH-FOUND-YES
               IF OI-INVOICE (OUR-IX) AND
                   NOT OI-MATCHED-YES (OUR-IX) AND
                   OI-REF (OUR-IX) = ST-DOC-NO (STMT-IX)
                   MOVE "Y" TO MATCH-FOUND
                   MOVE "Y" TO OI-MATCHED (OUR-IX)
                   IF OI-AMOUNT (OUR-IX) NOT = ST-AMOUNT (STMT-IX)
                       MOVE "AMOUNT DIFFERENCE" TO RC-TAG
                       MOVE OI-AMOUNT (OUR-IX) TO RC-OUR-AMOUNT
                       PERFORM 390-WRITE-STATEMENT-LINE
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> MONEY THEY RECEIVED OR A CREDIT THEY RAISED: FIRST A
      *> PAYMENT OR DEBIT NOTE WHOSE NUMBER THEY QUOTE, THEN THE
      *> FIRST UNMATCHED PAYMENT, AND LAST THE FIRST UNMATCHED
      *> DEBIT NOTE, OF THE SAME AMOUNT
       320-MATCH-CREDIT-LINE SECTION.
           MOVE ZERO TO MATCH-IX
           PERFORM VARYING OUR-IX FROM 1 BY 1
               UNTIL OUR-IX > OUR-COUNT OR MATCH-IX > ZERO
               IF NOT OI-INVOICE (OUR-IX) AND
                   NOT OI-MATCHED-YES (OUR-IX) AND
                   OI-REF (OUR-IX) = ST-DOC-NO (STMT-IX)
                   MOVE OUR-IX TO MATCH-IX
               END-IF
           END-PERFORM
           PERFORM VARYING OUR-IX FROM 1 BY 1
               UNTIL OUR-IX > OUR-COUNT OR MATCH-IX > ZERO
               IF OI-PAYMENT (OUR-IX) AND
                   NOT OI-MATCHED-YES (OUR-IX) AND
                   OI-AMOUNT (OUR-IX) = ST-AMOUNT (STMT-IX)
                   MOVE OUR-IX TO MATCH-IX
               END-IF
           END-PERFORM
           PERFORM VARYING OUR-IX FROM 1 BY 1
               UNTIL OUR-IX > OUR-COUNT OR MATCH-IX > ZERO
               IF OI-DEBIT-NOTE (OUR-IX) AND
                   NOT OI-MATCHED-YES (OUR-IX) AND
                   OI-AMOUNT (OUR-IX) = ST-AMOUNT (STMT-IX)
                   MOVE OUR-IX TO MATCH-IX
               END-IF
           END-PERFORM
           IF MATCH-IX = ZERO
               EXIT SECTION
           END-IF
           MOVE "Y" TO MATCH-FOUND
           MOVE "Y" TO OI-MATCHED (MATCH-IX)
           IF OI-AMOUNT (MATCH-IX) NOT = ST-AMOUNT (STMT-IX)
               MOVE "AMOUNT DIFFERENCE" TO RC-TAG
               MOVE OI-AMOUNT (MATCH-IX) TO RC-OUR-AMOUNT
               PERFORM 390-WRITE-STATEMENT-LINE
           END-IF
       EXIT SECTION.

       390-WRITE-STATEMENT-LINE SECTION.
           MOVE ST-DIRECTION (STMT-IX) TO RC-DIRECTION
           MOVE ST-DOC-NO (STMT-IX) TO RC-DOC-NO
           MOVE ST-DATE (STMT-IX) TO RC-DATE
           MOVE ST-AMOUNT (STMT-IX) TO RC-AMOUNT
           WRITE RECON-LINE FROM RECON-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

       400-LIST-NOT-ON-STATEMENT SECTION.
           PERFORM VARYING OUR-IX FROM 1 BY 1
               UNTIL OUR-IX > OUR-COUNT
               IF NOT OI-MATCHED-YES (OUR-IX)
                   EVALUATE TRUE
                       WHEN OI-INVOICE (OUR-IX)
                           MOVE "OUR INVOICE NOT ON STMT"
                               TO RC-TAG
                           MOVE "D" TO RC-DIRECTION
                       WHEN OI-PAYMENT (OUR-IX)
                           MOVE "PAYMENT NOT APPLIED"
                               TO RC-TAG
                           MOVE "C" TO RC-DIRECTION
                       WHEN OTHER
                           MOVE "DEBIT NOTE NOT APPLIED"
                               TO RC-TAG
                           MOVE "C" TO RC-DIRECTION
                   END-EVALUATE
                   MOVE OI-REF (OUR-IX) TO RC-DOC-NO
                   MOVE OI-DATE (OUR-IX) TO RC-DATE
                   MOVE ZERO TO RC-AMOUNT
                   MOVE OI-AMOUNT (OUR-IX) TO RC-OUR-AMOUNT
                   WRITE RECON-LINE FROM RECON-DETAIL
                   ADD 1 TO LINE-COUNT
               END-IF
           END-PERFORM
       EXIT SECTION.

       500-COMPARE-BALANCES SECTION.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE "BALANCE PER STATEMENT" TO RB-LABEL
           MOVE ASK-BALANCE TO RB-AMOUNT
           WRITE RECON-LINE FROM RECON-BALANCE
           MOVE "BALANCE PER OUR RECORDS" TO RB-LABEL
           MOVE OUR-BALANCE TO RB-AMOUNT
           WRITE RECON-LINE FROM RECON-BALANCE
           COMPUTE BALANCE-DIFF = ASK-BALANCE - OUR-BALANCE
           MOVE "DIFFERENCE" TO RB-LABEL
           MOVE BALANCE-DIFF TO RB-AMOUNT
           WRITE RECON-LINE FROM RECON-BALANCE
           ADD 4 TO LINE-COUNT
       EXIT SECTION.
