      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER INVOICES
      ******************************************************************
      *    ELECTRONIC SUPPLIER INVOICE IMPORT - LOADS THE STRUCTURED
      *    INVOICE FILE OUR LARGER SUPPLIERS SEND INSTEAD OF KEYING
      *    EVERY HEADER AND LINE THROUGH SUPPINV. THE FILE CARRIES A
      *    HEADER RECORD PER INVOICE FOLLOWED BY ITS LINES (CSV):
      *      H,SUPPLIER-ID,INVOICE-NO,YYYYMMDD,CURRENCY,VAT
      *      L,SUPPLIER-ITEM-CODE,QTY,UNIT-PRICE,PO-ID,PO-LINE-NO,KG
      *    KG IS ONLY GIVEN FOR A CATCH-WEIGHT INGREDIENT, WHICH IS
      *    BILLED BY WEIGHT: QTY IS THEN THE PIECE COUNT AND THE UNIT
      *    PRICE IS THE PRICE PER KG.
      *    EACH LINE IS RESOLVED TO OUR INGREDIENT THROUGH THE
      *    RIS-SUPP-ITEM-CODE ON THE SUPPLIER'S AGREEMENTS AND
      *    CHECKED AGAINST THE ORDER LINE IT REFERENCES. AN INVOICE
      *    IS ONLY CREATED WHEN THE HEADER AND EVERY LINE ARE CLEAN;
      *    IT GETS ITS DUE DATE FROM THE SUPPLIER'S PAYMENT TERMS
      *    EXACTLY AS SUPPINV GIVES IT, AND THE THREE-WAY MATCH RUN
      *    (REPORT-INV-MATCH) IS STARTED STRAIGHT AFTER THE IMPORT.
      *    A DUPLICATE SUPPLIER INVOICE NUMBER, OR ANY FAULT ON ANY
      *    LINE, KEEPS THE WHOLE INVOICE OFF FXSUPPINV AND ON THE
      *    EXCEPTIONS LISTING FOR THE CLERK.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINVIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT CSV-FILE ASSIGN TO SINV-CSV-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS CSV-STATUS.

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

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS.

               SELECT FXPOLINES ASSIGN TO "FXPOLINES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POL-ID
                   FILE STATUS POL-STATUS-FS.

               SELECT FXPURCHORD ASSIGN TO "FXPURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-ID
                   FILE STATUS PO-STATUS-FS.

               SELECT FXRISUPPLY ASSIGN TO "FXRISSUPLY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT ERROR-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ERRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-FILE.
       01  CSV-LINE                         PIC X(120).
       FD FXSUPPINV.
           COPY FD-SUPPINV.
       FD FXSUPINVLN.
           COPY FD-SUPINVLN.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD FXPOLINES.
           COPY FD-POLINE.
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD ERROR-FILE.
       01  ERROR-LINE                       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "SUPPLIER INVOICE IMPORT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  CSV-FILENAME-PROMPT VALUE "INVOICE FILE NAME:".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE PURCHASING PERMISSION".
       78  ERROR-NO-FILE       VALUE "INVOICE FILE NOT FOUND".
       78  IMPORT-DONE
           VALUE "IMPORT FINISHED - INVOICES CREATED: ".
       78  IMPORT-DONE-HELD    VALUE "  HELD FOR THE CLERK: ".
       78  REJ-BAD-RECORD      VALUE "UNKNOWN RECORD TYPE".
       78  REJ-NO-HEADER
           VALUE "LINE BEFORE ANY INVOICE HEADER".
       78  REJ-NO-SUPPLIER     VALUE "SUPPLIER ID DOESN'T EXIST".
       78  REJ-NO-INV-NO       VALUE "SUPPLIER INVOICE NUMBER MISSING".
       78  REJ-DUPLICATE
           VALUE "DUPLICATE SUPPLIER INVOICE NUMBER".
       78  REJ-BAD-DATE        VALUE "INVALID INVOICE DATE".
       78  REJ-PERIOD-CLOSED
           VALUE "THE INVOICE DATE FALLS IN A CLOSED PERIOD".
       78  REJ-BAD-CURRENCY    VALUE "CURRENCY MUST BE EUR, USD OR GBP".
       78  REJ-NO-LINES        VALUE "INVOICE HAS NO LINES".
       78  REJ-TOO-MANY-LINES
           VALUE "MORE LINES THAN ONE INVOICE CAN HOLD".
       78  REJ-NO-POLINE
           VALUE "PURCHASE ORDER LINE DOESN'T EXIST".
       78  REJ-POLINE-SUPP
           VALUE "ORDER BELONGS TO A DIFFERENT SUPPLIER".
       78  REJ-BAD-ITEM-CODE
           VALUE "SUPPLIER ITEM CODE NOT ON ANY AGREEMENT".
       78  REJ-ITEM-NOT-ORDERED
           VALUE "ITEM CODE IS NOT THE INGREDIENT ORDERED".
       78  REJ-NO-QTY          VALUE "QUANTITY MUST BE GREATER THAN 0".
       78  REJ-NO-PRICE        VALUE "UNIT PRICE IS ZERO".
       78  REJ-NO-WEIGHT
           VALUE "CATCH-WEIGHT ITEM BILLED WITHOUT ITS KG".
       78  REJ-INVOICE-HELD
           VALUE "INVOICE HELD - NOT CREATED".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-HELD-LINES                   VALUE 99.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CSV-STATUS                       PIC 9(002).
       77  SINV-STATUS-FS                   PIC 9(002).
       77  SIL-STATUS-FS                    PIC 9(002).
       77  SUPP-STATUS                      PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  RIS-STATUS                       PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  ERRFILE-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).
       01  PERCHK-REQUEST.
           05  PERCHK-DATE                  PIC 9(008).
           05  PERCHK-OPEN                  PIC X(001).
               88  PERCHK-OPEN-YES          VALUE "Y".

       01  CSV-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CSV                      VALUE "Y".
       01  SINV-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SINV                     VALUE "Y".
       01  RIS-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RIS                      VALUE "Y".
       01  SUPP-OPEN-FLAG                   PIC X(001) VALUE "N".
           88  SUPP-OPEN                    VALUE "Y".
       01  POL-OPEN-FLAG                    PIC X(001) VALUE "N".
           88  POL-OPEN                     VALUE "Y".
       01  PO-OPEN-FLAG                     PIC X(001) VALUE "N".
           88  PO-OPEN                      VALUE "Y".
       01  RIS-OPEN-FLAG                    PIC X(001) VALUE "N".
           88  RIS-OPEN                     VALUE "Y".
       01  INGRED-OPEN-FLAG                 PIC X(001) VALUE "N".
           88  INGRED-OPEN                  VALUE "Y".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".

       01  SINV-CSV-FILENAME                PIC X(050).
       01  CSV-RECORD-TYPE                  PIC X(001).
       01  CSV-FIELD-1                      PIC X(015).
       01  CSV-FIELD-2                      PIC X(015).
       01  CSV-FIELD-3                      PIC X(015).
       01  CSV-FIELD-4                      PIC X(015).
       01  CSV-FIELD-5                      PIC X(015).
       01  CSV-FIELD-6                      PIC X(015).

      *> THE INVOICE BEING GATHERED: ITS HEADER AND THE LINES READ
      *> SINCE, HELD UNTIL THE NEXT HEADER OR THE END OF THE FILE
       01  HAVE-HEADER                      PIC X(001) VALUE "N".
           88  HAVE-HEADER-YES              VALUE "Y".
       01  HELD-HEADER.
           05  HH-SUPPLIER-ID               PIC 9(005).
           05  HH-INV-NO                    PIC X(012).
           05  HH-DATE.
               10  HH-YEAR                  PIC 9(004).
               10  HH-MONTH                 PIC 9(002).
               10  HH-DAY                   PIC 9(002).
           05  HH-DATE-NUM REDEFINES HH-DATE
                                            PIC 9(008).
           05  HH-CURRENCY                  PIC X(003).
               88  HH-CURRENCY-VALID        VALUE "EUR" "USD" "GBP".
           05  HH-VAT-AMOUNT                PIC 9(007)V99.
       01  HELD-LINE-TABLE.
           05  HELD-LINE OCCURS MAX-HELD-LINES TIMES.
               10  HL-ITEM-CODE             PIC X(012).
               10  HL-ING-ID                PIC 9(005).
               10  HL-QTY                   PIC 9(005).
               10  HL-UNIT-PRICE            PIC 9(003)V99.
               10  HL-PO-ID                 PIC 9(006).
               10  HL-PO-LINE-NO            PIC 9(003).
               10  HL-WEIGHT                PIC 9(006)V999.
       77  HELD-COUNT                       PIC 9(003).
       77  HELD-IX                          PIC 9(003).
       01  HELD-OVERFLOW                    PIC X(001).
           88  HELD-OVERFLOW-YES            VALUE "Y".
       01  INVOICE-OK                       PIC X(001).
           88  INVOICE-OK-YES               VALUE "Y".
       01  CODE-ING-ID                      PIC 9(005).

       01  NEXT-INV-ID                      PIC 9(006).
       01  INVOICE-TOTAL                    PIC 9(007)V99.
       01  PAYMENT-TERMS                    PIC 9(003).
       01  DUE-DATE-NUM                     PIC 9(008).
       01  DUE-DAY-NUMBER                   PIC 9(007).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  READ-COUNT                       PIC 9(007).
       77  GOOD-COUNT                       PIC 9(007).
       77  REJECT-COUNT                     PIC 9(007).
       77  LINE-COUNT                       PIC 9(007).

       01  ERROR-DETAIL.
           05  ED-SUPPLIER                  PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-INV-NO                    PIC X(012).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-LINE-NO                   PIC ZZ9.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ED-REASON                    PIC X(045).
       01  DONE-GOOD                        PIC ZZZZ9.
       01  DONE-HELD                        PIC ZZZZ9.

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
       01  ASK-FILE-SCREEN.
           05 VALUE CSV-FILENAME-PROMPT LINE 08 COL 15.
           05 AF-NAME PIC X(050) LINE 08 COL PLUS 1
               TO SINV-CSV-FILENAME REQUIRED AUTO.
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
           MOVE SPACES TO SINV-CSV-FILENAME
           DISPLAY ASK-FILE-SCREEN
           ACCEPT ASK-FILE-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO READ-COUNT GOOD-COUNT REJECT-COUNT LINE-COUNT
               HELD-COUNT
           OPEN INPUT CSV-FILE
           IF CSV-STATUS NOT = ZERO THEN
               CLOSE CSV-FILE
               MOVE ERROR-NO-FILE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 050-OPEN-FILES
           MOVE SPACES TO REPORT-FILENAME
           STRING "SINVIMP-" DELIMITED BY SIZE
               RUN-START-STAMP (1:8) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT ERROR-FILE
           PERFORM UNTIL EOF-CSV
               READ CSV-FILE
                   AT END SET EOF-CSV TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM 100-READ-ONE-RECORD
               END-READ
           END-PERFORM
           IF HAVE-HEADER-YES
               PERFORM 300-FINISH-INVOICE
           END-IF
           CLOSE ERROR-FILE
           CLOSE FXINGRED
           CLOSE FXRISUPPLY
           CLOSE FXPURCHORD
           CLOSE FXPOLINES
           CLOSE FXSUPPLY
           CLOSE FXSUPINVLN
           CLOSE FXSUPPINV
           CLOSE CSV-FILE
           MOVE "SINVIMP" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "SINVIMP" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "SINVIMP" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           COMPUTE RLOG-PROCESSED = GOOD-COUNT + REJECT-COUNT
           MOVE GOOD-COUNT TO RLOG-ACCEPTED
           MOVE REJECT-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE GOOD-COUNT TO DONE-GOOD
           MOVE REJECT-COUNT TO DONE-HELD
           MOVE SPACES TO ERROR-TEXT
           STRING IMPORT-DONE DELIMITED BY SIZE
               DONE-GOOD DELIMITED BY SIZE
               IMPORT-DONE-HELD DELIMITED BY SIZE
               DONE-HELD DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
      *> CLEAN INVOICES GO STRAIGHT INTO THE THREE-WAY MATCH
           IF GOOD-COUNT > ZERO
               CALL "REPORT-INV-MATCH"
               CANCEL "REPORT-INV-MATCH"
           END-IF
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

      *> THE INVOICE FILES ARE CREATED WHEN MISSING; THE NEXT FREE
      *> INVOICE NUMBER IS FOUND ONCE AND STEPPED PER INVOICE
       050-OPEN-FILES SECTION.
           MOVE 1 TO NEXT-INV-ID
           OPEN I-O FXSUPPINV
           IF SINV-STATUS-FS = 35 THEN
               CLOSE FXSUPPINV
               OPEN OUTPUT FXSUPPINV
               CLOSE FXSUPPINV
               OPEN I-O FXSUPPINV
           END-IF
           IF SINV-STATUS-FS NOT = ZERO THEN
               MOVE SINV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO SINV-EOF-FLAG
           PERFORM UNTIL EOF-SINV
               READ FXSUPPINV NEXT RECORD
                   AT END SET EOF-SINV TO TRUE
                   NOT AT END
                       IF SINV-ID >= NEXT-INV-ID
                           COMPUTE NEXT-INV-ID = SINV-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           OPEN I-O FXSUPINVLN
           IF SIL-STATUS-FS = 35 THEN
               CLOSE FXSUPINVLN
               OPEN OUTPUT FXSUPINVLN
               CLOSE FXSUPINVLN
               OPEN I-O FXSUPINVLN
           END-IF
           IF SIL-STATUS-FS NOT = ZERO THEN
               MOVE SIL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS = ZERO
               MOVE "Y" TO SUPP-OPEN-FLAG
           END-IF
           OPEN INPUT FXPOLINES
           IF POL-STATUS-FS = ZERO
               MOVE "Y" TO POL-OPEN-FLAG
           END-IF
           OPEN INPUT FXPURCHORD
           IF PO-STATUS-FS = ZERO
               MOVE "Y" TO PO-OPEN-FLAG
           END-IF
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS = ZERO
               MOVE "Y" TO RIS-OPEN-FLAG
           END-IF
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = ZERO
               MOVE "Y" TO INGRED-OPEN-FLAG
           END-IF
       EXIT SECTION.

       100-READ-ONE-RECORD SECTION.
           MOVE SPACES TO CSV-RECORD-TYPE CSV-FIELD-1 CSV-FIELD-2
               CSV-FIELD-3 CSV-FIELD-4 CSV-FIELD-5 CSV-FIELD-6
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO CSV-RECORD-TYPE CSV-FIELD-1 CSV-FIELD-2
                   CSV-FIELD-3 CSV-FIELD-4 CSV-FIELD-5 CSV-FIELD-6
           EVALUATE UPPER-CASE (CSV-RECORD-TYPE)
               WHEN "H"
                   IF HAVE-HEADER-YES
                       PERFORM 300-FINISH-INVOICE
                   END-IF
                   PERFORM 110-HOLD-HEADER
               WHEN "L"
                   IF HAVE-HEADER-YES
                       PERFORM 120-HOLD-LINE
                   ELSE
                       MOVE ZERO TO ED-SUPPLIER ED-LINE-NO
                       MOVE SPACES TO ED-INV-NO
                       MOVE REJ-NO-HEADER TO ED-REASON
                       PERFORM 390-WRITE-EXCEPTION
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO ED-SUPPLIER ED-LINE-NO
                   MOVE SPACES TO ED-INV-NO
                   MOVE REJ-BAD-RECORD TO ED-REASON
                   PERFORM 390-WRITE-EXCEPTION
           END-EVALUATE
       EXIT SECTION.

       110-HOLD-HEADER SECTION.
           MOVE "Y" TO HAVE-HEADER
           MOVE ZERO TO HELD-COUNT
           MOVE "N" TO HELD-OVERFLOW
           MOVE ZERO TO HH-SUPPLIER-ID HH-DATE-NUM HH-VAT-AMOUNT
           IF CSV-FIELD-1 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-1) TO HH-SUPPLIER-ID
           END-IF
           MOVE CSV-FIELD-2 TO HH-INV-NO
           IF CSV-FIELD-3 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-3) TO HH-DATE-NUM
           END-IF
           MOVE UPPER-CASE (CSV-FIELD-4) TO HH-CURRENCY
           IF CSV-FIELD-5 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-5) TO HH-VAT-AMOUNT
           END-IF
       EXIT SECTION.

       120-HOLD-LINE SECTION.
           IF HELD-COUNT = MAX-HELD-LINES
               MOVE "Y" TO HELD-OVERFLOW
               EXIT SECTION
           END-IF
           ADD 1 TO HELD-COUNT
           MOVE UPPER-CASE (CSV-FIELD-1) TO HL-ITEM-CODE (HELD-COUNT)
           MOVE ZERO TO HL-ING-ID (HELD-COUNT) HL-QTY (HELD-COUNT)
               HL-UNIT-PRICE (HELD-COUNT) HL-PO-ID (HELD-COUNT)
               HL-PO-LINE-NO (HELD-COUNT) HL-WEIGHT (HELD-COUNT)
           IF CSV-FIELD-2 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-2) TO HL-QTY (HELD-COUNT)
           END-IF
           IF CSV-FIELD-3 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-3) TO HL-UNIT-PRICE (HELD-COUNT)
           END-IF
           IF CSV-FIELD-4 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-4) TO HL-PO-ID (HELD-COUNT)
           END-IF
           IF CSV-FIELD-5 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-5) TO HL-PO-LINE-NO (HELD-COUNT)
           END-IF
           IF CSV-FIELD-6 NOT = SPACES
               MOVE NUMVAL (CSV-FIELD-6) TO HL-WEIGHT (HELD-COUNT)
           END-IF
       EXIT SECTION.

       115-VALIDATE-DATE SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           MOVE "N" TO BISSEXTO
           IF FUNCTION MOD (HH-YEAR, 4) = 0 AND
               (FUNCTION MOD (HH-YEAR, 100) NOT = 0 OR
                FUNCTION MOD (HH-YEAR, 400) = 0)
               MOVE "S" TO BISSEXTO
           END-IF
           EVALUATE HH-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF HH-DAY >= 1 AND HH-DAY <= 31
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF HH-DAY >= 1 AND HH-DAY <= 30
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 2
                   IF BISSEXTO-YES AND HH-DAY >= 1
                       AND HH-DAY <= 29
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
                   IF NOT BISSEXTO-YES AND HH-DAY >= 1
                       AND HH-DAY <= 28
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

      *> THE HEADER IS CHECKED FIRST AND THEN EVERY LINE, SO THE
      *> CLERK SEES ALL THE FAULTS OF A HELD INVOICE AT ONCE
       300-FINISH-INVOICE SECTION.
           MOVE "N" TO HAVE-HEADER
           MOVE "Y" TO INVOICE-OK
           MOVE HH-SUPPLIER-ID TO ED-SUPPLIER
           MOVE HH-INV-NO TO ED-INV-NO
           MOVE ZERO TO ED-LINE-NO
           PERFORM 310-VALIDATE-HEADER
           IF INVOICE-OK-YES
               PERFORM VARYING HELD-IX FROM 1 BY 1
                   UNTIL HELD-IX > HELD-COUNT
                   PERFORM 320-VALIDATE-LINE
                   IF HL-ING-ID (HELD-IX) NOT = ZERO
                       PERFORM 325-CHECK-CATCH-WEIGHT
                   END-IF
               END-PERFORM
           END-IF
           IF INVOICE-OK-YES
               PERFORM 400-WRITE-INVOICE
               ADD 1 TO GOOD-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE ZERO TO ED-LINE-NO
               MOVE REJ-INVOICE-HELD TO ED-REASON
               PERFORM 390-WRITE-EXCEPTION
           END-IF
       EXIT SECTION.

       310-VALIDATE-HEADER SECTION.
           MOVE ZERO TO PAYMENT-TERMS
           IF NOT SUPP-OPEN
               MOVE REJ-NO-SUPPLIER TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           MOVE HH-SUPPLIER-ID TO SUPPLIER-ID
           READ FXSUPPLY
               INVALID KEY
                   MOVE REJ-NO-SUPPLIER TO ED-REASON
                   PERFORM 395-FAIL-INVOICE
                   EXIT SECTION
               NOT INVALID KEY
                   MOVE SUPPLIER-PAYMENT-TERMS TO PAYMENT-TERMS
           END-READ
           IF HH-INV-NO = SPACES
               MOVE REJ-NO-INV-NO TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           PERFORM 330-CHECK-DUPLICATE
           IF NOT INVOICE-OK-YES
               EXIT SECTION
           END-IF
           PERFORM 115-VALIDATE-DATE
           IF NOT VALID-DATE-YES
               MOVE REJ-BAD-DATE TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           MOVE HH-DATE-NUM TO PERCHK-DATE
           CALL "PERCHK" USING PERCHK-REQUEST
           IF NOT PERCHK-OPEN-YES
               MOVE REJ-PERIOD-CLOSED TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           IF NOT HH-CURRENCY-VALID
               MOVE REJ-BAD-CURRENCY TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           IF HELD-COUNT = ZERO
               MOVE REJ-NO-LINES TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           IF HELD-OVERFLOW-YES
               MOVE REJ-TOO-MANY-LINES TO ED-REASON
               PERFORM 395-FAIL-INVOICE
           END-IF
       EXIT SECTION.

      *> THE LINE MUST POINT AT A REAL ORDER LINE OF THE SAME
      *> SUPPLIER, AS SUPPINV DEMANDS; THE SUPPLIER'S ITEM CODE IS
      *> TRANSLATED TO OUR INGREDIENT AND MUST BE THE ONE ORDERED.
      *> A LINE WITHOUT AN ITEM CODE TAKES THE ORDER LINE'S
      *> INGREDIENT.
       320-VALIDATE-LINE SECTION.
           MOVE HELD-IX TO ED-LINE-NO
           IF HL-QTY (HELD-IX) = ZERO
               MOVE REJ-NO-QTY TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           IF HL-UNIT-PRICE (HELD-IX) = ZERO
               MOVE REJ-NO-PRICE TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           IF NOT POL-OPEN OR NOT PO-OPEN
               MOVE REJ-NO-POLINE TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           MOVE HL-PO-ID (HELD-IX) TO POL-PO-ID
           MOVE HL-PO-LINE-NO (HELD-IX) TO POL-LINE-NO
           READ FXPOLINES
               INVALID KEY
                   MOVE REJ-NO-POLINE TO ED-REASON
                   PERFORM 395-FAIL-INVOICE
                   EXIT SECTION
           END-READ
           MOVE HL-PO-ID (HELD-IX) TO PO-ID
           READ FXPURCHORD
               INVALID KEY
                   MOVE REJ-NO-POLINE TO ED-REASON
                   PERFORM 395-FAIL-INVOICE
                   EXIT SECTION
           END-READ
           IF PO-SUPPLIER-ID NOT = HH-SUPPLIER-ID
               MOVE REJ-POLINE-SUPP TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           IF HL-ITEM-CODE (HELD-IX) = SPACES
               MOVE POL-ING-ID TO HL-ING-ID (HELD-IX)
               EXIT SECTION
           END-IF
           PERFORM 340-TRANSLATE-ITEM-CODE
           IF CODE-ING-ID = ZERO
               MOVE REJ-BAD-ITEM-CODE TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           IF CODE-ING-ID NOT = POL-ING-ID
               MOVE REJ-ITEM-NOT-ORDERED TO ED-REASON
               PERFORM 395-FAIL-INVOICE
               EXIT SECTION
           END-IF
           MOVE CODE-ING-ID TO HL-ING-ID (HELD-IX)
       EXIT SECTION.

      *> A CATCH-WEIGHT INGREDIENT IS BILLED BY THE KG AND MUST CARRY
      *> IT; ANY OTHER INGREDIENT IS BILLED BY THE PIECE, SO A KG
      *> FIGURE SENT WITH IT IS DROPPED
       325-CHECK-CATCH-WEIGHT SECTION.
           IF NOT INGRED-OPEN
               MOVE ZERO TO HL-WEIGHT (HELD-IX)
               EXIT SECTION
           END-IF
           MOVE HL-ING-ID (HELD-IX) TO INGREDS-ID
           READ FXINGRED
               INVALID KEY
                   MOVE ZERO TO HL-WEIGHT (HELD-IX)
                   EXIT SECTION
           END-READ
           IF NOT INGREDS-IS-CATCH-WEIGHT
               MOVE ZERO TO HL-WEIGHT (HELD-IX)
               EXIT SECTION
           END-IF
           IF HL-WEIGHT (HELD-IX) = ZERO
               MOVE HELD-IX TO ED-LINE-NO
               MOVE REJ-NO-WEIGHT TO ED-REASON
               PERFORM 395-FAIL-INVOICE
           END-IF
       EXIT SECTION.

      *> SUPPLIER AND INVOICE NUMBER TOGETHER IDENTIFY THE DOCUMENT;
      *> THE SAME PAIR ALREADY ON FILE (KEYED, OR IMPORTED EARLIER IN
      *> THIS FILE OR ANOTHER) WOULD BE PAID TWICE
       330-CHECK-DUPLICATE SECTION.
           MOVE "N" TO SINV-EOF-FLAG
           MOVE ZERO TO SINV-ID
           START FXSUPPINV KEY IS >= SINV-ID
               INVALID KEY SET EOF-SINV TO TRUE
           END-START
           PERFORM UNTIL EOF-SINV
               READ FXSUPPINV NEXT RECORD
                   AT END SET EOF-SINV TO TRUE
                   NOT AT END
                       IF SINV-SUPPLIER-ID = HH-SUPPLIER-ID AND
                           SINV-SUPP-INV-NO = HH-INV-NO
                           MOVE REJ-DUPLICATE TO ED-REASON
                           PERFORM 395-FAIL-INVOICE
                           SET EOF-SINV TO TRUE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> SAME TRANSLATION RIS-IMPORT APPLIES TO A PRICE FILE: THE
      *> KEY LEADS WITH THE INGREDIENT, SO THE WHOLE FILE IS WALKED
       340-TRANSLATE-ITEM-CODE SECTION.
           MOVE ZERO TO CODE-ING-ID
           IF NOT RIS-OPEN
               EXIT SECTION
           END-IF
           MOVE "N" TO RIS-EOF-FLAG
           MOVE ZERO TO RIS-ID-ING RIS-ID-SUPP RIS-EFF-DATE
           START FXRISUPPLY KEY IS >= RIS-ID
               INVALID KEY SET EOF-RIS TO TRUE
           END-START
           PERFORM UNTIL EOF-RIS
               READ FXRISUPPLY NEXT RECORD
                   AT END SET EOF-RIS TO TRUE
                   NOT AT END
                       IF RIS-ID-SUPP = HH-SUPPLIER-ID AND
                           RIS-SUPP-ITEM-CODE =
                               HL-ITEM-CODE (HELD-IX)
                           MOVE RIS-ID-ING TO CODE-ING-ID
                           SET EOF-RIS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       390-WRITE-EXCEPTION SECTION.
           WRITE ERROR-LINE FROM ERROR-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

       395-FAIL-INVOICE SECTION.
           MOVE "N" TO INVOICE-OK
           PERFORM 390-WRITE-EXCEPTION
       EXIT SECTION.

      *> HEADER AND LINES ARE WRITTEN THE WAY SUPPINV WRITES THEM:
      *> STATUS "E" UNTIL THE MATCH RUN SETS THEM PAYABLE, AND THE
      *> DUE DATE DERIVED ONCE FROM THE SUPPLIER'S PAYMENT TERMS
       400-WRITE-INVOICE SECTION.
           MOVE ZERO TO INVOICE-TOTAL
           PERFORM VARYING HELD-IX FROM 1 BY 1
               UNTIL HELD-IX > HELD-COUNT
               MOVE NEXT-INV-ID TO SIL-INV-ID
               MOVE HELD-IX TO SIL-LINE-NO
               MOVE HL-ING-ID (HELD-IX) TO SIL-ING-ID
               MOVE HL-QTY (HELD-IX) TO SIL-QTY
               MOVE HL-UNIT-PRICE (HELD-IX) TO SIL-UNIT-PRICE
               MOVE HL-PO-ID (HELD-IX) TO SIL-PO-ID
               MOVE HL-PO-LINE-NO (HELD-IX) TO SIL-PO-LINE-NO
               MOVE "I" TO SIL-LINE-TYPE
               MOVE SPACES TO SIL-CHARGE-TYPE SIL-APPORTION
               MOVE ZERO TO SIL-CHARGE-AMOUNT SIL-CHARGE-SHARE
               MOVE HL-WEIGHT (HELD-IX) TO SIL-WEIGHT
               CALL "GETOPER" USING SIL-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO SIL-LAST-DATE
               IF HL-WEIGHT (HELD-IX) > ZERO
                   COMPUTE INVOICE-TOTAL = INVOICE-TOTAL
                       + (HL-WEIGHT (HELD-IX) * HL-UNIT-PRICE (HELD-IX))
               ELSE
                   COMPUTE INVOICE-TOTAL = INVOICE-TOTAL
                       + (HL-QTY (HELD-IX) * HL-UNIT-PRICE (HELD-IX))
               END-IF
               WRITE SIL-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           MOVE HH-DATE-NUM TO DUE-DATE-NUM
           COMPUTE DUE-DAY-NUMBER = INTEGER-OF-DATE (DUE-DATE-NUM)
               + PAYMENT-TERMS
           MOVE SPACES TO SINV-DETAILS
           MOVE NEXT-INV-ID TO SINV-ID
           MOVE HH-SUPPLIER-ID TO SINV-SUPPLIER-ID
           MOVE HH-INV-NO TO SINV-SUPP-INV-NO
           MOVE HH-DATE-NUM TO SINV-DATE
           MOVE INVOICE-TOTAL TO SINV-TOTAL
           MOVE HH-VAT-AMOUNT TO SINV-VAT-AMOUNT
           MOVE HH-CURRENCY TO SINV-CURRENCY
           COMPUTE SINV-DUE-DATE = DATE-OF-INTEGER (DUE-DAY-NUMBER)
           MOVE "E" TO SINV-STATUS
           MOVE ZERO TO SINV-PAID-DATE SINV-CHARGE-TOTAL
           CALL "GETOPER" USING SINV-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SINV-LAST-DATE
           WRITE SINV-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO NEXT-INV-ID
       EXIT SECTION.
