      *    SCHOOL PLUS AN INVOICE REGISTER. INVOICED ORDERS ARE
      *    MARKED WITH THE INVOICE NUMBER AND STATUS "I" SO THEY CAN
      *    NEVER BE BILLED TWICE.
      *    A SCHOOL BILLED DIRECTLY (NO COUNCIL) ALSO RECEIVES ITS
      *    INVOICE AS A STRUCTURED ELECTRONIC FILE
      *    (EINV-S<SCHOOL>-<PERIOD END>) WRITTEN THROUGH EINVOICE,
      *    TOGETHER WITH ANY OF ITS CREDIT NOTES NOT YET SENT.
      *    EACH INVOICE CARRIES THE SCHOOL'S TAX NUMBER (NIF) WHEN
      *    ONE IS ON FILE.
      *    RETURNABLE TRAYS DECLARED LOST ON THE SCHOOL'S CONTAINER
      *    LEDGER (FXTRAYLEDG) AND NOT YET INVOICED ARE ADDED AS ONE
      *    LINE ON ITS INVOICE (SANDWICH ZERO, NO VAT) AT THE PRICE ON
      *    FXDLVCTL, ONCE THE TRAYS IT MAY LOSE FREE IN THE CALENDAR
      *    YEAR OF THE LOSS ARE USED UP.
      *    A MEAL-DEAL BUNDLE IS ONE INVOICE LINE AT ITS CONTRACT
      *    PRICE, BUT ITS VAT IS SPLIT OVER ITS CONTENTS (FXBUNDLE):
      *    EACH COMPONENT TAKES A SHARE OF THE LINE IN PROPORTION TO
      *    ITS VALUE AND PAYS ITS OWN RATE, AND THE SHARES ARE PRINTED
      *    UNDER THE LINE.
      *    A NON-SCHOOL CUSTOMER (FXCUSTOMER) IS INVOICED IN A PASS OF
      *    ITS OWN AFTER THE SCHOOLS: ONE INVOICE PER EVENT DATE,
      *    PRICED FROM THE CUSTOMER'S PRICE LIST (FXCUSTPRICE) AND
      *    HEADED WITH ITS BILLING DETAILS AND THE EVENT. MONEY THE
      *    CUSTOMER HAS ON ACCOUNT - THE DEPOSIT PAID WHEN THE EVENT
      *    WAS BOOKED - IS TAKEN OFF THE INVOICE THROUGH FXRCPTALLOC
      *    AS IF CASHRCPT HAD ALLOCATED IT, THE INVOICE PRINTS THE
      *    BALANCE STILL DUE, AND THE EVENT IS MARKED INVOICED.
      *    EACH INVOICE TAKES ITS NUMBER FROM DOCSERIES WHEN ITS FIRST
      *    LINE IS WRITTEN - THE NEXT OF THE "FT" SERIES OF THE YEAR
      *    OF ISSUE - AND PRINTS IT WITH THE SERIES CODE; THE RUN NO
      *    LONGER WORKS OUT THE NEXT NUMBER FROM THE FILE ITSELF.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS TAX-CODE
                   FILE STATUS TAX-STATUS-FS.

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXEINVLOG ASSIGN TO "FXEINVLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ELOG-ID
                   FILE STATUS ELOG-STATUS-FS.

               SELECT FXTRAYLEDG ASSIGN TO "FXTRAYLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRL-ID
                   FILE STATUS TRL-STATUS-FS.

               SELECT FXDLVCTL ASSIGN TO "FXDLVCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLC-ID
                   FILE STATUS DLC-STATUS-FS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

               SELECT FXCUSTPRICE ASSIGN TO "FXCUSTPRICE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CPL-ID
                   FILE STATUS CPL-STATUS-FS.

               SELECT FXEVENT ASSIGN TO "FXEVENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-ID
                   FILE STATUS EVT-STATUS-FS.

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

               SELECT SCHINV-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
           COPY FD-SCHCONTR.
       FD FXTAXCODE.
           COPY FD-TAXCODE.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXEINVLOG.
           COPY FD-EINVLOG.
       FD FXTRAYLEDG.
           COPY FD-TRAYLEDG.
       FD FXDLVCTL.
           COPY FD-DLVCTL.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXCUSTPRICE.
           COPY FD-CUSTPRICE.
       FD FXEVENT.
           COPY FD-EVENT.
       FD FXCASHRCPT.
           COPY FD-CASHRCPT.
       FD FXRCPTALLOC.
           COPY FD-RCPTALLOC.

       FD SCHINV-FILE-REPORT
           REPORT IS SCHINV-REPORT.
       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY WS-ORDERS.
       COPY CONSTANTS-CUST.

       78  MODULE-NAME-REPORT  VALUE "SCHOOL INVOICING".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  ERROR-BAD-PERIOD
           VALUE "PERIOD END MUST NOT BE BEFORE PERIOD START".
       78  INVOICE-TITLE       VALUE "INVOICE NO.".
       78  ERROR-NO-SERIES-NUMBER
           VALUE "NO INVOICE NUMBER COULD BE TAKEN - RUN STOPPED".
       78  REGISTER-TITLE
           VALUE "INVOICE REGISTER FOR THE PERIOD".
       78  NO-CONTRACT-TEXT
           VALUE "** NOT INVOICED - NO VALID CONTRACT **".
       78  TRAY-LINE-NAME      VALUE "RETURNABLE TRAYS LOST".
       78  NO-LIST-PRICE-TEXT
           VALUE "** NOT INVOICED - NO PRICE ON THE CUSTOMER'S LIST **".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  SCHOOL-STATUS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  CONTR-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  ELOG-STATUS-FS                   PIC 9(002).
       77  TRL-STATUS-FS                    PIC 9(002).
       77  DLC-STATUS-FS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       77  CPL-STATUS-FS                    PIC 9(002).
       77  EVT-STATUS-FS                    PIC 9(002).
       77  RCPT-STATUS-FS                   PIC 9(002).
       77  RAL-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).
       01  CONTR-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-CONTR                    VALUE "Y".
       01  BEST-EFF-DATE                    PIC 9(008).

       COPY LK-RPTCAT.
       COPY LK-EINVOICE.
       COPY LK-DOCSERIES.

       01 REPORT-FILENAME                  PIC X(040).
       01 CURRENT-DATE-REPORT.
       01  PERIOD-FROM                      PIC 9(008).
       01  PERIOD-TO                        PIC 9(008).
       01  NEXT-INV-ID                      PIC 9(006).
       01  FIRST-RUN-INV-ID                 PIC 9(006).
       01  LAST-RUN-INV-ID                  PIC 9(006).
       01  CRN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CRN                      VALUE "Y".
       01  CREDIT-SENT                      PIC X(001).
           88  CREDIT-SENT-YES              VALUE "Y".
       01  NEXT-LINE-NO                     PIC 9(003).
       78  MAX-SCHOOL                       VALUE 9999.
       77  SCHOOL-IX                        PIC 9(005).
       78  ERROR-PERIOD-CLOSED
           VALUE "THE PERIOD END FALLS IN A CLOSED MONTH".
       77  INVOICED-COUNT                   PIC 9(007).
       01  TRL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TRL                      VALUE "Y".
       01  TRAY-ALLOWANCE                   PIC 9(004).
       01  TRAY-CHARGE                      PIC 9(003)V99.
       01  TRAY-YEAR                        PIC 9(004).
       01  TRAY-FREE-USED                   PIC 9(005).
       01  TRAY-FREE-LEFT                   PIC 9(005).
       01  TRAY-CHARGE-QTY                  PIC 9(005).
       77  INVOICE-COUNT                    PIC 9(007).

       01  HDR-INV-ID                       PIC 9(006).
       01  HDR-DOC-NUMBER                   PIC X(016).
       01  HDR-SCHOOL-ID                    PIC 9(005).
       01  HDR-DESIGNATION                  PIC X(050).
       01  HDR-ADDRESS                      PIC X(075).
       01  HDR-TOWN                         PIC X(030).
       01  HDR-NIF                          PIC 9(009).
       01  DET-SAND-ID                      PIC 9(005).
       01  DET-SAND-NAME                    PIC X(030).
       01  DET-DATE                         PIC 9(008).
       01  DET-QTY                          PIC 9(005).
       01  DET-PRICE                        PIC 9(003)V99.
       01  DET-AMOUNT                       PIC 9(007)V99.
       COPY LK-BUNDLEX.
       77  BUN-IX                           PIC 9(002).
       01  BUNDLE-SPLIT                     PIC X(001).
           88  BUNDLE-SPLIT-YES             VALUE "Y".
       01  BUNDLE-SHARE-TABLE.
           05  BUNDLE-SHARE OCCURS BUNX-MAX-LINES TIMES.
               10  SHARE-TAX-CODE           PIC X(002).
               10  SHARE-AMOUNT             PIC 9(007)V99.
               10  SHARE-VAT                PIC 9(007)V99.
       01  SHARE-LEFT                       PIC 9(007)V99.
       01  DET-COMP-NAME                    PIC X(030).
       01  DET-SHARE-CODE                   PIC X(002).
       01  DET-SHARE-AMOUNT                 PIC 9(007)V99.
       01  DET-SHARE-VAT                    PIC 9(007)V99.
       01  CUST-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-CUST                     VALUE "Y".
       01  CPL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CPL                      VALUE "Y".
       01  RCPT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-RCPT                     VALUE "Y".
       01  RAL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RAL                      VALUE "Y".
       01  EVENT-DATE                       PIC 9(008).
       01  HDR-EVENT-NAME                   PIC X(030).
       01  ON-ACCOUNT-APPLIED               PIC 9(007)V99.
       01  BALANCE-LEFT                     PIC 9(008)V99.
       01  BALANCE-DUE                      PIC 9(008)V99.
       01  APPLY-AMOUNT                     PIC 9(007)V99.
       01  NEXT-ALLOC-LINE                  PIC 9(003).
       01  REG-INV-ID                       PIC 9(006).
       01  REG-DOC-NUMBER                   PIC X(016).
       01  REG-SCHOOL-ID                    PIC 9(005).
       01  REG-TOTAL                        PIC 9(007)V99.

       01 LINE-INV-HEADER TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE INVOICE-TITLE.
               03 COLUMN 14 PIC X(016) SOURCE HDR-DOC-NUMBER.
               03 COLUMN 32 PIC 9(005) SOURCE HDR-SCHOOL-ID.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC X(050) SOURCE HDR-DESIGNATION.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC X(075) SOURCE HDR-ADDRESS.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC X(030) SOURCE HDR-TOWN.
               03 COLUMN 40 VALUE "NIF:".
               03 COLUMN 45 PIC Z(009) SOURCE HDR-NIF.

       01 LINE-INV-ITEM TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 58 PIC ZZ9.99 SOURCE DET-PRICE.
               03 COLUMN 66 PIC ZZZZZZ9.99 SOURCE DET-AMOUNT.

       01 LINE-INV-BUNDLE-SHARE TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 10 VALUE "+".
               03 COLUMN 12 PIC X(028) SOURCE DET-COMP-NAME.
               03 COLUMN 41 VALUE "VAT".
               03 COLUMN 45 PIC X(002) SOURCE DET-SHARE-CODE.
               03 COLUMN 48 PIC ZZZZZZ9.99 SOURCE DET-SHARE-VAT.
               03 COLUMN 59 VALUE "ON".
               03 COLUMN 66 PIC ZZZZZZ9.99 SOURCE DET-SHARE-AMOUNT.

       01 LINE-INV-TOTAL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 40 VALUE "INVOICE TOTAL".
               03 COLUMN 10 PIC 9(008) SOURCE DET-DATE.
               03 COLUMN 20 VALUE NO-CONTRACT-TEXT.

       01 LINE-INV-EVENT TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE "EVENT:".
               03 COLUMN 09 PIC X(030) SOURCE HDR-EVENT-NAME.
               03 COLUMN 41 VALUE "ON".
               03 COLUMN 44 PIC 9(008) SOURCE EVENT-DATE.

       01 LINE-INV-ON-ACCOUNT TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 40 VALUE "PAID ON ACCOUNT / DEPOSIT".
               03 COLUMN 66 PIC ZZZZZZ9.99 SOURCE ON-ACCOUNT-APPLIED.
           02 LINE IS PLUS 1.
               03 COLUMN 40 VALUE "BALANCE DUE".
               03 COLUMN 65 PIC ZZZZZZZ9.99 SOURCE BALANCE-DUE.

       01 LINE-NO-LIST-PRICE TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 05 PIC 9(005) SOURCE DET-SAND-ID.
               03 COLUMN 10 PIC 9(008) SOURCE DET-DATE.
               03 COLUMN 20 VALUE NO-LIST-PRICE-TEXT.

       01 LINE-REGISTER-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE REGISTER-TITLE.

       01 LINE-REGISTER TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC X(016) SOURCE REG-DOC-NUMBER.
               03 COLUMN 20 PIC 9(005) SOURCE REG-SCHOOL-ID.
               03 COLUMN 28 PIC ZZZZZZ9.99 SOURCE REG-TOTAL.

       01 TYPE IS PAGE FOOTING.
           02 LINE IS 49.
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO INVOICED-COUNT INVOICE-COUNT
           MOVE ZERO TO NEXT-INV-ID FIRST-RUN-INV-ID LAST-RUN-INV-ID
           MOVE "P" TO DSER-ACTION
           MOVE "FT" TO DSER-DOC-TYPE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
           IF NOT DSER-OK-YES
               MOVE ERROR-NO-SERIES-NUMBER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           STRING "SCHINV-" DELIMITED BY SIZE
           OPEN OUTPUT SCHINV-FILE-REPORT
           INITIATE SCHINV-REPORT
           PERFORM 100-INVOICE-ALL-SCHOOLS
           PERFORM 500-SEND-DIRECT-SCHOOLS
           MOVE PAGE-COUNTER OF SCHINV-REPORT TO RCAT-PAGES
           MOVE LINE-COUNTER OF SCHINV-REPORT TO RCAT-LINES
           TERMINATE SCHINV-REPORT
           EXIT PROGRAM
       EXIT SECTION.

      *> THE NUMBER IS TAKEN ONLY ONCE THE INVOICE IS CERTAIN TO BE
      *> WRITTEN - AT ITS FIRST PRICED LINE - SO THE SERIES CANNOT
      *> SKIP A NUMBER FOR A SCHOOL THAT ENDS UP WITH NOTHING TO BILL
       120-NEXT-INVOICE-NUMBER SECTION.
           MOVE "N" TO DSER-ACTION
           MOVE "FT" TO DSER-DOC-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO DSER-DOC-DATE
           CALL "DOCSERIES" USING DOCSERIES-REQUEST
           IF NOT DSER-OK-YES
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-SERIES-NUMBER TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               MOVE 12 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE DSER-DOC-ID TO NEXT-INV-ID
           IF FIRST-RUN-INV-ID = ZERO
               MOVE NEXT-INV-ID TO FIRST-RUN-INV-ID
           END-IF
           MOVE NEXT-INV-ID TO LAST-RUN-INV-ID
       EXIT SECTION.

      *> NO PRICE ON FILE MEANS LOST TRAYS ARE NOT CHARGED; THE
      *> LOSSES WAIT ON THE LEDGER UNTIL ONE IS SET
       130-LOAD-TRAY-CHARGE SECTION.
           MOVE ZERO TO TRAY-ALLOWANCE TRAY-CHARGE
           OPEN INPUT FXDLVCTL
           IF DLC-STATUS-FS = ZERO THEN
               MOVE 1 TO DLC-ID
               READ FXDLVCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DLC-TRAY-ALLOWANCE TO TRAY-ALLOWANCE
                       MOVE DLC-TRAY-CHARGE TO TRAY-CHARGE
               END-READ
           END-IF
           CLOSE FXDLVCTL
       EXIT SECTION.

       100-INVOICE-ALL-SCHOOLS SECTION.
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXSCHCONTR
           OPEN INPUT FXTAXCODE
           PERFORM 130-LOAD-TRAY-CHARGE
           OPEN I-O FXTRAYLEDG
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
               UNTIL SCHOOL-IX > MAX-SCHOOL
               PERFORM 200-INVOICE-ONE-SCHOOL
           END-PERFORM
           PERFORM 600-INVOICE-ALL-CUSTOMERS
           PERFORM 400-PRINT-REGISTER
           CLOSE FXTRAYLEDG
           CLOSE FXTAXCODE
           CLOSE FXSCHCONTR
           CLOSE FXSANDWICH
               END-READ
           END-PERFORM
           IF ANY-LINES-YES
               PERFORM 250-CHARGE-LOST-TRAYS
               GENERATE LINE-INV-TOTAL
               COMPUTE INVOICE-GROSS = INVOICE-TOTAL + INVOICE-VAT
               GENERATE LINE-INV-VAT
               PERFORM 300-WRITE-INVOICE-HEADER
               ADD 1 TO INVOICE-COUNT
           END-IF
       EXIT SECTION.

       210-INVOICE-ONE-ORDER SECTION.
           IF SCHOOL-IX >= CUST-FIRST-ID
               PERFORM 650-PRICE-CUSTOMER-ORDER
           ELSE
               PERFORM 230-PRICE-ORDER
           END-IF
      *> AN ORDER WITH NO CONTRACT VALID ON ITS DELIVERY DATE IS
      *> LEFT DELIVERED AND REPORTED, NEVER INVOICED AT A GUESSED
      *> PRICE
           IF NOT CONTRACT-YES
               MOVE ORD-SANDWICH-ID TO DET-SAND-ID
               MOVE ORD-DELIVERY-DATE TO DET-DATE
               IF SCHOOL-IX >= CUST-FIRST-ID
                   GENERATE LINE-NO-LIST-PRICE
               ELSE
                   GENERATE LINE-NO-CONTRACT
               END-IF
               EXIT SECTION
           END-IF
           IF NOT ANY-LINES-YES
               MOVE "Y" TO ANY-LINES
               PERFORM 120-NEXT-INVOICE-NUMBER
               MOVE NEXT-INV-ID TO HDR-INV-ID
               MOVE DSER-DOC-NUMBER TO HDR-DOC-NUMBER
               MOVE SCHOOL-IX TO HDR-SCHOOL-ID
               IF SCHOOL-IX >= CUST-FIRST-ID
                   PERFORM 660-CUSTOMER-HEADER
                   GENERATE LINE-INV-HEADER
                   GENERATE LINE-INV-EVENT
               ELSE
                   PERFORM 220-READ-SCHOOL
                   GENERATE LINE-INV-HEADER
               END-IF
           END-IF
           ADD 1 TO NEXT-LINE-NO
           MOVE NEXT-INV-ID TO SCHIL-INV-ID
           MOVE ORD-SANDWICH-ID TO DET-SAND-ID
           MOVE SPACES TO DET-SAND-NAME
           MOVE ZERO TO LINE-VAT
           MOVE "N" TO BUNDLE-SPLIT
           IF SANDWICH-STATUS = ZERO
               MOVE ORD-SANDWICH-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO DET-SAND-NAME
                       IF SANDWICH-IS-BUNDLE AND TAX-STATUS-FS = ZERO
                           PERFORM 215-SPLIT-BUNDLE-VAT
                       END-IF
      *> THE LINE'S VAT COMES FROM THE SANDWICH'S TAX CODE ON
      *> FXTAXCODE; A SANDWICH WITHOUT A CODE (OR A CODE NOT ON
      *> FILE) IS INVOICED WITHOUT VAT, AS BEFORE
                       IF SANDWICH-TAX-CODE NOT = SPACES AND
                           TAX-STATUS-FS = ZERO AND
                           NOT BUNDLE-SPLIT-YES
                           MOVE SANDWICH-TAX-CODE TO TAX-CODE
                           READ FXTAXCODE
                               INVALID KEY CONTINUE
           MOVE UNIT-PRICE TO DET-PRICE
           MOVE LINE-AMOUNT TO DET-AMOUNT
           GENERATE LINE-INV-ITEM
           IF BUNDLE-SPLIT-YES
               PERFORM VARYING BUN-IX FROM 1 BY 1
                   UNTIL BUN-IX > BUNX-COUNT
                   MOVE BUNX-COMP-NAME (BUN-IX) TO DET-COMP-NAME
                   MOVE SHARE-TAX-CODE (BUN-IX) TO DET-SHARE-CODE
                   MOVE SHARE-AMOUNT (BUN-IX) TO DET-SHARE-AMOUNT
                   MOVE SHARE-VAT (BUN-IX) TO DET-SHARE-VAT
                   GENERATE LINE-INV-BUNDLE-SHARE
               END-PERFORM
           END-IF
           ADD 1 TO INVOICED-COUNT
           MOVE "I" TO ORD-STATUS
           MOVE NEXT-INV-ID TO ORD-INVOICE-NO
           END-REWRITE
       EXIT SECTION.

      *> THE BUNDLE LINE IS SHARED OVER ITS CONTENTS BY VALUE (THE
      *> LAST COMPONENT TAKES WHAT ROUNDING LEAVES, SO THE SHARES ADD
      *> UP TO THE LINE) AND EACH SHARE PAYS THE RATE OF ITS OWN VAT
      *> CODE. A BUNDLE WITHOUT CONTENTS OR VALUES FALLS BACK TO ITS
      *> OWN TAX CODE LIKE ANY SANDWICH.
       215-SPLIT-BUNDLE-VAT SECTION.
           MOVE ORD-SANDWICH-ID TO BUNX-BUNDLE-ID
           CALL "BUNDLEX" USING BUNDLEX-REQUEST
           IF BUNX-COUNT = ZERO OR BUNX-VALUE-TOTAL = ZERO
               EXIT SECTION
           END-IF
           MOVE "Y" TO BUNDLE-SPLIT
           MOVE LINE-AMOUNT TO SHARE-LEFT
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               IF BUN-IX = BUNX-COUNT
                   MOVE SHARE-LEFT TO SHARE-AMOUNT (BUN-IX)
               ELSE
                   COMPUTE SHARE-AMOUNT (BUN-IX) ROUNDED =
                       LINE-AMOUNT * BUNX-UNIT-VALUE (BUN-IX)
                       * BUNX-COMP-QTY (BUN-IX) / BUNX-VALUE-TOTAL
                   IF SHARE-AMOUNT (BUN-IX) > SHARE-LEFT
                       MOVE SHARE-LEFT TO SHARE-AMOUNT (BUN-IX)
                   END-IF
                   SUBTRACT SHARE-AMOUNT (BUN-IX) FROM SHARE-LEFT
               END-IF
               MOVE BUNX-TAX-CODE (BUN-IX) TO SHARE-TAX-CODE (BUN-IX)
               MOVE ZERO TO SHARE-VAT (BUN-IX)
               IF BUNX-TAX-CODE (BUN-IX) NOT = SPACES
                   MOVE BUNX-TAX-CODE (BUN-IX) TO TAX-CODE
                   READ FXTAXCODE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           COMPUTE SHARE-VAT (BUN-IX) ROUNDED =
                               SHARE-AMOUNT (BUN-IX) * TAX-RATE-PCT
                               / 100
                   END-READ
               END-IF
               ADD SHARE-VAT (BUN-IX) TO LINE-VAT
           END-PERFORM
       EXIT SECTION.

      *> THE UNIT PRICE COMES FROM THE SCHOOL CONTRACT VALID ON THE
      *> DELIVERY DATE (LATEST EFFECTIVE DATE WINS WHEN SEVERAL
      *> QUALIFY). THE LIST PRICE ON THE SANDWICH RECORD IS NO
           END-PERFORM
       EXIT SECTION.

      *> THE SCHOOL'S LOSSES ARE READ IN LEDGER ORDER, SO THE FREE
      *> ALLOWANCE OF EACH CALENDAR YEAR IS USED UP BY ITS EARLIEST
      *> LOSSES; A LOSS ALREADY INVOICED COUNTS ITS FREE TRAYS, AND
      *> EVERY LOSS THIS INVOICE PICKS UP IS STAMPED WITH IT EVEN
      *> WHEN THE ALLOWANCE COVERED IT
       250-CHARGE-LOST-TRAYS SECTION.
           IF TRL-STATUS-FS NOT = ZERO OR TRAY-CHARGE = ZERO
               EXIT SECTION
           END-IF
           MOVE ZERO TO TRAY-YEAR TRAY-FREE-USED TRAY-CHARGE-QTY
           MOVE "N" TO TRL-EOF-FLAG
           MOVE SCHOOL-IX TO TRL-SCHOOL-ID
           MOVE ZERO TO TRL-SEQ
           START FXTRAYLEDG KEY IS >= TRL-ID
               INVALID KEY SET EOF-TRL TO TRUE
           END-START
           PERFORM UNTIL EOF-TRL
               READ FXTRAYLEDG NEXT RECORD
                   AT END SET EOF-TRL TO TRUE
                   NOT AT END
                       IF TRL-SCHOOL-ID NOT = SCHOOL-IX
                           SET EOF-TRL TO TRUE
                       ELSE
                           IF TRL-TYPE-LOST
                               PERFORM 255-CHARGE-ONE-LOSS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TRAY-CHARGE-QTY = ZERO
               EXIT SECTION
           END-IF
           ADD 1 TO NEXT-LINE-NO
           MOVE NEXT-INV-ID TO SCHIL-INV-ID
           MOVE NEXT-LINE-NO TO SCHIL-LINE-NO
           MOVE ZERO TO SCHIL-SANDWICH-ID SCHIL-DISPATCH-NOTE
           MOVE PERIOD-TO TO SCHIL-DELIVERY-DATE
           MOVE TRAY-CHARGE-QTY TO SCHIL-QTY
           MOVE TRAY-CHARGE TO SCHIL-UNIT-PRICE
           COMPUTE LINE-AMOUNT = TRAY-CHARGE-QTY * TRAY-CHARGE
           MOVE LINE-AMOUNT TO SCHIL-AMOUNT
           CALL "GETOPER" USING SCHIL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCHIL-LAST-DATE
           WRITE SCHIL-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           ADD LINE-AMOUNT TO INVOICE-TOTAL
           MOVE ZERO TO DET-SAND-ID
           MOVE TRAY-LINE-NAME TO DET-SAND-NAME
           MOVE PERIOD-TO TO DET-DATE
           MOVE TRAY-CHARGE-QTY TO DET-QTY
           MOVE TRAY-CHARGE TO DET-PRICE
           MOVE LINE-AMOUNT TO DET-AMOUNT
           GENERATE LINE-INV-ITEM
       EXIT SECTION.

       255-CHARGE-ONE-LOSS SECTION.
           IF TRL-DATE (1:4) NOT = TRAY-YEAR
               MOVE TRL-DATE (1:4) TO TRAY-YEAR
               MOVE ZERO TO TRAY-FREE-USED
           END-IF
           IF TRAY-FREE-USED < TRAY-ALLOWANCE
               COMPUTE TRAY-FREE-LEFT = TRAY-ALLOWANCE - TRAY-FREE-USED
           ELSE
               MOVE ZERO TO TRAY-FREE-LEFT
           END-IF
           IF TRL-INV-ID NOT = ZERO
               COMPUTE TRAY-FREE-USED = TRAY-FREE-USED + TRL-TRAYS
                   - TRL-CHARGED-QTY
               EXIT SECTION
           END-IF
           IF TRL-TRAYS > TRAY-FREE-LEFT
               COMPUTE TRL-CHARGED-QTY = TRL-TRAYS - TRAY-FREE-LEFT
               ADD TRAY-FREE-LEFT TO TRAY-FREE-USED
           ELSE
               MOVE ZERO TO TRL-CHARGED-QTY
               ADD TRL-TRAYS TO TRAY-FREE-USED
           END-IF
           ADD TRL-CHARGED-QTY TO TRAY-CHARGE-QTY
           MOVE NEXT-INV-ID TO TRL-INV-ID
           CALL "GETOPER" USING TRL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO TRL-LAST-DATE
           REWRITE TRL-DETAILS
           END-REWRITE
       EXIT SECTION.

       220-READ-SCHOOL SECTION.
           MOVE SPACES TO HDR-DESIGNATION HDR-ADDRESS HDR-TOWN
           MOVE ZERO TO HDR-NIF
           IF SCHOOL-STATUS = ZERO
               MOVE SCHOOL-IX TO SCHOOL-ID
               READ FXSCHOOL
                       MOVE SCHOOL-DESIGNATION1 TO HDR-DESIGNATION
                       MOVE SCHOOL-ADDRESS1 TO HDR-ADDRESS
                       MOVE SCHOOL-TOWN TO HDR-TOWN
                       MOVE SCHOOL-NIF TO HDR-NIF
               END-READ
           END-IF
       EXIT SECTION.
           MOVE "O" TO SCHINV-STATUS
           MOVE ZERO TO SCHINV-PAID-AMOUNT
           MOVE INVOICE-VAT TO SCHINV-VAT-AMOUNT
           MOVE "N" TO SCHINV-COLLECT-FLAG
           CALL "GETOPER" USING SCHINV-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCHINV-LAST-DATE
           MOVE DSER-DOC-DATE TO SCHINV-ISSUE-DATE
           MOVE DSER-YEAR TO SCHINV-SERIES-YEAR
           MOVE DSER-SERIES-NO TO SCHINV-SERIES-NO
           MOVE DSER-DOC-NUMBER TO SCHINV-DOC-NUMBER
           MOVE SPACES TO SCHINV-CANCEL-REASON SCHINV-CANCEL-BY
           MOVE ZERO TO SCHINV-CANCEL-DATE
           WRITE SCHINV-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
                       IF SCHINV-PERIOD-FROM = PERIOD-FROM AND
                           SCHINV-PERIOD-TO = PERIOD-TO
                           MOVE SCHINV-ID TO REG-INV-ID
                           MOVE SCHINV-DOC-NUMBER TO REG-DOC-NUMBER
                           MOVE SCHINV-SCHOOL-ID TO REG-SCHOOL-ID
                           MOVE SCHINV-TOTAL TO REG-TOTAL
                           GENERATE LINE-REGISTER
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> INVOICES OF THIS RUN FOR SCHOOLS WITHOUT A COUNCIL GO OUT
      *> ELECTRONICALLY HERE; COUNCIL MEMBERS ARE SENT BY CNCLINV
       500-SEND-DIRECT-SCHOOLS SECTION.
           IF FIRST-RUN-INV-ID = ZERO
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHINV
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCREDNOTE
           PERFORM VARYING SCHINV-ID FROM FIRST-RUN-INV-ID BY 1
               UNTIL SCHINV-ID > LAST-RUN-INV-ID
               READ FXSCHINV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 510-SEND-ONE-DIRECT
               END-READ
           END-PERFORM
           CLOSE FXCREDNOTE
           CLOSE FXSCHOOL
           CLOSE FXSCHINV
       EXIT SECTION.

       510-SEND-ONE-DIRECT SECTION.
           MOVE SCHINV-SCHOOL-ID TO SCHOOL-ID
           READ FXSCHOOL
               INVALID KEY EXIT SECTION
           END-READ
           IF SCHOOL-COUNCIL-ID NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SPACES TO EINV-FILE-NAME
           STRING "EINV-S" DELIMITED BY SIZE
               SCHOOL-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PERIOD-TO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO EINV-FILE-NAME
           MOVE "S" TO EINV-RECIPIENT-TYPE
           MOVE SCHOOL-ID TO EINV-RECIPIENT-ID
           MOVE "N" TO EINV-ACTION
           CALL "EINVOICE" USING EINVOICE-REQUEST
           MOVE "I" TO EINV-ACTION
           MOVE SCHINV-ID TO EINV-DOC-ID
           CALL "EINVOICE" USING EINVOICE-REQUEST
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
                       IF CRN-SCHOOL-ID = SCHOOL-ID AND
                           CRN-DATE <= PERIOD-TO
                           PERFORM 520-CHECK-CREDIT-SENT
                           IF NOT CREDIT-SENT-YES
                               MOVE "C" TO EINV-ACTION
                               MOVE CRN-ID TO EINV-DOC-ID
                               CALL "EINVOICE" USING EINVOICE-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       520-CHECK-CREDIT-SENT SECTION.
           MOVE "N" TO CREDIT-SENT
           OPEN INPUT FXEINVLOG
           IF ELOG-STATUS-FS = ZERO
               MOVE "C" TO ELOG-DOC-TYPE
               MOVE CRN-ID TO ELOG-DOC-ID
               MOVE ZERO TO ELOG-SENT-STAMP
               START FXEINVLOG KEY IS >= ELOG-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ FXEINVLOG NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF ELOG-DOC-CREDIT AND
                                   ELOG-DOC-ID = CRN-ID
                                   MOVE "Y" TO CREDIT-SENT
                               END-IF
                       END-READ
               END-START
           END-IF
           CLOSE FXEINVLOG
       EXIT SECTION.

      *> THE CUSTOMER PASS SHARES THE SCHOOL PASS'S FILES AND
      *> SECTIONS; SCHOOL-IX CARRIES THE CUSTOMER NUMBER SO THE LINE
      *> AND HEADER WRITERS WORK UNCHANGED
       600-INVOICE-ALL-CUSTOMERS SECTION.
           MOVE "N" TO CUST-EOF-FLAG
           OPEN INPUT FXCUSTOMER
           IF CUST-STATUS-FS NOT = ZERO THEN
               CLOSE FXCUSTOMER
               EXIT SECTION
           END-IF
           OPEN INPUT FXCUSTPRICE
           OPEN I-O FXEVENT
           OPEN I-O FXCASHRCPT
           OPEN I-O FXRCPTALLOC
           IF RAL-STATUS-FS = 35 THEN
               CLOSE FXRCPTALLOC
               OPEN OUTPUT FXRCPTALLOC
           END-IF
           PERFORM UNTIL EOF-CUST
               READ FXCUSTOMER NEXT RECORD
                   AT END SET EOF-CUST TO TRUE
                   NOT AT END
                       PERFORM 610-INVOICE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE FXRCPTALLOC
           CLOSE FXCASHRCPT
           CLOSE FXEVENT
           CLOSE FXCUSTPRICE
           CLOSE FXCUSTOMER
       EXIT SECTION.

      *> THE CUSTOMER'S DELIVERED ORDERS IN THE PERIOD COME IN DATE
      *> ORDER, AND EACH CHANGE OF DATE CLOSES THE INVOICE OF THE
      *> EVENT BEFORE IT
       610-INVOICE-ONE-CUSTOMER SECTION.
           MOVE CUST-ID TO SCHOOL-IX
           MOVE "N" TO ANY-LINES
           MOVE ZERO TO INVOICE-TOTAL INVOICE-VAT NEXT-LINE-NO
               EVENT-DATE
           MOVE "N" TO ORD-EOF-FLAG
           MOVE CUST-ID TO ORD-SCHOOL-ID
           MOVE PERIOD-FROM TO ORD-DELIVERY-DATE
           MOVE ZERO TO ORD-SANDWICH-ID
           START FXORDERS KEY IS >= ORD-ID
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = CUST-ID OR
                           ORD-DELIVERY-DATE > PERIOD-TO
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-STATUS-DELIVERED
                               IF ORD-DELIVERY-DATE NOT = EVENT-DATE
                                   PERFORM 620-CLOSE-EVENT-INVOICE
                                   MOVE ORD-DELIVERY-DATE
                                       TO EVENT-DATE
                               END-IF
                               PERFORM 210-INVOICE-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 620-CLOSE-EVENT-INVOICE
       EXIT SECTION.

       620-CLOSE-EVENT-INVOICE SECTION.
           IF NOT ANY-LINES-YES
               EXIT SECTION
           END-IF
           GENERATE LINE-INV-TOTAL
           COMPUTE INVOICE-GROSS = INVOICE-TOTAL + INVOICE-VAT
           GENERATE LINE-INV-VAT
           PERFORM 300-WRITE-INVOICE-HEADER
           PERFORM 630-APPLY-ON-ACCOUNT
           GENERATE LINE-INV-ON-ACCOUNT
           PERFORM 640-MARK-EVENT-INVOICED
           ADD 1 TO INVOICE-COUNT
           MOVE "N" TO ANY-LINES
           MOVE ZERO TO INVOICE-TOTAL INVOICE-VAT NEXT-LINE-NO
       EXIT SECTION.

      *> WHAT THE CUSTOMER HAS PAID IN AND NOT YET SEEN ALLOCATED -
      *> NORMALLY THE EVENT DEPOSIT - IS ALLOCATED TO THE NEW
      *> INVOICE, OLDEST RECEIPT FIRST, UP TO ITS GROSS; ANYTHING
      *> LEFT OVER STAYS ON ACCOUNT FOR THE NEXT EVENT
       630-APPLY-ON-ACCOUNT SECTION.
           MOVE ZERO TO ON-ACCOUNT-APPLIED
           MOVE INVOICE-GROSS TO BALANCE-LEFT
           IF RCPT-STATUS-FS = ZERO AND RAL-STATUS-FS = ZERO
               MOVE "N" TO RCPT-EOF-FLAG
               MOVE ZERO TO RCPT-ID
               START FXCASHRCPT KEY IS >= RCPT-ID
                   INVALID KEY SET EOF-RCPT TO TRUE
               END-START
               PERFORM UNTIL EOF-RCPT
                   READ FXCASHRCPT NEXT RECORD
                       AT END SET EOF-RCPT TO TRUE
                       NOT AT END
                           IF RCPT-SCHOOL-ID = SCHOOL-IX AND
                               RCPT-AMOUNT > RCPT-ALLOCATED AND
                               BALANCE-LEFT > ZERO
                               PERFORM 635-APPLY-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE BALANCE-DUE = INVOICE-GROSS - ON-ACCOUNT-APPLIED
           IF ON-ACCOUNT-APPLIED = ZERO
               EXIT SECTION
           END-IF
           MOVE NEXT-INV-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ON-ACCOUNT-APPLIED TO SCHINV-PAID-AMOUNT
                   IF SCHINV-PAID-AMOUNT >=
                       SCHINV-TOTAL + SCHINV-VAT-AMOUNT
                       MOVE "P" TO SCHINV-STATUS
                   END-IF
                   REWRITE SCHINV-DETAILS
                   END-REWRITE
           END-READ
       EXIT SECTION.

       635-APPLY-ONE-RECEIPT SECTION.
           COMPUTE APPLY-AMOUNT = RCPT-AMOUNT - RCPT-ALLOCATED
           IF APPLY-AMOUNT > BALANCE-LEFT
               MOVE BALANCE-LEFT TO APPLY-AMOUNT
           END-IF
           MOVE ZERO TO NEXT-ALLOC-LINE
           MOVE "N" TO RAL-EOF-FLAG
           MOVE RCPT-ID TO RAL-RCPT-ID
           MOVE ZERO TO RAL-LINE-NO
           START FXRCPTALLOC KEY IS >= RAL-ID
               INVALID KEY SET EOF-RAL TO TRUE
           END-START
           PERFORM UNTIL EOF-RAL
               READ FXRCPTALLOC NEXT RECORD
                   AT END SET EOF-RAL TO TRUE
                   NOT AT END
                       IF RAL-RCPT-ID NOT = RCPT-ID
                           SET EOF-RAL TO TRUE
                       ELSE
                           MOVE RAL-LINE-NO TO NEXT-ALLOC-LINE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO NEXT-ALLOC-LINE
           MOVE RCPT-ID TO RAL-RCPT-ID
           MOVE NEXT-ALLOC-LINE TO RAL-LINE-NO
           MOVE NEXT-INV-ID TO RAL-INV-ID
           MOVE APPLY-AMOUNT TO RAL-AMOUNT
           CALL "GETOPER" USING RAL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RAL-LAST-DATE
           WRITE RAL-DETAILS
               INVALID KEY EXIT SECTION
           END-WRITE
           ADD APPLY-AMOUNT TO RCPT-ALLOCATED
           CALL "GETOPER" USING RCPT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCPT-LAST-DATE
           REWRITE RCPT-DETAILS
           END-REWRITE
           ADD APPLY-AMOUNT TO ON-ACCOUNT-APPLIED
           SUBTRACT APPLY-AMOUNT FROM BALANCE-LEFT
       EXIT SECTION.

       640-MARK-EVENT-INVOICED SECTION.
           IF EVT-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SCHOOL-IX TO EVT-CUST-ID
           MOVE EVENT-DATE TO EVT-DATE
           READ FXEVENT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "I" TO EVT-STATUS
                   MOVE NEXT-INV-ID TO EVT-INVOICE-NO
                   CALL "GETOPER" USING EVT-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO EVT-LAST-DATE
                   REWRITE EVT-DETAILS
                   END-REWRITE
           END-READ
       EXIT SECTION.

      *> THE PRICE ON THE CUSTOMER'S LIST VALID ON THE EVENT DATE
      *> (LATEST EFFECTIVE DATE WINS), THE CUSTOMER'S CONTRACT IN
      *> ALL BUT NAME
       650-PRICE-CUSTOMER-ORDER SECTION.
           MOVE ZERO TO UNIT-PRICE BEST-EFF-DATE
           MOVE "N" TO CONTRACT-FOUND
           MOVE "N" TO CPL-EOF-FLAG
           IF CPL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE CUST-PRICE-LIST TO CPL-LIST-CODE
           MOVE ORD-SANDWICH-ID TO CPL-SANDWICH-ID
           MOVE ZERO TO CPL-EFF-DATE
           START FXCUSTPRICE KEY IS >= CPL-ID
               INVALID KEY SET EOF-CPL TO TRUE
           END-START
           PERFORM UNTIL EOF-CPL
               READ FXCUSTPRICE NEXT RECORD
                   AT END SET EOF-CPL TO TRUE
                   NOT AT END
                       IF CPL-LIST-CODE NOT = CUST-PRICE-LIST OR
                           CPL-SANDWICH-ID NOT = ORD-SANDWICH-ID
                           SET EOF-CPL TO TRUE
                       ELSE
                           IF CPL-EFF-DATE <= ORD-DELIVERY-DATE
                               AND CPL-EXPIRY-DATE >=
                                   ORD-DELIVERY-DATE
                               AND CPL-EFF-DATE >= BEST-EFF-DATE
                               MOVE CPL-PRICE TO UNIT-PRICE
                               MOVE CPL-EFF-DATE TO BEST-EFF-DATE
                               MOVE "Y" TO CONTRACT-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> THE BILLING DETAILS ARE THOSE OF THE CUSTOMER RECORD THE
      *> PASS IS STANDING ON; THE EVENT NAME COMES FROM FXEVENT
       660-CUSTOMER-HEADER SECTION.
           MOVE CUST-NAME TO HDR-DESIGNATION
           MOVE CUST-ADDRESS1 TO HDR-ADDRESS
           MOVE CUST-TOWN TO HDR-TOWN
           MOVE CUST-NIF TO HDR-NIF
           MOVE SPACES TO HDR-EVENT-NAME
           IF EVT-STATUS-FS = ZERO
               MOVE SCHOOL-IX TO EVT-CUST-ID
               MOVE EVENT-DATE TO EVT-DATE
               READ FXEVENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EVT-NAME TO HDR-EVENT-NAME
               END-READ
           END-IF
       EXIT SECTION.
