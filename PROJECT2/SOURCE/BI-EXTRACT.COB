      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    ANALYTICAL EXTRACT - WRITES ";"-DELIMITED FACT AND
      *    DIMENSION FILES FOR THE OWNER'S SPREADSHEET OR BI TOOL, ONE
      *    FILE PER SUBJECT WITH A HEADER ROW OF COLUMN NAMES:
      *      FACTS      BIORDLINE  DAILY ORDER LINES (FXORDERS)
      *                 BIINVLINE  SCHOOL INVOICE LINES
      *                 BICREDIT   CREDIT NOTES
      *                 BIRECEIPT  GOODS RECEIVED ON ORDER LINES
      *                 BILOT      INGREDIENT LOTS AS RECEIVED
      *                 BISTOCKMOV STOCK MOVEMENTS
      *                 BIWASTE    WASTE
      *                 BICASHSALE COUNTER CASH SALES
      *      DIMENSIONS BISCHOOL, BICOUNCIL, BISANDWICH, BIINGRED,
      *                 BICATEGORY, BISUPPLIER AND BIDATE
      *    EVERY FILE IS KEYED BY THE SAME IDS AS THE MASTER FILES,
      *    AND EVERY FACT CARRIES A DATE_KEY (YYYYMMDD) INTO BIDATE.
      *    A RUN IS INCREMENTAL: ONLY RECORDS CHANGED SINCE THE LAST
      *    EXTRACT (BY THEIR LAST-CHANGED DATE, OR THE MOVEMENT DATE)
      *    ARE WRITTEN, SO THE TOOL LOADS EACH FILE AS AN UPSERT ON
      *    ITS KEY COLUMNS. A FULL RELOAD WRITES EVERYTHING AND IS
      *    FORCED WHEN THERE IS NO PREVIOUS EXTRACT. THE DATE OF THE
      *    LAST EXTRACT IS KEPT IN BIEXTRACT.DAT, AND THE ROWS WRITTEN
      *    TO EACH FILE ARE ENTERED ON THE RUN LOG. RUN AS A NIGHTRUN
      *    STEP.
      *    A CANCELLED INVOICE KEEPS ITS LINES WITH STATUS "X"; A
      *    CANCELLED CREDIT NOTE IS WRITTEN AGAIN WITH NO QUANTITY AND
      *    NO AMOUNT, SO THE UPSERT CLEARS IT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BI-EXTRACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

               SELECT FXINGLOT ASSIGN TO "FXINGLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-ID
                   FILE STATUS LOT-STATUS-FS.

               SELECT FXSTOCKMOV ASSIGN TO "FXSTOCKMOV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MOV-KEY
                   FILE STATUS MOV-STATUS-FS.

               SELECT FXWASTE ASSIGN TO "FXWASTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WST-ID
                   FILE STATUS WST-STATUS-FS.

               SELECT FXCASHSALE ASSIGN TO "FXCASHSALE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSH-ID
                   FILE STATUS CSH-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS-FS.

               SELECT FXCOUNCIL ASSIGN TO "FXCOUNCIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CNCL-ID
                   FILE STATUS CNCL-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SAND-STATUS-FS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS-FS.

               SELECT FXCATEGO ASSIGN TO "FXCATEGORIES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CATEGORY-ID
                   FILE STATUS CATE-STATUS-FS.

               SELECT FXSUPPLY ASSIGN TO "FXSUPPLIERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPPLIER-ID
                   FILE STATUS SUPP-STATUS-FS.

               SELECT BIX-CONTROL ASSIGN TO "BIEXTRACT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS BIX-STATUS.

               SELECT BI-FILE ASSIGN TO BI-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS BI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXPURCHORD.
           COPY FD-PURCHORD.
       FD FXPOLINES.
           COPY FD-POLINE.
       FD FXINGLOT.
           COPY FD-INGLOT.
       FD FXSTOCKMOV.
           COPY FD-STOCKMOV.
       FD FXWASTE.
           COPY FD-WASTE.
       FD FXCASHSALE.
           COPY FD-CASHSALE.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCOUNCIL.
           COPY FD-COUNCIL.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXCATEGO.
           COPY CATEGORYFX.
       FD FXSUPPLY.
           COPY SUPPLIERFX.
       FD BIX-CONTROL.
       01  BIX-RECORD.
           05  BIX-LAST-DATE                PIC 9(008).
           05  BIX-LAST-STAMP               PIC 9(014).
       FD BI-FILE.
       01  BI-LINE                          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.

       78  MODULE-NAME-VIEW    VALUE "ANALYTICAL EXTRACT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  ASK-RELOAD          VALUE "FULL RELOAD? (Y/N):".
       78  FIRST-EXTRACT-TEXT
           VALUE "NO PREVIOUS EXTRACT - A FULL RELOAD WILL BE WRITTEN".
       78  EXTRACT-DONE
           VALUE "ANALYTICAL EXTRACT WRITTEN, ROWS ON THE RUN LOG, PRE"-
           "SS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       78  HEAD-ORDLINE
           VALUE "SCHOOL_ID;DATE_KEY;SANDWICH_ID;VARIANT_NO;QTY;STATUS"-
           ";DISPATCH_NOTE;INVOICE_NO".
       78  HEAD-INVLINE
           VALUE "INVOICE_ID;LINE_NO;SCHOOL_ID;DATE_KEY;SANDWICH_ID;DI"-
           "SPATCH_NOTE;QTY;UNIT_PRICE;AMOUNT;INVOICE_STATUS".
       78  HEAD-CREDIT
           VALUE "CREDIT_ID;SCHOOL_ID;INVOICE_ID;LINE_NO;SANDWICH_ID;D"-
           "ATE_KEY;QTY;UNIT_PRICE;AMOUNT;REASON_CODE".
       78  HEAD-RECEIPT
           VALUE "PO_ID;LINE_NO;SUPPLIER_ID;ING_ID;DATE_KEY;QTY_RECEIV"-
           "ED;UNIT_PRICE;LANDED_PRICE;VALUE;CURRENCY;DELIVERY_NOTE".
       78  HEAD-LOT
           VALUE "ING_ID;LOT_NO;DATE_KEY;EXPIRY_DATE;QTY_REMAINING;QC_"-
           "STATUS".
       78  HEAD-STOCKMOV
           VALUE "ING_ID;DATE_KEY;TIME;SEQ;MOVE_TYPE;LOCATION;QTY;REFE"-
           "RENCE".
       78  HEAD-WASTE
           VALUE "WASTE_ID;DATE_KEY;ITEM_TYPE;ITEM_ID;QTY;REASON_ID;CO"-
           "ST".
       78  HEAD-CASHSALE
           VALUE "SALE_ID;DATE_KEY;SANDWICH_ID;QTY;UNIT_PRICE;AMOUNT".
       78  HEAD-SCHOOL
           VALUE "SCHOOL_ID;NAME;TOWN;POSTAL_CODE;COUNCIL_ID;SITE;ACTI"-
           "VE".
       78  HEAD-COUNCIL
           VALUE "COUNCIL_ID;NAME;TOWN;ACTIVE".
       78  HEAD-SANDWICH
           VALUE "SANDWICH_ID;NAME;CATEGORY_ID;PRICE;COST;TAX_CODE;ACT"-
           "IVE".
       78  HEAD-INGRED
           VALUE "ING_ID;NAME;CATEGORY_ID;SUPPLIER_UNIT;SANDWICH_UNIT;"-
           "ALLERGEN;VEGETARIAN;VEGAN;ACTIVE".
       78  HEAD-CATEGORY
           VALUE "CATEGORY_ID;NAME;ACTIVE".
       78  HEAD-SUPPLIER
           VALUE "SUPPLIER_ID;NAME;TOWN;PAYMENT_TERMS;ACTIVE".
       78  HEAD-DATE
           VALUE "DATE_KEY;YEAR;QUARTER;MONTH;DAY;DAY_OF_WEEK;WEEKEND".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  LOT-STATUS-FS                    PIC 9(002).
       77  MOV-STATUS-FS                    PIC 9(002).
       77  WST-STATUS-FS                    PIC 9(002).
       77  CSH-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS-FS                 PIC 9(002).
       77  CNCL-STATUS-FS                   PIC 9(002).
       77  SAND-STATUS-FS                   PIC 9(002).
       77  INGRED-STATUS-FS                 PIC 9(002).
       77  CATE-STATUS-FS                   PIC 9(002).
       77  SUPP-STATUS-FS                   PIC 9(002).
       77  BIX-STATUS                       PIC 9(002).
       77  BI-STATUS                        PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  SOURCE-EOF-FLAG                  PIC X(001).
           88  EOF-SOURCE                   VALUE "Y".
       01  SCHIL-EOF-FLAG                   PIC X(001).
           88  EOF-SCHIL                    VALUE "Y".

       01  RELOAD-ANSWER                    PIC X(001) VALUE "N".
           88  RELOAD-YES                   VALUE "Y" "y".
       01  FIRST-EXTRACT                    PIC X(001).
           88  FIRST-EXTRACT-YES            VALUE "Y".
       01  SINCE-DATE                       PIC 9(008).
       01  TODAY-DATE                       PIC 9(008).
       01  RUN-START-STAMP                  PIC 9(014).
       01  BI-FILENAME                      PIC X(040).
       01  BI-BASE-NAME                     PIC X(010).
       01  BI-HEADER-TEXT                   PIC X(200).
       77  READ-COUNT                       PIC 9(007).
       77  ROW-COUNT                        PIC 9(007).

      *> THE DATE DIMENSION SPANS EVERY FACT DATE WRITTEN THIS RUN
       01  FACT-DATE                        PIC 9(008).
       01  DATE-LOW                         PIC 9(008).
       01  DATE-HIGH                        PIC 9(008).
       01  DAY-INT                          PIC 9(007).
       01  DAY-INT-LOW                      PIC 9(007).
       01  DAY-INT-HIGH                     PIC 9(007).
       01  CAL-DATE                         PIC 9(008).
       01  CAL-DATE-R REDEFINES CAL-DATE.
           05  CAL-YEAR                     PIC 9(004).
           05  CAL-MONTH                    PIC 9(002).
           05  CAL-DAY                      PIC 9(002).
       01  RECEIPT-PRICE                    PIC 9(003)V9999.

       01  ORDLINE-ROW.
           05  ORDR-SCHOOL-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  ORDR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  ORDR-SANDWICH-ID             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  ORDR-VARIANT-NO              PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  ORDR-QTY                     PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  ORDR-STATUS                  PIC X(001).
           05  FILLER                       PIC X(001) VALUE ";".
           05  ORDR-DISPATCH-NOTE           PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  ORDR-INVOICE-NO              PIC 9(006).

       01  INVLINE-ROW.
           05  INVR-INVOICE-ID              PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-LINE-NO                 PIC 9(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-SCHOOL-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-SANDWICH-ID             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-DISPATCH-NOTE           PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-QTY                     PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-UNIT-PRICE              PIC 9(003).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-AMOUNT                  PIC 9(007).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  INVR-STATUS                  PIC X(001).

       01  CREDIT-ROW.
           05  CRNR-ID                      PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-SCHOOL-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-INVOICE-ID              PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-LINE-NO                 PIC 9(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-SANDWICH-ID             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-QTY                     PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-UNIT-PRICE              PIC 9(003).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-AMOUNT                  PIC 9(007).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  CRNR-REASON-CODE             PIC 9(003).

       01  RECEIPT-ROW.
           05  RCPR-PO-ID                   PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-LINE-NO                 PIC 9(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-SUPPLIER-ID             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-ING-ID                  PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-QTY                     PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-UNIT-PRICE              PIC 9(003).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-LANDED-PRICE            PIC 9(003).9999.
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-VALUE                   PIC 9(007).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-CURRENCY                PIC X(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  RCPR-DELIV-NOTE              PIC X(010).

       01  LOT-ROW.
           05  LOTR-ING-ID                  PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  LOTR-LOT-NO                  PIC X(010).
           05  FILLER                       PIC X(001) VALUE ";".
           05  LOTR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  LOTR-EXPIRY-DATE             PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  LOTR-QTY-REMAINING           PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  LOTR-QC-STATUS               PIC X(001).

       01  STOCKMOV-ROW.
           05  MOVR-ING-ID                  PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  MOVR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  MOVR-TIME                    PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  MOVR-SEQ                     PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  MOVR-TYPE                    PIC X(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  MOVR-LOCATION                PIC X(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  MOVR-QTY                     PIC -9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  MOVR-REFERENCE               PIC X(012).

       01  WASTE-ROW.
           05  WSTR-ID                      PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  WSTR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  WSTR-TYPE                    PIC X(001).
           05  FILLER                       PIC X(001) VALUE ";".
           05  WSTR-ITEM-ID                 PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  WSTR-QTY                     PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  WSTR-REASON-ID               PIC 9(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  WSTR-COST                    PIC 9(007).99.

       01  CASHSALE-ROW.
           05  CSHR-ID                      PIC 9(006).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CSHR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CSHR-SANDWICH-ID             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CSHR-QTY                     PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CSHR-UNIT-PRICE              PIC 9(003).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  CSHR-AMOUNT                  PIC 9(007).99.

       01  SCHOOL-ROW.
           05  SCHR-ID                      PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SCHR-NAME                    PIC X(050).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SCHR-TOWN                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SCHR-POSTAL-CODE             PIC 9(007).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SCHR-COUNCIL-ID              PIC 9(004).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SCHR-SITE                    PIC X(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SCHR-ACTIVE                  PIC 9(001).

       01  COUNCIL-ROW.
           05  CNCR-ID                      PIC 9(004).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CNCR-NAME                    PIC X(040).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CNCR-TOWN                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CNCR-ACTIVE                  PIC 9(001).

       01  SANDWICH-ROW.
           05  SNDR-ID                      PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SNDR-NAME                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SNDR-CATEGORY-ID             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SNDR-PRICE                   PIC 9(003).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  SNDR-COST                    PIC 9(003).99.
           05  FILLER                       PIC X(001) VALUE ";".
           05  SNDR-TAX-CODE                PIC X(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SNDR-ACTIVE                  PIC 9(001).

       01  INGRED-ROW.
           05  INGR-ID                      PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-NAME                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-CATEGORY-ID             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-UNIT-SUPPLIER           PIC X(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-UNIT-SANDWICH           PIC X(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-ALLERGEN                PIC 9(001).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-VEGETARIAN              PIC 9(001).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-VEGAN                   PIC 9(001).
           05  FILLER                       PIC X(001) VALUE ";".
           05  INGR-ACTIVE                  PIC 9(001).

       01  CATEGORY-ROW.
           05  CATR-ID                      PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CATR-NAME                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE ";".
           05  CATR-ACTIVE                  PIC 9(001).

       01  SUPPLIER-ROW.
           05  SUPR-ID                      PIC 9(005).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SUPR-NAME                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SUPR-TOWN                    PIC X(030).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SUPR-PAYMENT-TERMS           PIC 9(003).
           05  FILLER                       PIC X(001) VALUE ";".
           05  SUPR-ACTIVE                  PIC 9(001).

       01  DATE-ROW.
           05  DATR-DATE-KEY                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE ";".
           05  DATR-YEAR                    PIC 9(004).
           05  FILLER                       PIC X(001) VALUE ";".
           05  DATR-QUARTER                 PIC 9(001).
           05  FILLER                       PIC X(001) VALUE ";".
           05  DATR-MONTH                   PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  DATR-DAY                     PIC 9(002).
           05  FILLER                       PIC X(001) VALUE ";".
           05  DATR-DAY-OF-WEEK             PIC 9(001).
           05  FILLER                       PIC X(001) VALUE ";".
           05  DATR-WEEKEND                 PIC X(001).

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
       01  RELOAD-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO.
           05 VALUE SPACES PIC X(060) LINE 12 COL 10.
           05 VALUE ASK-RELOAD LINE 12 COL 12.
           05 SC-RELOAD PIC X(001) LINE 12 COL PLUS 2
               USING RELOAD-ANSWER.
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
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM 100-READ-CONTROL
           IF FIRST-EXTRACT-YES
               MOVE FIRST-EXTRACT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               MOVE ZERO TO SINCE-DATE
           ELSE
               MOVE "N" TO RELOAD-ANSWER
               ACCEPT RELOAD-SCREEN
               IF RELOAD-YES
                   MOVE ZERO TO SINCE-DATE
               END-IF
           END-IF
           MOVE 99999999 TO DATE-LOW
           MOVE ZERO TO DATE-HIGH
           PERFORM 200-EXTRACT-ORDER-LINES
           PERFORM 210-EXTRACT-INVOICE-LINES
           PERFORM 220-EXTRACT-CREDIT-NOTES
           PERFORM 230-EXTRACT-RECEIPTS
           PERFORM 240-EXTRACT-LOTS
           PERFORM 250-EXTRACT-STOCK-MOVES
           PERFORM 260-EXTRACT-WASTE
           PERFORM 270-EXTRACT-CASH-SALES
           PERFORM 300-EXTRACT-SCHOOLS
           PERFORM 310-EXTRACT-COUNCILS
           PERFORM 320-EXTRACT-SANDWICHES
           PERFORM 330-EXTRACT-INGREDIENTS
           PERFORM 340-EXTRACT-CATEGORIES
           PERFORM 350-EXTRACT-SUPPLIERS
           PERFORM 360-EXTRACT-DATES
           PERFORM 400-WRITE-CONTROL
           MOVE EXTRACT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           EXIT PROGRAM.

      *> ABORTS THE PROGRAM WITH A VISIBLE MESSAGE WHEN AN INDEXED
      *> FILE OPEN COMES BACK WITH A STATUS OTHER THAN "SUCCESS" OR
      *> "FILE DOES NOT EXIST YET" (35), INSTEAD OF SILENTLY READING
      *> FROM A HANDLE THAT NEVER ACTUALLY OPENED. THE CONTROL DATE
      *> IS NOT MOVED ON, SO THE NEXT RUN PICKS THE CHANGES UP AGAIN.
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

      *> THE DATE OF THE LAST EXTRACT; RECORDS CHANGED ON THAT DAY
      *> ARE TAKEN AGAIN, SINCE THE DATE STAMPS CARRY NO TIME
       100-READ-CONTROL SECTION.
           MOVE "Y" TO FIRST-EXTRACT
           MOVE ZERO TO SINCE-DATE
           OPEN INPUT BIX-CONTROL
           IF BIX-STATUS = ZERO THEN
               READ BIX-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF BIX-LAST-DATE IS NUMERIC AND
                           BIX-LAST-DATE NOT = ZERO
                           MOVE BIX-LAST-DATE TO SINCE-DATE
                           MOVE "N" TO FIRST-EXTRACT
                       END-IF
               END-READ
           END-IF
           CLOSE BIX-CONTROL
       EXIT SECTION.

       110-OPEN-EXTRACT SECTION.
           MOVE ZERO TO READ-COUNT ROW-COUNT
           MOVE "N" TO SOURCE-EOF-FLAG
           MOVE SPACES TO BI-FILENAME
           STRING BI-BASE-NAME DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO BI-FILENAME
           OPEN OUTPUT BI-FILE
           IF BI-STATUS NOT = ZERO THEN
               MOVE BI-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           WRITE BI-LINE FROM BI-HEADER-TEXT
       EXIT SECTION.

      *> ONE RUN-LOG ENTRY PER FILE: RECORDS READ FROM THE SOURCE AND
      *> ROWS WRITTEN TO THE EXTRACT
       120-CLOSE-EXTRACT SECTION.
           CLOSE BI-FILE
           MOVE SPACES TO RLOG-PROGRAM
           STRING "BI-EXTRACT " DELIMITED BY SIZE
               BI-BASE-NAME DELIMITED BY SPACE
               INTO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE READ-COUNT TO RLOG-PROCESSED
           MOVE ROW-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
       EXIT SECTION.

      *> WIDENS THE DATE DIMENSION TO COVER FACT-DATE
       130-NOTE-FACT-DATE SECTION.
           IF FACT-DATE < 19000101 OR
               FUNCTION TEST-DATE-YYYYMMDD (FACT-DATE) NOT = ZERO
               EXIT SECTION
           END-IF
           IF FACT-DATE < DATE-LOW
               MOVE FACT-DATE TO DATE-LOW
           END-IF
           IF FACT-DATE > DATE-HIGH
               MOVE FACT-DATE TO DATE-HIGH
           END-IF
       EXIT SECTION.

       200-EXTRACT-ORDER-LINES SECTION.
           MOVE "BIORDLINE" TO BI-BASE-NAME
           MOVE HEAD-ORDLINE TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO AND ORD-STATUS-FS NOT = 35 THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF ORD-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF ORD-LAST-DATE >= SINCE-DATE
                           MOVE ORD-SCHOOL-ID TO ORDR-SCHOOL-ID
                           MOVE ORD-DELIVERY-DATE TO ORDR-DATE-KEY
                           MOVE ORD-SANDWICH-ID TO ORDR-SANDWICH-ID
                           MOVE ORD-VARIANT-NO TO ORDR-VARIANT-NO
                           MOVE ORD-QTY TO ORDR-QTY
                           MOVE ORD-STATUS TO ORDR-STATUS
                           MOVE ORD-DISPATCH-NOTE
                               TO ORDR-DISPATCH-NOTE
                           MOVE ORD-INVOICE-NO TO ORDR-INVOICE-NO
                           WRITE BI-LINE FROM ORDLINE-ROW
                           ADD 1 TO ROW-COUNT
                           MOVE ORD-DELIVERY-DATE TO FACT-DATE
                           PERFORM 130-NOTE-FACT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

      *> A LINE IS TAKEN AGAIN WHEN ITS INVOICE CHANGED (PAYMENT OR
      *> WRITE-OFF MOVES THE STATUS) AS WELL AS WHEN THE LINE DID
       210-EXTRACT-INVOICE-LINES SECTION.
           MOVE "BIINVLINE" TO BI-BASE-NAME
           MOVE HEAD-INVLINE TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO AND
               SCHINV-STATUS-FS NOT = 35 THEN
               MOVE SCHINV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXSCHINVLN
           IF SCHIL-STATUS-FS NOT = ZERO AND
               SCHIL-STATUS-FS NOT = 35 THEN
               MOVE SCHIL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SCHINV-STATUS-FS = 35 OR SCHIL-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXSCHINV NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       PERFORM 215-INVOICE-LINES
               END-READ
           END-PERFORM
           CLOSE FXSCHINVLN
           CLOSE FXSCHINV
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       215-INVOICE-LINES SECTION.
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
                           ADD 1 TO READ-COUNT
                           IF SCHINV-LAST-DATE >= SINCE-DATE OR
                               SCHIL-LAST-DATE >= SINCE-DATE
                               PERFORM 216-WRITE-INVOICE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       216-WRITE-INVOICE-LINE SECTION.
           MOVE SCHIL-INV-ID TO INVR-INVOICE-ID
           MOVE SCHIL-LINE-NO TO INVR-LINE-NO
           MOVE SCHINV-SCHOOL-ID TO INVR-SCHOOL-ID
           MOVE SCHIL-DELIVERY-DATE TO INVR-DATE-KEY
           MOVE SCHIL-SANDWICH-ID TO INVR-SANDWICH-ID
           MOVE SCHIL-DISPATCH-NOTE TO INVR-DISPATCH-NOTE
           MOVE SCHIL-QTY TO INVR-QTY
           MOVE SCHIL-UNIT-PRICE TO INVR-UNIT-PRICE
           MOVE SCHIL-AMOUNT TO INVR-AMOUNT
           MOVE SCHINV-STATUS TO INVR-STATUS
           WRITE BI-LINE FROM INVLINE-ROW
           ADD 1 TO ROW-COUNT
           MOVE SCHIL-DELIVERY-DATE TO FACT-DATE
           PERFORM 130-NOTE-FACT-DATE
       EXIT SECTION.

       220-EXTRACT-CREDIT-NOTES SECTION.
           MOVE "BICREDIT" TO BI-BASE-NAME
           MOVE HEAD-CREDIT TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO AND CRN-STATUS-FS NOT = 35 THEN
               MOVE CRN-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF CRN-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXCREDNOTE NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF CRN-LAST-DATE >= SINCE-DATE
                           MOVE CRN-ID TO CRNR-ID
                           MOVE CRN-SCHOOL-ID TO CRNR-SCHOOL-ID
                           MOVE CRN-INV-ID TO CRNR-INVOICE-ID
                           MOVE CRN-INV-LINE-NO TO CRNR-LINE-NO
                           MOVE CRN-SANDWICH-ID TO CRNR-SANDWICH-ID
                           MOVE CRN-DATE TO CRNR-DATE-KEY
                           MOVE CRN-QTY TO CRNR-QTY
                           MOVE CRN-UNIT-PRICE TO CRNR-UNIT-PRICE
                           MOVE CRN-AMOUNT TO CRNR-AMOUNT
                           IF CRN-STATUS-CANCELLED
                               MOVE ZERO TO CRNR-QTY CRNR-AMOUNT
                           END-IF
                           MOVE CRN-REASON-CODE TO CRNR-REASON-CODE
                           WRITE BI-LINE FROM CREDIT-ROW
                           ADD 1 TO ROW-COUNT
                           MOVE CRN-DATE TO FACT-DATE
                           PERFORM 130-NOTE-FACT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCREDNOTE
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

      *> AN ORDER LINE WITH ANY QUANTITY BOOKED IN; ITS LAST-CHANGED
      *> DATE IS THE DATE OF THE LATEST RECEIPT AGAINST IT. THE VALUE
      *> IS AT THE LANDED PRICE WHEN CHARGES HAVE BEEN SPREAD ON IT.
       230-EXTRACT-RECEIPTS SECTION.
           MOVE "BIRECEIPT" TO BI-BASE-NAME
           MOVE HEAD-RECEIPT TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXPURCHORD
           IF PO-STATUS-FS NOT = ZERO AND PO-STATUS-FS NOT = 35 THEN
               MOVE PO-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXPOLINES
           IF POL-STATUS-FS NOT = ZERO AND POL-STATUS-FS NOT = 35 THEN
               MOVE POL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF POL-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXPOLINES NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF POL-QTY-RECEIVED > ZERO AND
                           POL-LAST-DATE >= SINCE-DATE
                           PERFORM 235-WRITE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXPOLINES
           CLOSE FXPURCHORD
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       235-WRITE-RECEIPT SECTION.
           MOVE ZERO TO RCPR-SUPPLIER-ID
           IF PO-STATUS-FS NOT = 35
               MOVE POL-PO-ID TO PO-ID
               READ FXPURCHORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PO-SUPPLIER-ID TO RCPR-SUPPLIER-ID
               END-READ
           END-IF
           MOVE POL-PO-ID TO RCPR-PO-ID
           MOVE POL-LINE-NO TO RCPR-LINE-NO
           MOVE POL-ING-ID TO RCPR-ING-ID
           MOVE POL-LAST-DATE TO RCPR-DATE-KEY
           MOVE POL-QTY-RECEIVED TO RCPR-QTY
           MOVE POL-PRICE TO RCPR-UNIT-PRICE
           MOVE POL-LANDED-PRICE TO RCPR-LANDED-PRICE
           IF POL-LANDED-PRICE NOT = ZERO
               MOVE POL-LANDED-PRICE TO RECEIPT-PRICE
           ELSE
               MOVE POL-PRICE TO RECEIPT-PRICE
           END-IF
           COMPUTE RCPR-VALUE ROUNDED =
               POL-QTY-RECEIVED * RECEIPT-PRICE
           MOVE POL-CURRENCY TO RCPR-CURRENCY
           MOVE POL-DELIV-NOTE TO RCPR-DELIV-NOTE
           INSPECT RCPR-DELIV-NOTE REPLACING ALL ";" BY ","
           WRITE BI-LINE FROM RECEIPT-ROW
           ADD 1 TO ROW-COUNT
           MOVE POL-LAST-DATE TO FACT-DATE
           PERFORM 130-NOTE-FACT-DATE
       EXIT SECTION.

       240-EXTRACT-LOTS SECTION.
           MOVE "BILOT" TO BI-BASE-NAME
           MOVE HEAD-LOT TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXINGLOT
           IF LOT-STATUS-FS NOT = ZERO AND LOT-STATUS-FS NOT = 35 THEN
               MOVE LOT-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF LOT-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXINGLOT NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF LOT-LAST-DATE >= SINCE-DATE
                           MOVE LOT-ING-ID TO LOTR-ING-ID
                           MOVE LOT-NO TO LOTR-LOT-NO
                           INSPECT LOTR-LOT-NO
                               REPLACING ALL ";" BY ","
                           MOVE LOT-RECEIPT-DATE TO LOTR-DATE-KEY
                           MOVE LOT-EXPIRY-DATE TO LOTR-EXPIRY-DATE
                           MOVE LOT-QTY-REMAINING
                               TO LOTR-QTY-REMAINING
                           MOVE LOT-QC-STATUS TO LOTR-QC-STATUS
                           WRITE BI-LINE FROM LOT-ROW
                           ADD 1 TO ROW-COUNT
                           MOVE LOT-RECEIPT-DATE TO FACT-DATE
                           PERFORM 130-NOTE-FACT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINGLOT
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

      *> MOVEMENTS ARE NEVER CHANGED ONCE WRITTEN, SO THEIR OWN DATE
      *> DECIDES WHETHER THEY ARE NEW; THE QUANTITY CARRIES THE SIGN
       250-EXTRACT-STOCK-MOVES SECTION.
           MOVE "BISTOCKMOV" TO BI-BASE-NAME
           MOVE HEAD-STOCKMOV TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXSTOCKMOV
           IF MOV-STATUS-FS NOT = ZERO AND MOV-STATUS-FS NOT = 35 THEN
               MOVE MOV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF MOV-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXSTOCKMOV NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF MOV-DATE >= SINCE-DATE
                           MOVE MOV-ING-ID TO MOVR-ING-ID
                           MOVE MOV-DATE TO MOVR-DATE-KEY
                           MOVE MOV-TIME TO MOVR-TIME
                           MOVE MOV-SEQ TO MOVR-SEQ
                           MOVE MOV-TYPE TO MOVR-TYPE
                           MOVE MOV-LOCATION TO MOVR-LOCATION
                           IF MOV-SIGN-MINUS
                               COMPUTE MOVR-QTY = ZERO - MOV-QTY
                           ELSE
                               MOVE MOV-QTY TO MOVR-QTY
                           END-IF
                           MOVE MOV-REFERENCE TO MOVR-REFERENCE
                           INSPECT MOVR-REFERENCE
                               REPLACING ALL ";" BY ","
                           WRITE BI-LINE FROM STOCKMOV-ROW
                           ADD 1 TO ROW-COUNT
                           MOVE MOV-DATE TO FACT-DATE
                           PERFORM 130-NOTE-FACT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSTOCKMOV
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       260-EXTRACT-WASTE SECTION.
           MOVE "BIWASTE" TO BI-BASE-NAME
           MOVE HEAD-WASTE TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXWASTE
           IF WST-STATUS-FS NOT = ZERO AND WST-STATUS-FS NOT = 35 THEN
               MOVE WST-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF WST-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXWASTE NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF WST-LAST-DATE >= SINCE-DATE
                           MOVE WST-ID TO WSTR-ID
                           MOVE WST-DATE TO WSTR-DATE-KEY
                           MOVE WST-TYPE TO WSTR-TYPE
                           MOVE WST-ITEM-ID TO WSTR-ITEM-ID
                           MOVE WST-QTY TO WSTR-QTY
                           MOVE WST-REASON-ID TO WSTR-REASON-ID
                           MOVE WST-COST TO WSTR-COST
                           WRITE BI-LINE FROM WASTE-ROW
                           ADD 1 TO ROW-COUNT
                           MOVE WST-DATE TO FACT-DATE
                           PERFORM 130-NOTE-FACT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXWASTE
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       270-EXTRACT-CASH-SALES SECTION.
           MOVE "BICASHSALE" TO BI-BASE-NAME
           MOVE HEAD-CASHSALE TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXCASHSALE
           IF CSH-STATUS-FS NOT = ZERO AND CSH-STATUS-FS NOT = 35 THEN
               MOVE CSH-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF CSH-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXCASHSALE NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF CSH-LAST-DATE >= SINCE-DATE
                           MOVE CSH-ID TO CSHR-ID
                           MOVE CSH-DATE TO CSHR-DATE-KEY
                           MOVE CSH-SANDWICH-ID TO CSHR-SANDWICH-ID
                           MOVE CSH-QTY TO CSHR-QTY
                           MOVE CSH-UNIT-PRICE TO CSHR-UNIT-PRICE
                           MOVE CSH-AMOUNT TO CSHR-AMOUNT
                           WRITE BI-LINE FROM CASHSALE-ROW
                           ADD 1 TO ROW-COUNT
                           MOVE CSH-DATE TO FACT-DATE
                           PERFORM 130-NOTE-FACT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCASHSALE
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       300-EXTRACT-SCHOOLS SECTION.
           MOVE "BISCHOOL" TO BI-BASE-NAME
           MOVE HEAD-SCHOOL TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS-FS NOT = ZERO AND
               SCHOOL-STATUS-FS NOT = 35 THEN
               MOVE SCHOOL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SCHOOL-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXSCHOOL NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF SCHOOL-LAST-DATE >= SINCE-DATE
                           MOVE SCHOOL-ID TO SCHR-ID
                           MOVE SCHOOL-DESIGNATION1 TO SCHR-NAME
                           MOVE SCHOOL-TOWN TO SCHR-TOWN
                           INSPECT SCHR-NAME REPLACING ALL ";" BY ","
                           INSPECT SCHR-TOWN REPLACING ALL ";" BY ","
                           MOVE SCHOOL-POSTAL-CODE TO SCHR-POSTAL-CODE
                           MOVE SCHOOL-COUNCIL-ID TO SCHR-COUNCIL-ID
                           MOVE SCHOOL-SITE TO SCHR-SITE
                           MOVE SCHOOL-IS-ACTIVE TO SCHR-ACTIVE
                           WRITE BI-LINE FROM SCHOOL-ROW
                           ADD 1 TO ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHOOL
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       310-EXTRACT-COUNCILS SECTION.
           MOVE "BICOUNCIL" TO BI-BASE-NAME
           MOVE HEAD-COUNCIL TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXCOUNCIL
           IF CNCL-STATUS-FS NOT = ZERO AND CNCL-STATUS-FS NOT = 35 THEN
               MOVE CNCL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF CNCL-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXCOUNCIL NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF CNCL-LAST-DATE >= SINCE-DATE
                           MOVE CNCL-ID TO CNCR-ID
                           MOVE CNCL-NAME TO CNCR-NAME
                           MOVE CNCL-TOWN TO CNCR-TOWN
                           INSPECT CNCR-NAME REPLACING ALL ";" BY ","
                           INSPECT CNCR-TOWN REPLACING ALL ";" BY ","
                           MOVE CNCL-IS-ACTIVE TO CNCR-ACTIVE
                           WRITE BI-LINE FROM COUNCIL-ROW
                           ADD 1 TO ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCOUNCIL
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       320-EXTRACT-SANDWICHES SECTION.
           MOVE "BISANDWICH" TO BI-BASE-NAME
           MOVE HEAD-SANDWICH TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXSANDWICH
           IF SAND-STATUS-FS NOT = ZERO AND SAND-STATUS-FS NOT = 35 THEN
               MOVE SAND-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SAND-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXSANDWICH NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF SANDWICH-LAST-DATE >= SINCE-DATE
                           MOVE SANDWICH-ID TO SNDR-ID
                           MOVE SANDWICH-NAME TO SNDR-NAME
                           INSPECT SNDR-NAME REPLACING ALL ";" BY ","
                           MOVE SANDWICH-CATEGORY-ID
                               TO SNDR-CATEGORY-ID
                           MOVE SANDWICH-PRICE TO SNDR-PRICE
                           MOVE SANDWICH-COST TO SNDR-COST
                           MOVE SANDWICH-TAX-CODE TO SNDR-TAX-CODE
                           MOVE SANDWICH-IS-ACTIVE TO SNDR-ACTIVE
                           WRITE BI-LINE FROM SANDWICH-ROW
                           ADD 1 TO ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSANDWICH
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       330-EXTRACT-INGREDIENTS SECTION.
           MOVE "BIINGRED" TO BI-BASE-NAME
           MOVE HEAD-INGRED TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXINGRED
           IF INGRED-STATUS-FS NOT = ZERO AND
               INGRED-STATUS-FS NOT = 35 THEN
               MOVE INGRED-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF INGRED-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXINGRED NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF INGREDS-LAST-DATE >= SINCE-DATE
                           MOVE INGREDS-ID TO INGR-ID
                           MOVE INGREDS-NAME TO INGR-NAME
                           INSPECT INGR-NAME REPLACING ALL ";" BY ","
                           MOVE INGREDS-CATEGORY-ID
                               TO INGR-CATEGORY-ID
                           MOVE INGREDS-UNIT-SUPPLIER
                               TO INGR-UNIT-SUPPLIER
                           MOVE INGREDS-UNIT-SANDWICH
                               TO INGR-UNIT-SANDWICH
                           MOVE INGREDS-IS-ALLERGEN TO INGR-ALLERGEN
                           MOVE INGREDS-IS-VEGETARIAN
                               TO INGR-VEGETARIAN
                           MOVE INGREDS-IS-VEGAN TO INGR-VEGAN
                           MOVE INGREDS-IS-ACTIVE TO INGR-ACTIVE
                           WRITE BI-LINE FROM INGRED-ROW
                           ADD 1 TO ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINGRED
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       340-EXTRACT-CATEGORIES SECTION.
           MOVE "BICATEGORY" TO BI-BASE-NAME
           MOVE HEAD-CATEGORY TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXCATEGO
           IF CATE-STATUS-FS NOT = ZERO AND CATE-STATUS-FS NOT = 35 THEN
               MOVE CATE-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF CATE-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXCATEGO NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF CATEGORY-LAST-DATE >= SINCE-DATE
                           MOVE CATEGORY-ID TO CATR-ID
                           MOVE CATEGORY-NAME TO CATR-NAME
                           INSPECT CATR-NAME REPLACING ALL ";" BY ","
                           MOVE CATEGORY-IS-ACTIVE TO CATR-ACTIVE
                           WRITE BI-LINE FROM CATEGORY-ROW
                           ADD 1 TO ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCATEGO
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

       350-EXTRACT-SUPPLIERS SECTION.
           MOVE "BISUPPLIER" TO BI-BASE-NAME
           MOVE HEAD-SUPPLIER TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           OPEN INPUT FXSUPPLY
           IF SUPP-STATUS-FS NOT = ZERO AND SUPP-STATUS-FS NOT = 35 THEN
               MOVE SUPP-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF SUPP-STATUS-FS = 35 THEN
               SET EOF-SOURCE TO TRUE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ FXSUPPLY NEXT RECORD
                   AT END SET EOF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF SUPPLIER-LAST-DATE >= SINCE-DATE
                           MOVE SUPPLIER-ID TO SUPR-ID
                           MOVE SUPPLIER-NAME TO SUPR-NAME
                           MOVE SUPPLIER-TOWN TO SUPR-TOWN
                           INSPECT SUPR-NAME REPLACING ALL ";" BY ","
                           INSPECT SUPR-TOWN REPLACING ALL ";" BY ","
                           MOVE SUPPLIER-PAYMENT-TERMS
                               TO SUPR-PAYMENT-TERMS
                           MOVE SUPPLIER-IS-ACTIVE TO SUPR-ACTIVE
                           WRITE BI-LINE FROM SUPPLIER-ROW
                           ADD 1 TO ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPLY
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

      *> ONE ROW PER CALENDAR DAY FROM THE EARLIEST TO THE LATEST
      *> FACT DATE WRITTEN THIS RUN; DAY 1 OF THE WEEK IS MONDAY
       360-EXTRACT-DATES SECTION.
           MOVE "BIDATE" TO BI-BASE-NAME
           MOVE HEAD-DATE TO BI-HEADER-TEXT
           PERFORM 110-OPEN-EXTRACT
           IF DATE-HIGH NOT = ZERO
               COMPUTE DAY-INT-LOW =
                   FUNCTION INTEGER-OF-DATE (DATE-LOW)
               COMPUTE DAY-INT-HIGH =
                   FUNCTION INTEGER-OF-DATE (DATE-HIGH)
               PERFORM VARYING DAY-INT FROM DAY-INT-LOW BY 1
                   UNTIL DAY-INT > DAY-INT-HIGH
                   ADD 1 TO READ-COUNT
                   COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (DAY-INT)
                   MOVE CAL-DATE TO DATR-DATE-KEY
                   MOVE CAL-YEAR TO DATR-YEAR
                   COMPUTE DATR-QUARTER = (CAL-MONTH + 2) / 3
                   MOVE CAL-MONTH TO DATR-MONTH
                   MOVE CAL-DAY TO DATR-DAY
                   COMPUTE DATR-DAY-OF-WEEK =
                       FUNCTION MOD (DAY-INT - 1, 7) + 1
                   IF DATR-DAY-OF-WEEK > 5
                       MOVE "Y" TO DATR-WEEKEND
                   ELSE
                       MOVE "N" TO DATR-WEEKEND
                   END-IF
                   WRITE BI-LINE FROM DATE-ROW
                   ADD 1 TO ROW-COUNT
               END-PERFORM
           END-IF
           PERFORM 120-CLOSE-EXTRACT
       EXIT SECTION.

      *> ONLY A RUN THAT REACHED THE END MOVES THE CONTROL DATE ON
       400-WRITE-CONTROL SECTION.
           OPEN OUTPUT BIX-CONTROL
           IF BIX-STATUS NOT = ZERO THEN
               MOVE BIX-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE TODAY-DATE TO BIX-LAST-DATE
           MOVE RUN-START-STAMP TO BIX-LAST-STAMP
           WRITE BIX-RECORD
           CLOSE BIX-CONTROL
       EXIT SECTION.
