      *    MOVPOST WITH THE PRODUCTION DATE AS REFERENCE. A RUN
      *    RECORD ON FXPRODRUN STOPS THE SAME DAY BEING BACKFLUSHED
      *    TWICE.
      *    THE CONFIRMATION ALSO FILES ONE BATCH PER SANDWICH MADE ON
      *    FXPRODBATCH (QUANTITY AND THE RUN'S START/END TIME) AND
      *    DRAWS THE DAY'S ISSUES DOWN THE FXINGLOT LOTS FIRST-
      *    EXPIRED-FIRST-OUT, LINKING EVERY LOT DRAWN TO THE BATCHES
      *    THAT USED THE INGREDIENT ON FXBATCHLOT FOR THE RECALL
      *    TRACE AND THE BATCH INQUIRY.
      *    A RUN IS CONFIRMED PER PRODUCTION SITE: ONLY THE ORDERS OF
      *    THE SCHOOLS THE SITE SUPPLIES ARE EXPLODED, THE ISSUES COME
      *    OUT OF THAT SITE'S KITCHEN LOCATION AND ONLY ITS OWN
      *    RESERVATIONS ARE RELEASED. A SANDWICH MADE AT TWO SITES ON
      *    THE SAME DAY IS ONE BATCH CARRYING BOTH QUANTITIES.
      *    A CATCH-WEIGHT INGREDIENT IS USED BY WEIGHT BUT STOCKED BY
      *    THE PIECE: THE KG THE RECIPES CALL FOR IS TURNED INTO PIECES
      *    AT THE ACTUAL AVERAGE PIECE WEIGHT OF THE LOTS IT WILL BE
      *    DRAWN FROM (THE NOMINAL WEIGHT BEYOND THEM), AND EVERY LOT
      *    DRAWN GIVES UP ITS WEIGHT WITH ITS PIECES.
      *    A MEAL-DEAL BUNDLE IS EXPLODED THROUGH FXBUNDLE: ITS
      *    COMPONENT SANDWICHES ARE MADE (AND BACKFLUSHED) WITH THE
      *    REST, ITS BOUGHT-IN INGREDIENTS ARE ISSUED DIRECT, AND THE
      *    BUNDLE GETS A BATCH OF ITS OWN THAT THE LOTS OF THOSE
      *    INGREDIENTS ARE LINKED TO.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
               SELECT FXPRODRUN ASSIGN TO "FXPRODRUN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRUN-KEY
                   FILE STATUS PRUN-STATUS-FS.

               SELECT FXWASTE ASSIGN TO "FXWASTE"
                   RECORD KEY IS PROP-ID
                   FILE STATUS PROP-STATUS-FS.

               SELECT FXPRODBATCH ASSIGN TO "FXPRODBATCH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PBAT-CODE
                   FILE STATUS PBAT-STATUS-FS.

               SELECT FXBATCHLOT ASSIGN TO "FXBATCHLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BLOT-KEY
                   ALTERNATE RECORD KEY IS BLOT-LOT
                       WITH DUPLICATES
                   FILE STATUS BLOT-STATUS-FS.

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

               SELECT FXINGLOT ASSIGN TO "FXINGLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-ID
                   FILE STATUS LOT-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-WASTE.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXPRODBATCH.
           COPY FD-PRODBATCH.
       FD FXBATCHLOT.
           COPY FD-BATCHLOT.
       FD FXINGLOT.
           COPY FD-INGLOT.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.

       WORKING-STORAGE SECTION.
       COPY WS-ORDERS.
       COPY LK-MOVPOST.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "PRODUCTION CONFIRMATION".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  GEN-TEXT-DATE       VALUE "PRODUCTION DATE:".
       78  GEN-TEXT-SITE       VALUE "SITE (BLANK = 01):".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-INVALID-DATE
           VALUE "INVALID PRODUCTION DATE, TRY AGAIN".
       78  ERROR-ALREADY-CONFIRMED
       78  ERROR-POST-FAILED
           VALUE "AN ISSUE COULD NOT BE POSTED - RUN NOT CONFIRMED, "-
           "CHECK THE MOVEMENT LEDGER BEFORE RETRYING".
       78  GEN-TEXT-START      VALUE "   RUN START (HHMM):".
       78  GEN-TEXT-END        VALUE "     RUN END (HHMM):".
       78  ERROR-INVALID-TIME
           VALUE "INVALID RUN TIME, USE HHMM (E.G. 0630), TRY AGAIN".
       78  MESSAGE-CONFIRM
           VALUE "CONFIRM THIS RUN AS MADE AND ISSUE STOCK? (Y)ES/(N)O".
       78  ERROR-FILE-STATUS-MSG
       01  RSV-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RSV                      VALUE "Y".
       77  FILE-ERROR-STATUS                PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       01  PROD-SITE                        PIC X(002).
       01  PROD-KITCHEN-LOC                 PIC X(002).
       01  CHECK-SCHOOL-ID                  PIC 9(005).
       01  CHECK-SITE                       PIC X(002).
       01  SCHOOL-IN-SITE                   PIC X(001).
           88  SCHOOL-IN-SITE-YES           VALUE "Y".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
           05  ING-NEED OCCURS MAX-ITEM TIMES
               PIC 9(007)V99 VALUE ZERO.
       77  ITEM-IX                          PIC 9(005).
       77  BUN-IX                           PIC 9(002).
       01  BUN-COMP-SAND                    PIC 9(005).
       COPY LK-BUNDLEX.

       01  NEED-SAND-UNITS                  PIC 9(009)V99.
       01  NEED-SUPP-UNITS                  PIC 9(007)V99.
           88  NEXT-VERSION-SAME-YES        VALUE "Y".
       01  RECIPE-ASOF-DATE                 PIC 9(008).

      *> THE RUN'S START AND END (HHMM) ARE FILED ON EVERY BATCH OF
      *> THE DAY; AN END BEFORE THE START IS A RUN PAST MIDNIGHT
       01  RUN-START                        PIC 9(004).
       01  RUN-END                          PIC 9(004).
       01  VALID-TIME-FLAG                  PIC X(001) VALUE "N".
           88  VALID-TIME-YES               VALUE "Y".
       77  PBAT-STATUS-FS                   PIC 9(002).
       77  BLOT-STATUS-FS                   PIC 9(002).
       77  LOT-STATUS-FS                    PIC 9(002).
       01  LOT-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-LOT                      VALUE "Y".
       01  LOTS-OPEN                        PIC X(001).
           88  LOTS-OPEN-YES                VALUE "Y".
      *> WHICH SANDWICH USED WHICH INGREDIENT ON THE DAY - FROM THE
      *> RECIPES IN FORCE, VARIANT SWAPS AND APPROVED SUBSTITUTIONS -
      *> SO EACH LOT DRAWN IS LINKED TO THE RIGHT BATCHES
       78  MAX-USES                         VALUE 3000.
       01  USE-TABLE.
           05  USE-ENTRY OCCURS MAX-USES TIMES.
               10  USE-SAND                 PIC 9(005).
               10  USE-ING                  PIC 9(005).
       01  USE-COUNT                        PIC 9(004) VALUE ZERO.
       77  USE-IX                           PIC 9(004).
       77  USE-IX2                          PIC 9(004).
       77  USE-LIMIT                        PIC 9(004).
       01  USE-NEW-SAND                     PIC 9(005).
       01  USE-NEW-ING                      PIC 9(005).
       01  USE-ALREADY                      PIC X(001).
           88  USE-ALREADY-YES              VALUE "Y".
       78  MAX-LOTS                         VALUE 50.
       01  LOT-TABLE OCCURS MAX-LOTS TIMES.
           05  LT-NO                        PIC X(010).
           05  LT-EXPIRY                    PIC 9(008).
           05  LT-DONE                      PIC X(001).
           05  LT-QTY                       PIC 9(005).
           05  LT-WEIGHT                    PIC 9(005)V999.
       01  LOT-COUNT                        PIC 9(002).
       77  LOT-IX                           PIC 9(002).
       77  LOT-IX2                          PIC 9(002).
       77  BEST-LOT-IX                      PIC 9(002).
       01  BEST-EXPIRY                      PIC 9(008).
       01  QTY-TO-DRAW                      PIC 9(007).
       01  DRAW-QTY                         PIC 9(005).
      *> CATCH-WEIGHT CONVERSION OF ONE INGREDIENT'S NEED
       01  CW-OLD-PIECES                    PIC 9(007)V99.
       01  CW-NEW-PIECES                    PIC 9(007)V99.
       01  CW-KG-LEFT                       PIC 9(007)V999.
       01  CW-LOT-KG                        PIC 9(007)V999.
       01  CW-AVG-WEIGHT                    PIC 9(003)V9(005).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO GEN-YEAR REQUIRED.
           05 VALUE GEN-TEXT-SITE LINE 09 COL 13.
           05 AD-SITE PIC X(002) LINE 09 COL PLUS 1
               TO PROD-SITE AUTO.
      ******************************************************************
       01  ASK-TIMES-SCREEN.
           05 VALUE GEN-TEXT-START LINE 10 COL 11.
           05 AT-START PIC 9(004) LINE 10 COL PLUS 1
               TO RUN-START REQUIRED.
           05 VALUE GEN-TEXT-END LINE 11 COL 11.
           05 AT-END PIC 9(004) LINE 11 COL PLUS 1
               TO RUN-END REQUIRED AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               MOVE ZERO TO GEN-DATE-NUM
               MOVE SPACES TO PROD-SITE
               DISPLAY ASK-DATE-SCREEN
               ACCEPT ASK-DATE-SCREEN
               IF KEYSTATUS = 1003
               IF NOT VALID-DATE-YES
                   MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               ELSE
                   PERFORM 118-VALIDATE-SITE
                   IF NOT SINF-FOUND-YES
                       MOVE "N" TO VALID-DATE-FLAG
                       MOVE ERROR-NO-SITE TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 120-CHECK-NOT-CONFIRMED
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE "N" TO VALID-TIME-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-TIME-YES
               MOVE ZERO TO RUN-START RUN-END
               DISPLAY ASK-TIMES-SCREEN
               ACCEPT ASK-TIMES-SCREEN
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
               PERFORM 117-VALIDATE-TIMES
               IF NOT VALID-TIME-YES
                   MOVE ERROR-INVALID-TIME TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY CONFIRM-SCREEN
               END-IF
           END-PERFORM
           IF SAVE-IT1-YES
               PERFORM 190-EXPLODE-BUNDLES
               PERFORM 200-EXPLODE-RECIPES
               PERFORM 260-APPLY-VARIANTS
               PERFORM 250-APPLY-SUBSTITUTIONS
               PERFORM 280-WEIGH-CATCH-ITEMS
               PERFORM 300-POST-ISSUES
      *> A RUN WITH A REFUSED POST IS NOT MARKED CONFIRMED AND THE
      *> ISSUES ALREADY POSTED ARE PUT BACK, SO A RETRY STARTS FROM
                   ACCEPT ERROR-ZONE
               ELSE
                   PERFORM 395-RELEASE-RESERVATIONS
                   PERFORM 500-RECORD-BATCHES
                   PERFORM 400-MARK-RUN-CONFIRMED
                   MOVE CONFIRM-DONE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
           END-EVALUATE
       EXIT SECTION.

       117-VALIDATE-TIMES SECTION.
           MOVE "N" TO VALID-TIME-FLAG
           IF RUN-START < 2400 AND MOD (RUN-START, 100) < 60 AND
               RUN-END < 2400 AND MOD (RUN-END, 100) < 60
               MOVE "Y" TO VALID-TIME-FLAG
           END-IF
       EXIT SECTION.

      *> BLANK IS THE MAIN KITCHEN; THE SITE'S KITCHEN LOCATION IS
      *> WHERE THE RUN'S ISSUES COME OUT OF
       118-VALIDATE-SITE SECTION.
           MOVE UPPER-CASE (PROD-SITE) TO PROD-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE PROD-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           MOVE SINF-SITE TO PROD-SITE
           MOVE SINF-KITCHEN-LOC TO PROD-KITCHEN-LOC
       EXIT SECTION.

      *> A SCHOOL BELONGS TO THE RUN WHEN ITS SITE IS THE RUN'S; A
      *> CUSTOMER ACCOUNT (FROM CUST-FIRST-ID UP) BY THE SITE ON ITS
      *> ACCOUNT. A BLANK SITE, OR ONE NO LONGER ON FILE, IS THE
      *> MAIN KITCHEN'S
       125-CHECK-SCHOOL-SITE SECTION.
           MOVE "01" TO CHECK-SITE
           IF CHECK-SCHOOL-ID >= CUST-FIRST-ID
               IF CUST-STATUS-FS = ZERO
                   MOVE CHECK-SCHOOL-ID TO CUST-ID
                   READ FXCUSTOMER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CUST-SITE NOT = SPACES
                               MOVE CUST-SITE TO CHECK-SITE
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF SCHOOL-STATUS = ZERO
                   MOVE CHECK-SCHOOL-ID TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SCHOOL-SITE NOT = SPACES
                               MOVE SCHOOL-SITE TO CHECK-SITE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF CHECK-SITE = PROD-SITE
               MOVE "Y" TO SCHOOL-IN-SITE
           ELSE
               MOVE "N" TO SCHOOL-IN-SITE
           END-IF
       EXIT SECTION.

       120-CHECK-NOT-CONFIRMED SECTION.
           OPEN INPUT FXPRODRUN
           IF PRUN-STATUS-FS = ZERO THEN
               MOVE GEN-DATE-NUM TO PRUN-DATE
               MOVE PROD-SITE TO PRUN-SITE
               READ FXPRODRUN
                   INVALID KEY
                       CONTINUE
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
      *> SO THE RUN READS ONLY ITS OWN DAY INSTEAD OF THE WHOLE
      *> ORDER FILE
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 125-CHECK-SCHOOL-SITE
                           IF ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM AND
                               SCHOOL-IN-SITE-YES
                               ADD ORD-QTY TO
                                   SAND-TOTAL (ORD-SANDWICH-ID)
                               MOVE "Y" TO ANY-ORDERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           CLOSE FXORDERS
       EXIT SECTION.

      *> A BUNDLE ON THE DAY'S ORDERS ADDS ITS COMPONENT SANDWICHES
      *> TO WHAT WAS MADE AND ISSUES ITS BOUGHT-IN INGREDIENTS
      *> DIRECT (NO SCRAP), THE USE RECORDED AGAINST THE BUNDLE SO
      *> THE LOTS DRAWN ARE LINKED TO ITS OWN BATCH. A COMPONENT IS
      *> NEVER ITSELF A BUNDLE (SEE BUNDLEADD), SO ONE PASS IS
      *> ENOUGH.
       190-EXPLODE-BUNDLES SECTION.
           OPEN INPUT FXINGRED
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF SAND-TOTAL (ITEM-IX) > ZERO
                   MOVE ITEM-IX TO BUNX-BUNDLE-ID
                   CALL "BUNDLEX" USING BUNDLEX-REQUEST
                   IF BUNX-IS-BUNDLE
                       PERFORM VARYING BUN-IX FROM 1 BY 1
                           UNTIL BUN-IX > BUNX-COUNT
                           PERFORM 195-EXPLODE-ONE-COMPONENT
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FXINGRED
       EXIT SECTION.

       195-EXPLODE-ONE-COMPONENT SECTION.
           IF BUNX-COMP-ID (BUN-IX) < 1 OR
               BUNX-COMP-ID (BUN-IX) > MAX-ITEM
               EXIT SECTION
           END-IF
           IF BUNX-COMP-SANDWICH (BUN-IX)
               MOVE BUNX-COMP-ID (BUN-IX) TO BUN-COMP-SAND
               COMPUTE SAND-TOTAL (BUN-COMP-SAND) =
                   SAND-TOTAL (BUN-COMP-SAND) +
                   BUNX-COMP-QTY (BUN-IX) * SAND-TOTAL (ITEM-IX)
               EXIT SECTION
           END-IF
           COMPUTE NEED-SAND-UNITS =
               BUNX-COMP-QTY (BUN-IX) * SAND-TOTAL (ITEM-IX)
           MOVE NEED-SAND-UNITS TO NEED-SUPP-UNITS
           IF INGRED-STATUS = ZERO
               MOVE BUNX-COMP-ID (BUN-IX) TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF INGREDS-CONV-FACTOR > ZERO
                           COMPUTE NEED-SUPP-UNITS ROUNDED =
                               NEED-SAND-UNITS / INGREDS-CONV-FACTOR
                       END-IF
               END-READ
           END-IF
           ADD NEED-SUPP-UNITS TO ING-NEED (BUNX-COMP-ID (BUN-IX))
           MOVE ITEM-IX TO USE-NEW-SAND
           MOVE BUNX-COMP-ID (BUN-IX) TO USE-NEW-ING
           PERFORM 225-REMEMBER-USE
       EXIT SECTION.

       200-EXPLODE-RECIPES SECTION.
           OPEN INPUT FXRECIPE
           IF RECIPE-STATUS NOT = ZERO THEN
           END-READ
           ADD NEED-SUPP-UNITS TO ING-NEED (RECIPE-ING-ID)
           ADD SCRAP-SUPP-UNITS TO ING-SCRAP (RECIPE-ING-ID)
           MOVE ITEM-IX TO USE-NEW-SAND
           MOVE RECIPE-ING-ID TO USE-NEW-ING
           PERFORM 225-REMEMBER-USE
       EXIT SECTION.

       225-REMEMBER-USE SECTION.
           IF USE-NEW-SAND < 1 OR USE-NEW-SAND > MAX-ITEM
               EXIT SECTION
           END-IF
           MOVE "N" TO USE-ALREADY
           PERFORM VARYING USE-IX FROM 1 BY 1
               UNTIL USE-IX > USE-COUNT OR USE-ALREADY-YES
               IF USE-SAND (USE-IX) = USE-NEW-SAND AND
                   USE-ING (USE-IX) = USE-NEW-ING
                   MOVE "Y" TO USE-ALREADY
               END-IF
           END-PERFORM
           IF NOT USE-ALREADY-YES AND USE-COUNT < MAX-USES
               ADD 1 TO USE-COUNT
               MOVE USE-NEW-SAND TO USE-SAND (USE-COUNT)
               MOVE USE-NEW-ING TO USE-ING (USE-COUNT)
           END-IF
       EXIT SECTION.

      *> AN APPROVED SUBSTITUTION FOR THE PRODUCTION DATE MOVES THE
                               END-IF
                               ADD PROP-QTY-SUB TO
                                   ING-NEED (PROP-ALT-ING)
                               PERFORM 255-LINK-SUBSTITUTE
                           END-IF
                       END-IF
               END-READ
           CLOSE FXSUBPROP
       EXIT SECTION.

      *> EVERY SANDWICH THAT USED THE ORIGINAL INGREDIENT MAY HAVE
      *> BEEN MADE WITH THE SUBSTITUTE
       255-LINK-SUBSTITUTE SECTION.
           MOVE USE-COUNT TO USE-LIMIT
           PERFORM VARYING USE-IX2 FROM 1 BY 1
               UNTIL USE-IX2 > USE-LIMIT
               IF USE-ING (USE-IX2) = PROP-ORIG-ING
                   MOVE USE-SAND (USE-IX2) TO USE-NEW-SAND
                   MOVE PROP-ALT-ING TO USE-NEW-ING
                   PERFORM 225-REMEMBER-USE
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> ONE ISSUE MOVEMENT PER CONSUMED INGREDIENT, REFERENCE
      *> "PROD" PLUS THE PRODUCTION DATE, POSTED THROUGH MOVPOST SO
      *> THE LEDGER AND THE STOCK BALANCE MOVE TOGETHER
           END-IF
           OPEN INPUT FXRECIPE
           OPEN INPUT FXINGRED
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
           MOVE "N" TO ORD-EOF-FLAG
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
      *> SO THE RUN READS ONLY ITS OWN DAY INSTEAD OF THE WHOLE
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 125-CHECK-SCHOOL-SITE
                           IF ORD-VARIANT-NO > ZERO AND
                               SCHOOL-IN-SITE-YES
                               PERFORM 265-APPLY-ONE-VARIANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           CLOSE FXINGRED
           CLOSE FXRECIPE
           CLOSE FXORDERS
                       END-IF
               END-READ
               ADD VAR-ADJ-SUPP-UNITS TO ING-NEED (VRL-ALT-ING)
               MOVE ORD-SANDWICH-ID TO USE-NEW-SAND
               MOVE VRL-ALT-ING TO USE-NEW-ING
               PERFORM 225-REMEMBER-USE
           END-IF
       EXIT SECTION.

           END-PERFORM
       EXIT SECTION.

      *> THE RECIPES CALL FOR A CATCH-WEIGHT INGREDIENT BY WEIGHT, AND
      *> THE CONVERSION FACTOR TURNED THAT INTO PIECES OF THE NOMINAL
      *> WEIGHT. THE PIECES ISSUED ARE RECOUNTED HERE FROM THE ACTUAL
      *> AVERAGE WEIGHT OF THE RELEASED LOTS, FIRST-EXPIRED-FIRST-OUT
      *> AS THEY WILL BE DRAWN; THE SCRAP KEEPS ITS SHARE.
       280-WEIGH-CATCH-ITEMS SECTION.
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = ZERO THEN
               CLOSE FXINGRED
               EXIT SECTION
           END-IF
           MOVE "N" TO LOTS-OPEN
           OPEN INPUT FXINGLOT
           IF LOT-STATUS-FS = ZERO THEN
               MOVE "Y" TO LOTS-OPEN
           END-IF
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF ING-NEED (ITEM-IX) > ZERO OR
                   ING-SCRAP (ITEM-IX) > ZERO
                   MOVE ITEM-IX TO INGREDS-ID
                   READ FXINGRED
                       NOT INVALID KEY
                           IF INGREDS-IS-CATCH-WEIGHT AND
                               INGREDS-NOMINAL-WEIGHT NUMERIC AND
                               INGREDS-NOMINAL-WEIGHT > ZERO
                               PERFORM 285-WEIGH-ONE-ITEM
                           END-IF
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FXINGLOT
           CLOSE FXINGRED
       EXIT SECTION.

       285-WEIGH-ONE-ITEM SECTION.
           COMPUTE CW-OLD-PIECES = ING-NEED (ITEM-IX)
               + ING-SCRAP (ITEM-IX)
           IF INGREDS-CONV-FACTOR > ZERO
               COMPUTE CW-KG-LEFT = CW-OLD-PIECES * INGREDS-CONV-FACTOR
           ELSE
               MOVE CW-OLD-PIECES TO CW-KG-LEFT
           END-IF
           IF INGREDS-UNIT-SANDWICH = "G  "
               COMPUTE CW-KG-LEFT = CW-KG-LEFT / 1000
           END-IF
           MOVE ZERO TO CW-NEW-PIECES LOT-COUNT
           IF LOTS-OPEN-YES
               PERFORM 522-LOAD-RELEASED-LOTS
           END-IF
           PERFORM VARYING LOT-IX FROM 1 BY 1
               UNTIL LOT-IX > LOT-COUNT OR CW-KG-LEFT = ZERO
               PERFORM 523-PICK-NEXT-LOT
               IF BEST-LOT-IX > ZERO
                   IF LT-WEIGHT (BEST-LOT-IX) > ZERO
                       COMPUTE CW-AVG-WEIGHT ROUNDED =
                           LT-WEIGHT (BEST-LOT-IX)
                           / LT-QTY (BEST-LOT-IX)
                       MOVE LT-WEIGHT (BEST-LOT-IX) TO CW-LOT-KG
                   ELSE
                       MOVE INGREDS-NOMINAL-WEIGHT TO CW-AVG-WEIGHT
                       COMPUTE CW-LOT-KG =
                           LT-QTY (BEST-LOT-IX) * INGREDS-NOMINAL-WEIGHT
                   END-IF
                   IF CW-LOT-KG >= CW-KG-LEFT
                       COMPUTE CW-NEW-PIECES ROUNDED = CW-NEW-PIECES
                           + CW-KG-LEFT / CW-AVG-WEIGHT
                       MOVE ZERO TO CW-KG-LEFT
                   ELSE
                       ADD LT-QTY (BEST-LOT-IX) TO CW-NEW-PIECES
                       SUBTRACT CW-LOT-KG FROM CW-KG-LEFT
                   END-IF
               END-IF
           END-PERFORM
           IF CW-KG-LEFT > ZERO
               COMPUTE CW-NEW-PIECES ROUNDED = CW-NEW-PIECES
                   + CW-KG-LEFT / INGREDS-NOMINAL-WEIGHT
           END-IF
           IF CW-OLD-PIECES > ZERO
               COMPUTE ING-SCRAP (ITEM-IX) ROUNDED = CW-NEW-PIECES
                   * ING-SCRAP (ITEM-IX) / CW-OLD-PIECES
           END-IF
           IF ING-SCRAP (ITEM-IX) > CW-NEW-PIECES
               MOVE CW-NEW-PIECES TO ING-SCRAP (ITEM-IX)
           END-IF
           COMPUTE ING-NEED (ITEM-IX) =
               CW-NEW-PIECES - ING-SCRAP (ITEM-IX)
       EXIT SECTION.

       300-POST-ISSUES SECTION.
           MOVE "N" TO ANY-POST-FAILED
           PERFORM VARYING ITEM-IX FROM 1 BY 1
                   IF ISSUE-QTY > ZERO
                       MOVE ITEM-IX TO MOVREQ-ING-ID
                       MOVE "IS" TO MOVREQ-TYPE
                       MOVE PROD-KITCHEN-LOC TO MOVREQ-LOCATION
                       MOVE "-" TO MOVREQ-SIGN
                       MOVE ISSUE-QTY TO MOVREQ-QTY
                       MOVE SPACES TO MOVREQ-REFERENCE
           END-IF
           MOVE ITEM-IX TO MOVREQ-ING-ID
           MOVE "WA" TO MOVREQ-TYPE
           MOVE PROD-KITCHEN-LOC TO MOVREQ-LOCATION
           MOVE "-" TO MOVREQ-SIGN
           MOVE SCRAP-QTY TO MOVREQ-QTY
           MOVE SPACES TO MOVREQ-REFERENCE
                   IF ISSUE-QTY > ZERO
                       MOVE ITEM-IX TO MOVREQ-ING-ID
                       MOVE "IS" TO MOVREQ-TYPE
                       MOVE PROD-KITCHEN-LOC TO MOVREQ-LOCATION
                       MOVE "+" TO MOVREQ-SIGN
                       MOVE ISSUE-QTY TO MOVREQ-QTY
                       MOVE SPACES TO MOVREQ-REFERENCE
           END-IF
           MOVE "N" TO RSV-EOF-FLAG
           MOVE ZERO TO RSV-ING-ID RSV-DATE
           MOVE LOW-VALUES TO RSV-SITE
           START FXRESERV KEY IS >= RSV-ID
               INVALID KEY SET EOF-RSV TO TRUE
           END-START
               READ FXRESERV NEXT RECORD
                   AT END SET EOF-RSV TO TRUE
                   NOT AT END
                       IF RSV-DATE = GEN-DATE-NUM AND
                           RSV-SITE = PROD-SITE
                           DELETE FXRESERV RECORD
                           END-DELETE
                       END-IF
               END-IF
           END-IF
           MOVE GEN-DATE-NUM TO PRUN-DATE
           MOVE PROD-SITE TO PRUN-SITE
           MOVE "C" TO PRUN-STATUS
           CALL "GETOPER" USING PRUN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PRUN-LAST-DATE
           END-WRITE
           CLOSE FXPRODRUN
       EXIT SECTION.

      *> ONE BATCH PER SANDWICH MADE, THEN EACH INGREDIENT'S DRAW
      *> FOR THE DAY (ISSUE PLUS PROCESS SCRAP) COMES OFF ITS LOTS
      *> FIRST-EXPIRED-FIRST-OUT, THE SAME ORDER THE PICKING SHEET
      *> SENT THE KITCHEN TO, SO FXINGLOT MOVES WITH THE LEDGER
       500-RECORD-BATCHES SECTION.
           OPEN I-O FXPRODBATCH
           IF PBAT-STATUS-FS = 35 THEN
               CLOSE FXPRODBATCH
               OPEN OUTPUT FXPRODBATCH
           ELSE
               IF PBAT-STATUS-FS NOT = ZERO THEN
                   MOVE PBAT-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           OPEN I-O FXBATCHLOT
           IF BLOT-STATUS-FS = 35 THEN
               CLOSE FXBATCHLOT
               OPEN OUTPUT FXBATCHLOT
           ELSE
               IF BLOT-STATUS-FS NOT = ZERO THEN
                   MOVE BLOT-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE "N" TO LOTS-OPEN
           OPEN I-O FXINGLOT
           IF LOT-STATUS-FS = ZERO THEN
               MOVE "Y" TO LOTS-OPEN
           END-IF
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF SAND-TOTAL (ITEM-IX) > ZERO
                   PERFORM 510-WRITE-ONE-BATCH
               END-IF
           END-PERFORM
           IF LOTS-OPEN-YES
               PERFORM VARYING ITEM-IX FROM 1 BY 1
                   UNTIL ITEM-IX > MAX-ITEM
                   IF ING-NEED (ITEM-IX) > ZERO OR
                       ING-SCRAP (ITEM-IX) > ZERO
                       PERFORM 520-DRAW-LOTS
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FXINGLOT
           CLOSE FXBATCHLOT
           CLOSE FXPRODBATCH
       EXIT SECTION.

      *> THE BATCH CODE IS DATE AND SANDWICH ONLY, SO ANOTHER SITE'S
      *> RUN OF THE SAME SANDWICH THAT DAY IS ADDED TO ITS BATCH
       510-WRITE-ONE-BATCH SECTION.
           MOVE GEN-DATE-NUM TO PBAT-DATE
           MOVE ITEM-IX TO PBAT-SAND-ID
           READ FXPRODBATCH
               INVALID KEY
                   MOVE SAND-TOTAL (ITEM-IX) TO PBAT-QTY
                   MOVE RUN-START TO PBAT-START
                   MOVE RUN-END TO PBAT-END
                   CALL "GETOPER" USING PBAT-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO PBAT-LAST-DATE
                   WRITE PBAT-DETAILS
                   END-WRITE
               NOT INVALID KEY
                   ADD SAND-TOTAL (ITEM-IX) TO PBAT-QTY
                   CALL "GETOPER" USING PBAT-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO PBAT-LAST-DATE
                   REWRITE PBAT-DETAILS
                   END-REWRITE
           END-READ
       EXIT SECTION.

      *> QUARANTINED AND REJECTED LOTS ARE NEVER PICKED; WHATEVER
      *> THE RELEASED LOTS CANNOT COVER IS LEFT UNLINKED
       520-DRAW-LOTS SECTION.
           COMPUTE ISSUE-QTY ROUNDED = ING-NEED (ITEM-IX)
           COMPUTE SCRAP-QTY ROUNDED = ING-SCRAP (ITEM-IX)
           COMPUTE QTY-TO-DRAW = ISSUE-QTY + SCRAP-QTY
           IF QTY-TO-DRAW = ZERO
               EXIT SECTION
           END-IF
           PERFORM 522-LOAD-RELEASED-LOTS
           PERFORM VARYING LOT-IX FROM 1 BY 1
               UNTIL LOT-IX > LOT-COUNT OR QTY-TO-DRAW = ZERO
               PERFORM 523-PICK-NEXT-LOT
               IF BEST-LOT-IX > ZERO
                   PERFORM 525-DRAW-ONE-LOT
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE RELEASED LOTS OF THE INGREDIENT STILL HOLDING STOCK
       522-LOAD-RELEASED-LOTS SECTION.
           MOVE ZERO TO LOT-COUNT
           MOVE "N" TO LOT-EOF-FLAG
           MOVE ITEM-IX TO LOT-ING-ID
           MOVE SPACES TO LOT-NO
           START FXINGLOT KEY IS >= LOT-ID
               INVALID KEY SET EOF-LOT TO TRUE
           END-START
           PERFORM UNTIL EOF-LOT
               READ FXINGLOT NEXT RECORD
                   AT END SET EOF-LOT TO TRUE
                   NOT AT END
                       IF LOT-ING-ID NOT = ITEM-IX
                           SET EOF-LOT TO TRUE
                       ELSE
                           IF LOT-QTY-REMAINING > ZERO AND
                               LOT-COUNT < MAX-LOTS AND
                               NOT LOT-QC-QUARANTINE AND
                               NOT LOT-QC-REJECTED
                               ADD 1 TO LOT-COUNT
                               MOVE LOT-NO TO LT-NO (LOT-COUNT)
                               MOVE LOT-EXPIRY-DATE
                                   TO LT-EXPIRY (LOT-COUNT)
                               MOVE "N" TO LT-DONE (LOT-COUNT)
                               MOVE LOT-QTY-REMAINING
                                   TO LT-QTY (LOT-COUNT)
                               MOVE ZERO TO LT-WEIGHT (LOT-COUNT)
                               IF LOT-WEIGHT-REMAINING NUMERIC
                                   MOVE LOT-WEIGHT-REMAINING
                                       TO LT-WEIGHT (LOT-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> FIRST-EXPIRED-FIRST-OUT: THE UNDRAWN LOT EXPIRING SOONEST
       523-PICK-NEXT-LOT SECTION.
           MOVE ZERO TO BEST-LOT-IX
           MOVE 99999999 TO BEST-EXPIRY
           PERFORM VARYING LOT-IX2 FROM 1 BY 1
               UNTIL LOT-IX2 > LOT-COUNT
               IF LT-DONE (LOT-IX2) = "N" AND
                   LT-EXPIRY (LOT-IX2) < BEST-EXPIRY
                   MOVE LT-EXPIRY (LOT-IX2) TO BEST-EXPIRY
                   MOVE LOT-IX2 TO BEST-LOT-IX
               END-IF
           END-PERFORM
           IF BEST-LOT-IX > ZERO
               MOVE "Y" TO LT-DONE (BEST-LOT-IX)
           END-IF
       EXIT SECTION.

       525-DRAW-ONE-LOT SECTION.
           MOVE ITEM-IX TO LOT-ING-ID
           MOVE LT-NO (BEST-LOT-IX) TO LOT-NO
           READ FXINGLOT
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF LOT-QTY-REMAINING >= QTY-TO-DRAW
               MOVE QTY-TO-DRAW TO DRAW-QTY
           ELSE
               MOVE LOT-QTY-REMAINING TO DRAW-QTY
           END-IF
      *> A WEIGHED LOT GIVES UP ITS WEIGHT WITH ITS PIECES, AT THE
      *> LOT'S OWN AVERAGE; THE LAST PIECES TAKE WHAT IS LEFT
           IF LOT-WEIGHT-REMAINING NUMERIC AND
               LOT-WEIGHT-REMAINING > ZERO
               IF DRAW-QTY = LOT-QTY-REMAINING
                   MOVE ZERO TO LOT-WEIGHT-REMAINING
               ELSE
                   COMPUTE LOT-WEIGHT-REMAINING ROUNDED =
                       LOT-WEIGHT-REMAINING - LOT-WEIGHT-REMAINING
                       * DRAW-QTY / LOT-QTY-REMAINING
               END-IF
           END-IF
           SUBTRACT DRAW-QTY FROM LOT-QTY-REMAINING
           SUBTRACT DRAW-QTY FROM QTY-TO-DRAW
           CALL "GETOPER" USING LOT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO LOT-LAST-DATE
           REWRITE LOT-DETAILS
           END-REWRITE
           PERFORM 530-LINK-LOT-TO-BATCHES
       EXIT SECTION.

       530-LINK-LOT-TO-BATCHES SECTION.
           PERFORM VARYING USE-IX FROM 1 BY 1
               UNTIL USE-IX > USE-COUNT
               IF USE-ING (USE-IX) = ITEM-IX AND
                   SAND-TOTAL (USE-SAND (USE-IX)) > ZERO
                   MOVE GEN-DATE-NUM TO BLOT-DATE
                   MOVE USE-SAND (USE-IX) TO BLOT-SAND-ID
                   MOVE ITEM-IX TO BLOT-ING-ID
                   MOVE LOT-NO TO BLOT-LOT-NO
                   READ FXBATCHLOT
                       INVALID KEY
                           MOVE DRAW-QTY TO BLOT-QTY
                       NOT INVALID KEY
                           ADD DRAW-QTY TO BLOT-QTY
                   END-READ
                   CALL "GETOPER" USING BLOT-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO BLOT-LAST-DATE
                   WRITE BLOT-DETAILS
                       INVALID KEY
                           REWRITE BLOT-DETAILS
                           END-REWRITE
                   END-WRITE
               END-IF
           END-PERFORM
       EXIT SECTION.
