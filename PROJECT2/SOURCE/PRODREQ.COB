      *    WSINGREDS-CONV-FACTOR AND PRINTS THE PRODUCTION/PICKING
      *    SHEET: WHAT TO MAKE AND WHAT TO PICK, WITH SHORTAGES
      *    AGAINST WSINGREDS-STOCK FLAGGED.
      *    NAMED MEALS FOR PUPILS ON A SPECIAL DIET (FXMEALORD) ARE
      *    KEPT OFF THE MAKE LIST QUANTITY AND PRINTED ONE BY ONE
      *    AFTER A LINE CLEARANCE, SO EACH IS MADE AND PICKED ON ITS
      *    OWN; THEIR VARIANTS STILL COUNT TOWARDS THE INGREDIENTS.
      *    THE RUN IS FOR ONE PRODUCTION SITE: ONLY THE ORDERS OF THE
      *    SCHOOLS THAT KITCHEN SUPPLIES ARE TAKEN, THE STOCK IS WHAT
      *    LIES IN ITS OWN STORE AND KITCHEN, AND THE RESERVATIONS
      *    IT WRITES CARRY THE SITE.
      *    A MEAL-DEAL BUNDLE IS EXPLODED THROUGH FXBUNDLE: ITS
      *    COMPONENT SANDWICHES JOIN THE MAKE LIST AND ITS BOUGHT-IN
      *    INGREDIENTS ARE PICKED STRAIGHT FROM STOCK; THE BUNDLES
      *    THEMSELVES ARE LISTED LAST, TO BE ASSEMBLED AND PACKED.
      *    EVENT ORDERS OF NON-SCHOOL CUSTOMERS ARE MADE BY THE SITE
      *    NAMED ON THE CUSTOMER ACCOUNT (FXCUSTOMER), LIKE A SCHOOL'S.
      *    EVERY LINE CLEARANCE THE SHEET PRINTS IS ALSO RAISED AS AN
      *    ALLERGEN CLEAN-DOWN ON THE CLEANING SCHEDULE (CLNSCHED), TO
      *    BE SIGNED OFF THERE; A RERUN REPLACES THE RUN'S OPEN ONES.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS LOT-ID
                   FILE STATUS LOT-STATUS-FS.

               SELECT FXMEALORD ASSIGN TO "FXMEALORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MEAL-ID
                   FILE STATUS MEAL-STATUS-FS.

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

               SELECT FXLOCSTOCK ASSIGN TO "FXLOCSTOCK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOC-ID
                   FILE STATUS LOC-STATUS-FS.

               SELECT PRODREQ-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
           COPY FD-INGLOT.
       FD FXRESERV.
           COPY FD-RESERV.
       FD FXMEALORD.
           COPY FD-MEALORD.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXLOCSTOCK.
           COPY FD-LOCSTOCK.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.

       FD PRODREQ-FILE-REPORT
           REPORT IS PRODREQ-REPORT.
       78  REPORT-DONE
           VALUE "PRODUCTION SHEET PRODUCED, PRESS ANY KEY".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  GEN-TEXT-SITE       VALUE "SITE (BLANK = 01):".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  SHORT-TEXT          VALUE "** SHORT **".
       78  CLEARANCE-TEXT
           VALUE "*** LINE CLEARANCE - CLEAN BENCH, SIGN: _______".
       78  OUT-SEASON-TEXT     VALUE "OUT-SEASON".
       78  NAMED-MEALS-TEXT
           VALUE "NAMED MEALS - MAKE, LABEL AND PICK EACH ONE ON ITS "-
           "OWN".
       78  NAMED-PICKED-TEXT   VALUE "PICKED ____".
       78  BUNDLES-TEXT
           VALUE "MEAL-DEAL BUNDLES - ASSEMBLE AND PACK".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       01  VAR-SCRAP-PCT                    PIC 9(002)V99.
       01  VAR-ADJ-SAND-UNITS               PIC 9(009)V99.
       01  VAR-ADJ-SUPP-UNITS               PIC 9(007)V99.
       77  MEAL-STATUS-FS                   PIC 9(002).
       01  MEAL-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-MEAL                     VALUE "Y".
       01  LINE-MEAL-COUNT                  PIC 9(005).
       01  NAMED-PRINTED                    PIC X(001).
           88  NAMED-PRINTED-YES            VALUE "Y".
       77  ORD-STATUS-FS                    PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       COPY LK-RPTCAT.
       COPY LK-SITEINFO.
       COPY LK-CLNSCHED.
       01  CLEAN-DOWN-SEQ                   PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       77  LOC-STATUS-FS                    PIC 9(002).
       01  LOC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-LOC                      VALUE "Y".
       01  PROD-SITE                        PIC X(002).
       01  PROD-STORE-LOC                   PIC X(002).
       01  PROD-KITCHEN-LOC                 PIC X(002).
       01  CHECK-SCHOOL-ID                  PIC 9(005).
       01  CHECK-SITE                       PIC X(002).
       01  SCHOOL-IN-SITE                   PIC X(001).
           88  SCHOOL-IN-SITE-YES           VALUE "Y".
       01  OTHER-SITE-QTY                   PIC 9(007).

       01 REPORT-FILENAME                  PIC X(040).
       01 CURRENT-DATE-REPORT.
       01  SAND-TOTAL-TABLE.
           05  SAND-TOTAL OCCURS MAX-ITEM TIMES
               PIC 9(007) VALUE ZERO.
       01  SAND-NAMED-TABLE.
           05  SAND-NAMED OCCURS MAX-ITEM TIMES
               PIC 9(007) VALUE ZERO.
       01  DET-MAKE-QTY                     PIC 9(007).
       01  SAND-BUNDLE-TABLE.
           05  SAND-BUNDLE OCCURS MAX-ITEM TIMES
               PIC X(001) VALUE SPACE.
       01  ANY-BUNDLES                      PIC X(001) VALUE "N".
           88  ANY-BUNDLES-YES              VALUE "Y".
       77  BUN-IX                           PIC 9(002).
       01  BUN-COMP-SAND                    PIC 9(005).
       COPY LK-BUNDLEX.
       01  ING-NEED-TABLE.
           05  ING-NEED OCCURS MAX-ITEM TIMES
               PIC 9(007)V99 VALUE ZERO.
       01  DET-STOCK                        PIC 9(005).
       01  DET-UNIT                         PIC X(003).
       01  DET-FLAG                         PIC X(011).
       01  DET-MEAL-SCHOOL                  PIC 9(005).
       01  DET-MEAL-PUPIL                   PIC X(010).
       01  DET-MEAL-VARIANT                 PIC 9(002).

       REPORT SECTION.
       RD PRODREQ-REPORT
           03 COLUMN 02 VALUE REPORTTITLECONST.
           02 LINE PLUS 2.
           03 COL 18 VALUE "PRODUCTION AND PICKING SHEET".
           03 COL 50 VALUE "SITE".
           03 COL 55 PIC X(002) SOURCE PROD-SITE.

       01 TYPE IS PAGE HEADING.
           02 LINE IS PLUS 2.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC 9(005) SOURCE DET-ID.
               03 COLUMN 08 PIC X(030) SOURCE DET-NAME.
               03 COLUMN 39 PIC ZZZZZZ9 SOURCE DET-MAKE-QTY.

       01 LINE-NAMED-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE CLEARANCE-TEXT.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE NAMED-MEALS-TEXT.

       01 LINE-NAMED-MEAL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 PIC 9(005) SOURCE DET-MEAL-SCHOOL.
               03 COLUMN 08 PIC X(010) SOURCE DET-MEAL-PUPIL.
               03 COLUMN 19 PIC 9(005) SOURCE DET-ID.
               03 COLUMN 25 PIC X(030) SOURCE DET-NAME.
               03 COLUMN 56 VALUE "VAR".
               03 COLUMN 60 PIC Z9 SOURCE DET-MEAL-VARIANT.
               03 COLUMN 64 VALUE NAMED-PICKED-TEXT.

       01 LINE-BUNDLES-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE BUNDLES-TEXT.

       01 LINE-CLEARANCE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO GEN-YEAR REQUIRED.
           05 VALUE GEN-TEXT-SITE LINE 10 COL 12.
           05 AD-SITE PIC X(002) LINE 10 COL PLUS 1
               TO PROD-SITE AUTO.
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
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
           PERFORM 100-TOTAL-DAY-ORDERS
           PERFORM 150-TOTAL-NAMED-MEALS
           PERFORM 170-EXPLODE-BUNDLES
           PERFORM 200-EXPLODE-RECIPES
           PERFORM 260-APPLY-VARIANTS
      *> THE DAY'S REQUIREMENTS ARE WRITTEN AS RESERVATIONS SO THE
      *> RELEASES THEM WHEN THE RUN CONFIRMS
           PERFORM 250-WRITE-RESERVATIONS
           PERFORM 300-PRINT-SHEET
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           EXIT PROGRAM.
           END-EVALUATE
       EXIT SECTION.

      *> BLANK IS THE MAIN KITCHEN; THE SITE'S OWN STORE AND KITCHEN
      *> CODES ARE KEPT FOR THE STOCK FIGURE
       118-VALIDATE-SITE SECTION.
           MOVE UPPER-CASE (PROD-SITE) TO PROD-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE PROD-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           MOVE SINF-SITE TO PROD-SITE
           MOVE SINF-STORE-LOC TO PROD-STORE-LOC
           MOVE SINF-KITCHEN-LOC TO PROD-KITCHEN-LOC
       EXIT SECTION.

      *> A SCHOOL BELONGS TO THE RUN WHEN ITS SITE IS THE RUN'S; A
      *> BLANK SITE, OR A SCHOOL NO LONGER ON FILE, IS THE MAIN
      *> KITCHEN'S
       105-CHECK-SCHOOL-SITE SECTION.
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

       100-TOTAL-DAY-ORDERS SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
                           IF ORD-DELIVERY-DATE NOT = GEN-DATE
                               SET EOF-ORD TO TRUE
                           ELSE
                           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 105-CHECK-SCHOOL-SITE
                           IF ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM AND
                               SCHOOL-IN-SITE-YES
                               ADD ORD-QTY TO
                                   SAND-TOTAL (ORD-SANDWICH-ID)
                           END-IF
           END-IF
       EXIT SECTION.

      *> NAMED MEALS ARE ALREADY INSIDE THE ORDER QUANTITIES (SEE
      *> FD-MEALORD); THIS ONLY COUNTS THEM SO THE MAKE LIST CAN
      *> LEAVE THEM OUT
       150-TOTAL-NAMED-MEALS SECTION.
           OPEN INPUT FXMEALORD
           IF MEAL-STATUS-FS NOT = ZERO THEN
               CLOSE FXMEALORD
               EXIT SECTION
           END-IF
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE GEN-DATE-NUM TO MEAL-DELIVERY-DATE
           MOVE ZERO TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = GEN-DATE-NUM
                           SET EOF-MEAL TO TRUE
                       ELSE
                           MOVE MEAL-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 105-CHECK-SCHOOL-SITE
                           IF MEAL-SANDWICH-ID >= 1 AND
                               MEAL-SANDWICH-ID <= MAX-ITEM AND
                               SCHOOL-IN-SITE-YES
                               ADD 1 TO SAND-NAMED (MEAL-SANDWICH-ID)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXMEALORD
       EXIT SECTION.

      *> NAMED MEALS SITTING ON THE ORDER LINE JUST READ (SAME
      *> SCHOOL, DAY AND SANDWICH)
       155-COUNT-LINE-MEALS SECTION.
           MOVE ZERO TO LINE-MEAL-COUNT
           IF MEAL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE ORD-DELIVERY-DATE TO MEAL-DELIVERY-DATE
           MOVE ORD-SCHOOL-ID TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = ORD-DELIVERY-DATE
                           OR MEAL-SCHOOL-ID NOT = ORD-SCHOOL-ID
                           SET EOF-MEAL TO TRUE
                       ELSE
                           IF MEAL-SANDWICH-ID = ORD-SANDWICH-ID
                               ADD 1 TO LINE-MEAL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> A BUNDLE ON THE DAY'S ORDERS HANDS ITS COMPONENT SANDWICHES
      *> TO THE MAKE LIST AND ITS BOUGHT-IN INGREDIENTS STRAIGHT TO
      *> THE PICK, CONVERTED TO SUPPLIER UNITS LIKE A RECIPE LINE
      *> (NO SCRAP - NOTHING IS TRIMMED OFF AN APPLE OR A CAN). A
      *> COMPONENT IS NEVER ITSELF A BUNDLE (SEE BUNDLEADD), SO ONE
      *> PASS IS ENOUGH.
       170-EXPLODE-BUNDLES SECTION.
           OPEN INPUT FXINGRED
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF SAND-TOTAL (ITEM-IX) > ZERO
                   MOVE ITEM-IX TO BUNX-BUNDLE-ID
                   CALL "BUNDLEX" USING BUNDLEX-REQUEST
                   IF BUNX-IS-BUNDLE
                       MOVE "B" TO SAND-BUNDLE (ITEM-IX)
                       MOVE "Y" TO ANY-BUNDLES
                       PERFORM VARYING BUN-IX FROM 1 BY 1
                           UNTIL BUN-IX > BUNX-COUNT
                           PERFORM 175-EXPLODE-ONE-COMPONENT
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FXINGRED
       EXIT SECTION.

       175-EXPLODE-ONE-COMPONENT SECTION.
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
       EXIT SECTION.

      *> EVERY SANDWICH WITH ORDERS IS WALKED THROUGH ITS RECIPE
      *> LINES; THE RECIPE QUANTITY IS IN SANDWICH UNITS, SO THE
      *> TOTAL IS DIVIDED BY THE CONVERSION FACTOR (SANDWICH UNITS

      *> ORDER LINES CARRYING A VARIANT CORRECT THE STANDARD
      *> EXPLOSION: AN OMITTED INGREDIENT'S SHARE COMES OFF THE
      *> NEED, A SWAP MOVES IT ONTO THE ALTERNATE INGREDIENT.
      *> NAMED MEALS ON A LINE FOLLOW THEIR OWN VARIANT, NOT THE
      *> LINE'S, SO THEY ARE TAKEN OFF THE LINE AND APPLIED ONE BY
      *> ONE AFTERWARDS
       260-APPLY-VARIANTS SECTION.
           OPEN INPUT FXVARLINE
           IF VRL-STATUS-FS NOT = ZERO THEN
           END-IF
           OPEN INPUT FXRECIPE
           OPEN INPUT FXINGRED
           OPEN INPUT FXMEALORD
           MOVE "N" TO ORD-EOF-FLAG
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
      *> SO THE RUN READS ONLY ITS OWN DAY INSTEAD OF THE WHOLE
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           MOVE ORD-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 105-CHECK-SCHOOL-SITE
                           IF ORD-VARIANT-NO > ZERO AND
                               SCHOOL-IN-SITE-YES
                               PERFORM 155-COUNT-LINE-MEALS
                               IF ORD-QTY > LINE-MEAL-COUNT
                                   COMPUTE VAR-ORD-QTY =
                                       ORD-QTY - LINE-MEAL-COUNT
                                   PERFORM 265-APPLY-ONE-VARIANT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 280-APPLY-MEAL-VARIANTS
           CLOSE FXMEALORD
           CLOSE FXINGRED
           CLOSE FXRECIPE
           CLOSE FXORDERS
       EXIT SECTION.

       265-APPLY-ONE-VARIANT SECTION.
           MOVE "N" TO VRL-EOF-FLAG
           MOVE ORD-SANDWICH-ID TO VRL-SAND-ID
           MOVE ORD-VARIANT-NO TO VRL-VAR-NO
           END-PERFORM
       EXIT SECTION.

      *> EACH NAMED MEAL WITH A VARIANT CORRECTS THE EXPLOSION FOR
      *> ONE SANDWICH; THE ORDER RECORD AREA CARRIES ITS SANDWICH
      *> AND VARIANT INTO 265 AS AN ORDER LINE WOULD
       280-APPLY-MEAL-VARIANTS SECTION.
           IF MEAL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE GEN-DATE-NUM TO MEAL-DELIVERY-DATE
           MOVE ZERO TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = GEN-DATE-NUM
                           SET EOF-MEAL TO TRUE
                       ELSE
                           MOVE MEAL-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 105-CHECK-SCHOOL-SITE
                           IF MEAL-VARIANT-NO > ZERO AND
                               SCHOOL-IN-SITE-YES
                               MOVE MEAL-SANDWICH-ID
                                   TO ORD-SANDWICH-ID
                               MOVE MEAL-VARIANT-NO TO ORD-VARIANT-NO
                               MOVE 1 TO VAR-ORD-QTY
                               PERFORM 265-APPLY-ONE-VARIANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       250-WRITE-RESERVATIONS SECTION.
           MOVE "N" TO RESERV-CREATED-NEW
           OPEN I-O FXRESERV
                       ING-NEED (ITEM-IX)
                   MOVE ITEM-IX TO RSV-ING-ID
                   MOVE GEN-DATE-NUM TO RSV-DATE
                   MOVE PROD-SITE TO RSV-SITE
                   MOVE RESERVE-QTY TO RSV-QTY
                   CALL "GETOPER" USING RSV-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8)
       245-CLEAR-DAY-RESERVATIONS SECTION.
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
       300-PRINT-SHEET SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           IF PROD-SITE = "01"
               STRING "PRODREQ-" DELIMITED BY SIZE
                   DATE-REPORT DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           ELSE
               STRING "PRODREQ-" DELIMITED BY SIZE
                   PROD-SITE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DATE-REPORT DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           END-IF
           OPEN OUTPUT PRODREQ-FILE-REPORT
           INITIATE PRODREQ-REPORT
           OPEN INPUT FXSANDWICH
      *> GROUPS, SO THE TUNA MAYO NEVER PRECEDES THE GLUTEN-FREE
      *> ORDER ON A DIRTY BENCH
           PERFORM 305-COUNT-ALLERGEN-LOADS
           SET CLNS-ACTION-RESET-RUN TO TRUE
           MOVE GEN-DATE-NUM TO CLNS-DATE
           MOVE PROD-SITE TO CLNS-SITE
           MOVE ZERO TO CLNS-SEQ CLEAN-DOWN-SEQ
           MOVE SPACES TO CLNS-TEXT
           CALL "CLNSCHED" USING CLNSCHED-REQUEST
           PERFORM VARYING ALG-PASS FROM ZERO BY 1
               UNTIL ALG-PASS > MAX-ALG-LOAD
               MOVE "N" TO GROUP-PRINTED
               PERFORM VARYING ITEM-IX FROM 1 BY 1
                   UNTIL ITEM-IX > MAX-ITEM
                   IF SAND-TOTAL (ITEM-IX) > SAND-NAMED (ITEM-IX)
                       AND SAND-ALG-COUNT (ITEM-IX) = ALG-PASS
                       AND SAND-BUNDLE (ITEM-IX) = SPACE
                       MOVE "Y" TO GROUP-PRINTED
                       MOVE ITEM-IX TO DET-ID
                       COMPUTE DET-MAKE-QTY =
                           SAND-TOTAL (ITEM-IX) - SAND-NAMED (ITEM-IX)
                       MOVE SPACES TO DET-NAME
                       IF SANDWICH-STATUS = ZERO
                           MOVE ITEM-IX TO SANDWICH-ID
               END-PERFORM
               IF GROUP-PRINTED-YES AND ALG-PASS < MAX-ALG-LOAD
                   GENERATE LINE-CLEARANCE
                   MOVE SPACES TO CLNS-TEXT
                   STRING "CLEAN-DOWN AFTER ALG LOAD " DELIMITED BY SIZE
                       ALG-PASS DELIMITED BY SIZE
                       INTO CLNS-TEXT
                   PERFORM 380-RAISE-CLEAN-DOWN
               END-IF
           END-PERFORM
           PERFORM 360-PRINT-NAMED-MEALS
           IF ANY-BUNDLES-YES
               PERFORM 370-PRINT-BUNDLES
           END-IF
           CLOSE FXSANDWICH
           OPEN INPUT FXINGRED
           PERFORM VARYING ITEM-IX FROM 1 BY 1
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

      *> THE BUNDLES GO TOGETHER ONCE THEIR SANDWICHES ARE MADE, SO
      *> THEY CLOSE THE MAKE LIST
       370-PRINT-BUNDLES SECTION.
           GENERATE LINE-BUNDLES-TITLE
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF SAND-BUNDLE (ITEM-IX) NOT = SPACE AND
                   SAND-TOTAL (ITEM-IX) > ZERO
                   MOVE ITEM-IX TO DET-ID
                   MOVE SAND-TOTAL (ITEM-IX) TO DET-MAKE-QTY
                   MOVE SPACES TO DET-NAME
                   IF SANDWICH-STATUS = ZERO
                       MOVE ITEM-IX TO SANDWICH-ID
                       READ FXSANDWICH
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SANDWICH-NAME TO DET-NAME
                       END-READ
                   END-IF
                   GENERATE LINE-SANDWICH
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE NAMED MEALS OF THE DAY, ONE LINE EACH, BEHIND A LINE
      *> CLEARANCE SO THEY ARE NEVER MADE ON THE BENCH THE LAST
      *> ALLERGEN GROUP USED
       360-PRINT-NAMED-MEALS SECTION.
           MOVE "N" TO NAMED-PRINTED
           OPEN INPUT FXMEALORD
           IF MEAL-STATUS-FS NOT = ZERO THEN
               CLOSE FXMEALORD
               EXIT SECTION
           END-IF
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE GEN-DATE-NUM TO MEAL-DELIVERY-DATE
           MOVE ZERO TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = GEN-DATE-NUM
                           SET EOF-MEAL TO TRUE
                       ELSE
                           MOVE MEAL-SCHOOL-ID TO CHECK-SCHOOL-ID
                           PERFORM 105-CHECK-SCHOOL-SITE
                           IF SCHOOL-IN-SITE-YES
                               PERFORM 365-PRINT-ONE-NAMED-MEAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXMEALORD
       EXIT SECTION.

       365-PRINT-ONE-NAMED-MEAL SECTION.
           IF NOT NAMED-PRINTED-YES
               GENERATE LINE-NAMED-TITLE
               MOVE "Y" TO NAMED-PRINTED
               MOVE "CLEAN-DOWN BEFORE NAMED MEALS" TO CLNS-TEXT
               PERFORM 380-RAISE-CLEAN-DOWN
           END-IF
           MOVE MEAL-SCHOOL-ID TO DET-MEAL-SCHOOL
           MOVE MEAL-PUPIL-REF TO DET-MEAL-PUPIL
           MOVE MEAL-VARIANT-NO TO DET-MEAL-VARIANT
           MOVE MEAL-SANDWICH-ID TO DET-ID
           MOVE SPACES TO DET-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE MEAL-SANDWICH-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO DET-NAME
               END-READ
           END-IF
           GENERATE LINE-NAMED-MEAL
       EXIT SECTION.

      *> EACH CLEARANCE ON THE SHEET IS A CLEAN-DOWN THE KITCHEN
      *> SIGNS OFF ON THE CLEANING SCHEDULE, NUMBERED IN RUN ORDER
       380-RAISE-CLEAN-DOWN SECTION.
           ADD 1 TO CLEAN-DOWN-SEQ
           SET CLNS-ACTION-ALLERGEN TO TRUE
           MOVE GEN-DATE-NUM TO CLNS-DATE
           MOVE PROD-SITE TO CLNS-SITE
           MOVE CLEAN-DOWN-SEQ TO CLNS-SEQ
           CALL "CLNSCHED" USING CLNSCHED-REQUEST
       EXIT SECTION.

      *> THE ALLERGEN LOAD IS THE NUMBER OF ALLERGEN-FLAGGED
      *> INGREDIENTS IN THE RECIPE VERSION IN FORCE ON THE DAY -
      *> THE SAME ROLLUP THE LABELS PRINT
                       MOVE INGREDS-UNIT-SUPPLIER TO DET-UNIT
               END-READ
           END-IF
           PERFORM 312-SITE-STOCK
      *> STOCK STILL SITTING IN QC QUARANTINE IS NOT AVAILABLE TO
      *> THE KITCHEN, SO IT COMES OFF THE FIGURE THE SHORTAGE
      *> CHECK WORKS WITH
           END-IF
       EXIT SECTION.

      *> THE MAIN KITCHEN HAS THE INGREDIENT TOTAL LESS WHAT LIES AT
      *> THE OTHER SITES (STOCK FROM BEFORE THE LOCATION SPLIT IS
      *> ALWAYS ITS OWN); ANY OTHER SITE HAS JUST ITS STORE AND
      *> KITCHEN ROWS
       312-SITE-STOCK SECTION.
           MOVE ZERO TO OTHER-SITE-QTY
           MOVE "N" TO LOC-EOF-FLAG
           OPEN INPUT FXLOCSTOCK
           IF LOC-STATUS-FS NOT = ZERO THEN
               CLOSE FXLOCSTOCK
               IF PROD-SITE NOT = "01"
                   MOVE ZERO TO DET-STOCK
               END-IF
               EXIT SECTION
           END-IF
           MOVE ITEM-IX TO LOC-ING-ID
           MOVE LOW-VALUES TO LOC-CODE
           START FXLOCSTOCK KEY IS >= LOC-ID
               INVALID KEY SET EOF-LOC TO TRUE
           END-START
           PERFORM UNTIL EOF-LOC
               READ FXLOCSTOCK NEXT RECORD
                   AT END SET EOF-LOC TO TRUE
                   NOT AT END
                       IF LOC-ING-ID NOT = ITEM-IX
                           SET EOF-LOC TO TRUE
                       ELSE
                           IF PROD-SITE = "01"
                               IF LOC-CODE NOT = "ST" AND
                                   LOC-CODE NOT = "KI"
                                   ADD LOC-QTY TO OTHER-SITE-QTY
                               END-IF
                           ELSE
                               IF LOC-CODE = PROD-STORE-LOC OR
                                   LOC-CODE = PROD-KITCHEN-LOC
                                   ADD LOC-QTY TO OTHER-SITE-QTY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXLOCSTOCK
           IF PROD-SITE = "01"
               IF OTHER-SITE-QTY >= DET-STOCK
                   MOVE ZERO TO DET-STOCK
               ELSE
                   SUBTRACT OTHER-SITE-QTY FROM DET-STOCK
               END-IF
           ELSE
               IF OTHER-SITE-QTY > 99999
                   MOVE 99999 TO DET-STOCK
               ELSE
                   MOVE OTHER-SITE-QTY TO DET-STOCK
               END-IF
           END-IF
       EXIT SECTION.

      *> FIRST-EXPIRED-FIRST-OUT: THE KITCHEN IS SENT TO THE LOT
      *> WITH THE EARLIEST EXPIRY FIRST, THEN THE NEXT, UNTIL THE
      *> DAY'S NEED IS COVERED
           MOVE "N" TO RSV-EOF-FLAG
           MOVE ITEM-IX TO RSV-ING-ID
           MOVE ZERO TO RSV-DATE
           MOVE LOW-VALUES TO RSV-SITE
           START FXRESERV KEY IS >= RSV-ID
               INVALID KEY SET EOF-RSV TO TRUE
           END-START
                       IF RSV-ING-ID NOT = ITEM-IX
                           SET EOF-RSV TO TRUE
                       ELSE
                           IF RSV-DATE NOT = GEN-DATE-NUM AND
                               RSV-SITE = PROD-SITE
                               IF RSV-QTY >= DET-STOCK
                                   MOVE ZERO TO DET-STOCK
                               ELSE
