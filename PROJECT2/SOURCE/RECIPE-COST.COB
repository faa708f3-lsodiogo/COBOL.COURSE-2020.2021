      *    SANDWICH RECORD AND PRINTS A COSTED BILL OF MATERIALS.
      *    A SANDWICH WITH AN INGREDIENT THAT HAS NO VALID AGREEMENT
      *    IS FLAGGED AND ITS STORED COST IS LEFT UNTOUCHED - NEVER
      *    SILENTLY COSTED AT ZERO. WHEN THE INGREDIENT'S LATEST
      *    RECEIPT CARRIED INVOICE FREIGHT OR OTHER CHARGES, THE
      *    AGREEMENT PRICE IS UPLIFTED BY THE SAME PROPORTION SO THE
      *    ROLLUP REFLECTS THE LANDED COST.
      *    DRAFT SANDWICHES ARE COSTED ON THEIR DRAFT LINES, AND A
      *    LIVE SANDWICH CARRYING DRAFT LINES GETS A SECOND, TRIAL
      *    BILL FOR THE REFORMULATION THAT IS PRINTED ONLY - THE
      *    STORED COST ALWAYS STAYS THAT OF THE RECIPE IN FORCE.
      *    ON TOP OF THE INGREDIENTS (THE MATERIAL LAYER) EACH
      *    SANDWICH IS CHARGED ITS PACKAGING BILL FROM FXPACKBOM,
      *    PRICED LIKE ANY INGREDIENT, ITS LABOUR MINUTES AT THE
      *    FXCOSTCTL HOURLY RATE AND THE FXCOSTCTL OVERHEAD PERCENTAGE
      *    OF THOSE THREE. THE FOUR LAYERS ARE STORED ON THE SANDWICH
      *    ALONGSIDE THEIR TOTAL IN SANDWICH-COST. A PACKAGING ITEM
      *    WITH NO VALID AGREEMENT LEAVES THE SANDWICH NOT COSTED.
      *    A MEAL-DEAL BUNDLE HAS NO RECIPE: IT IS COSTED FROM ITS
      *    BUNDLEX COMPONENTS - EACH COMPONENT SANDWICH'S STORED
      *    MATERIAL, LABOUR AND PACKAGING LAYERS TIMES ITS QUANTITY,
      *    AND EACH BOUGHT-IN ITEM PRICED LIKE AN INGREDIENT - PLUS
      *    THE BUNDLE'S OWN PACKAGING AND LABOUR MINUTES, WITH THE
      *    OVERHEAD TAKEN ON THE TOTAL. A COMPONENT SANDWICH NEVER
      *    COSTED LEAVES THE BUNDLE NOT COSTED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

               SELECT FXPOLINES ASSIGN TO "FXPOLINES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS POL-ID
                   FILE STATUS POL-STATUS-FS.

               SELECT FXCOSTCTL ASSIGN TO "FXCOSTCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCT-ID
                   FILE STATUS CCT-STATUS-FS.

               SELECT FXPACKBOM ASSIGN TO "FXPACKBOM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PKB-ID
                   FILE STATUS PKB-STATUS-FS.

               SELECT COST-FILE-REPORT ASSIGN TO "RECIPE-COST.rpt".

       DATA DIVISION.
           COPY FD-INGREDSFX.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXPOLINES.
           COPY FD-POLINE.
       FD FXCOSTCTL.
           COPY FD-COSTCTL.
       FD FXPACKBOM.
           COPY FD-PACKBOM.

       FD COST-FILE-REPORT
           REPORT IS COST-REPORT.
       01  NEXT-VERSION-SAME                PIC X(001).
           88  NEXT-VERSION-SAME-YES        VALUE "Y".
       01  RECIPE-ASOF-DATE                 PIC 9(008).
      *> DRAFT LINES ARE DATED 99999999, SO AN AS-OF DATE THAT HIGH
      *> TAKES THE DRAFT VERSION OF EVERY LINE
       01  DRAFT-LINES-FOUND                PIC X(001).
           88  DRAFT-LINES-YES              VALUE "Y".
       01  DRAFT-PASS                       PIC X(001).
           88  DRAFT-PASS-YES               VALUE "Y".

       COPY WS-RIS.

       78  REPORT-DONE
           VALUE "COST ROLLUP FINISHED, PRESS ANY KEY".
       78  FLAG-NO-AGREEMENT   VALUE "** NO AGREEMENT **".
       78  FLAG-COMP-NOT-COSTED VALUE "** NOT COSTED **".
       78  TAG-NEW-DRAFT       VALUE "DRAFT - NEW".
       78  TAG-REFORMULATION   VALUE "DRAFT REFORMULATION".
       78  FLAG-NOT-COSTED
           VALUE "SANDWICH NOT COSTED - MISSING AGREEMENT(S)".
       78  ERROR-FILE-STATUS-MSG
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  RIS-STATUS                       PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  CCT-STATUS-FS                    PIC 9(002).
       77  PKB-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01 CURRENT-DATE-REPORT.
       01 LINE-COST                        PIC 9(005)V99.
       01 TOTAL-COST                       PIC 9(005)V99.
       01 SAND-ID-SAVE                     PIC 9(005).
       01 POL-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-POL                      VALUE "Y".
       01 BEST-RECEIPT-DATE                PIC 9(008).
       01 LANDED-RATIO                     PIC 9(003)V9999.
       01 LANDED-UNIT-PRICE                PIC 9(005)V9999.

      *> THE ITEM BEING PRICED - A RECIPE INGREDIENT OR A PACKAGING
      *> ITEM - AND ITS QUANTITY IN SANDWICH UNITS
       01 COST-ING-ID                      PIC 9(005).
       01 COST-QTY                         PIC 9(003)V99.
       01 PKB-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-PKB                      VALUE "Y".
       01 PACKAGING-LINES-FOUND            PIC X(001).
           88 PACKAGING-LINES-YES          VALUE "Y".
       01 LABOUR-RATE                      PIC 9(003)V99.
       01 OVERHEAD-PCT                     PIC 9(003)V99.
       01 MATERIAL-COST                    PIC 9(005)V99.
       01 LABOUR-COST                      PIC 9(005)V99.
       01 PACKAGING-COST                   PIC 9(005)V99.
       01 OVERHEAD-COST                    PIC 9(005)V99.
      *> A BUNDLE'S COMPONENT SANDWICHES, LAYER BY LAYER
       COPY LK-BUNDLEX.
       01 BUN-IX                           PIC 9(002).
       01 BUNDLE-MATERIAL                  PIC 9(005)V99.
       01 BUNDLE-LABOUR                    PIC 9(005)V99.
       01 BUNDLE-PACKAGING                 PIC 9(005)V99.
       01 COMP-MATERIAL                    PIC 9(003)V99.
       01 DET-LAYER-NAME                   PIC X(020).
       01 DET-LAYER-COST                   PIC 9(005)V99.

       01 DET-SAND-ID                      PIC 9(005).
       01 DET-SAND-NAME                    PIC X(030).
       01 DET-VERSION                      PIC X(020).
       01 DET-ING-ID                       PIC 9(005).
       01 DET-ING-NAME                     PIC X(030).
       01 DET-QTY                          PIC 9(003)V99.
           02 LINE IS PLUS 2.
               03 COLUMN 02 PIC 9(005) SOURCE DET-SAND-ID.
               03 COLUMN 07 PIC X(030) SOURCE DET-SAND-NAME.
               03 COLUMN 40 PIC X(020) SOURCE DET-VERSION.

       01 LINE-BOM TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 66 PIC ZZZZ9.99 SOURCE DET-COST.
               03 COLUMN 76 PIC X(018) SOURCE DET-FLAG.

       01 LINE-PACKAGING-HDR TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 05 VALUE "PACKAGING".

       01 LINE-COST-LAYER TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 40 PIC X(020) SOURCE DET-LAYER-NAME.
               03 COLUMN 66 PIC ZZZZ9.99 SOURCE DET-LAYER-COST.

       01 LINE-SANDWICH-TOTAL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 40 VALUE "SANDWICH COST".
           OPEN INPUT FXRECIPE
           OPEN INPUT FXINGRED
           OPEN INPUT FXRISUPPLY
           OPEN INPUT FXPOLINES
           OPEN INPUT FXPACKBOM
           PERFORM 110-LOAD-COST-RATES
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           OPEN OUTPUT COST-FILE-REPORT
           INITIATE COST-REPORT
               READ FXSANDWICH NEXT RECORD
                   AT END SET EOFSANDWICH TO TRUE
                   NOT AT END
                       IF SANDWICH-LIVE
                           MOVE "N" TO DRAFT-PASS
                           MOVE TODAY-DATE TO RECIPE-ASOF-DATE
                           MOVE SPACES TO DET-VERSION
                           PERFORM 200-COST-ONE-SANDWICH
                           IF DRAFT-LINES-YES
                               MOVE "Y" TO DRAFT-PASS
                               MOVE 99999999 TO RECIPE-ASOF-DATE
                               MOVE TAG-REFORMULATION TO DET-VERSION
                               PERFORM 200-COST-ONE-SANDWICH
                           END-IF
                       END-IF
                       IF SANDWICH-DRAFT
                           MOVE "N" TO DRAFT-PASS
                           MOVE 99999999 TO RECIPE-ASOF-DATE
                           MOVE TAG-NEW-DRAFT TO DET-VERSION
                           PERFORM 200-COST-ONE-SANDWICH
                       END-IF
               END-READ
           END-PERFORM
           TERMINATE COST-REPORT
           CLOSE COST-FILE-REPORT
           CLOSE FXPACKBOM
           CLOSE FXPOLINES
           CLOSE FXRISUPPLY
           CLOSE FXINGRED
           CLOSE FXRECIPE
           CLOSE FXSANDWICH
       EXIT SECTION.

      *> NO FXCOSTCTL RECORD YET MEANS NO LABOUR RATE AND NO
      *> OVERHEAD - THOSE LAYERS THEN COST AT ZERO
       110-LOAD-COST-RATES SECTION.
           MOVE ZERO TO LABOUR-RATE OVERHEAD-PCT
           OPEN INPUT FXCOSTCTL
           IF CCT-STATUS-FS = ZERO
               MOVE 1 TO CCT-ID
               READ FXCOSTCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CCT-LABOUR-RATE TO LABOUR-RATE
                       MOVE CCT-OVERHEAD-PCT TO OVERHEAD-PCT
               END-READ
           END-IF
           CLOSE FXCOSTCTL
       EXIT SECTION.

       200-COST-ONE-SANDWICH SECTION.
           MOVE "Y" TO SANDWICH-COSTABLE
           MOVE "N" TO DRAFT-LINES-FOUND
           MOVE ZERO TO TOTAL-COST
           MOVE SANDWICH-ID TO SAND-ID-SAVE DET-SAND-ID
           MOVE SANDWICH-NAME TO DET-SAND-NAME
                       IF RECIPE-SAND-ID NOT = SAND-ID-SAVE
                           SET EOF-RECIPE TO TRUE
                       ELSE
                           IF RECIPE-EFF-DRAFT
                               MOVE "Y" TO DRAFT-LINES-FOUND
                           END-IF
                           PERFORM 095-CHECK-RECIPE-VERSION
                           IF VERSION-IN-FORCE-YES
                               PERFORM 210-COST-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO BUNDLE-MATERIAL BUNDLE-LABOUR BUNDLE-PACKAGING
           IF SANDWICH-IS-BUNDLE
               PERFORM 280-COST-BUNDLE-COMPONENTS
           END-IF
           COMPUTE MATERIAL-COST = TOTAL-COST + BUNDLE-MATERIAL
           MOVE ZERO TO TOTAL-COST
           PERFORM 250-COST-PACKAGING
           COMPUTE PACKAGING-COST = TOTAL-COST + BUNDLE-PACKAGING
           IF NOT COSTABLE-YES
               GENERATE LINE-NOT-COSTED
               EXIT SECTION
           END-IF
           COMPUTE LABOUR-COST ROUNDED =
               SANDWICH-LABOUR-MINUTES * LABOUR-RATE / 60
               + BUNDLE-LABOUR
           COMPUTE OVERHEAD-COST ROUNDED =
               (MATERIAL-COST + LABOUR-COST + PACKAGING-COST)
               * OVERHEAD-PCT / 100
           COMPUTE TOTAL-COST = MATERIAL-COST + LABOUR-COST
               + PACKAGING-COST + OVERHEAD-COST
           PERFORM 270-PRINT-COST-LAYERS
           GENERATE LINE-SANDWICH-TOTAL
           IF DRAFT-PASS-YES
               EXIT SECTION
           END-IF
           MOVE TOTAL-COST TO SANDWICH-COST
           MOVE MATERIAL-COST TO SANDWICH-COST-MATERIAL
           MOVE LABOUR-COST TO SANDWICH-COST-LABOUR
           MOVE PACKAGING-COST TO SANDWICH-COST-PACKAGING
           MOVE OVERHEAD-COST TO SANDWICH-COST-OVERHEAD
           MOVE TODAY-DATE TO SANDWICH-COST-DATE
           CALL "GETOPER" USING SANDWICH-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SANDWICH-LAST-DATE
           REWRITE SANDWICH-DETAILS
           END-REWRITE
       EXIT SECTION.

      *> DECIDES WHETHER THE RECIPE LINE JUST READ IS THE VERSION
       EXIT SECTION.

       210-COST-ONE-LINE SECTION.
           MOVE RECIPE-ING-ID TO COST-ING-ID
           MOVE RECIPE-QTY TO COST-QTY
           PERFORM 220-PRICE-ONE-ITEM
       EXIT SECTION.

      *> PRICES COST-QTY OF ITEM COST-ING-ID, PRINTS ITS BILL LINE
      *> AND ADDS IT TO TOTAL-COST
       220-PRICE-ONE-ITEM SECTION.
           MOVE COST-ING-ID TO DET-ING-ID
           MOVE SPACES TO DET-ING-NAME DET-FLAG
           MOVE COST-QTY TO DET-QTY
           MOVE ZERO TO DET-SUPP-UNITS DET-PRICE DET-COST
               SUPP-UNITS
           IF INGRED-STATUS = ZERO
               MOVE COST-ING-ID TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INGREDS-NAME TO DET-ING-NAME
                       IF INGREDS-CONV-FACTOR > ZERO
                           COMPUTE SUPP-UNITS =
                               COST-QTY / INGREDS-CONV-FACTOR
                       ELSE
                           MOVE COST-QTY TO SUPP-UNITS
                       END-IF
               END-READ
           END-IF
               GENERATE LINE-BOM
               EXIT SECTION
           END-IF
           PERFORM 240-FIND-LANDED-RATIO
           COMPUTE LANDED-UNIT-PRICE ROUNDED =
               WS-RIS-PRICE * LANDED-RATIO
           MOVE LANDED-UNIT-PRICE TO DET-PRICE
           COMPUTE LINE-COST ROUNDED = SUPP-UNITS * LANDED-UNIT-PRICE
           MOVE LINE-COST TO DET-COST
           ADD LINE-COST TO TOTAL-COST
           GENERATE LINE-BOM
       EXIT SECTION.

      *> THE SANDWICH'S FXPACKBOM LINES, PRICED THE SAME WAY AS ITS
      *> INGREDIENTS. THE BILL IS NOT VERSIONED, SO THE DRAFT PASS
      *> USES THE SAME PACKAGING AS THE RECIPE IN FORCE
       250-COST-PACKAGING SECTION.
           MOVE "N" TO PACKAGING-LINES-FOUND
           IF PKB-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO PKB-EOF-FLAG
           MOVE SAND-ID-SAVE TO PKB-SAND-ID
           MOVE ZERO TO PKB-ITEM-ID
           START FXPACKBOM KEY IS >= PKB-ID
               INVALID KEY SET EOF-PKB TO TRUE
           END-START
           PERFORM UNTIL EOF-PKB
               READ FXPACKBOM NEXT RECORD
                   AT END SET EOF-PKB TO TRUE
                   NOT AT END
                       IF PKB-SAND-ID NOT = SAND-ID-SAVE
                           SET EOF-PKB TO TRUE
                       ELSE
                           IF NOT PACKAGING-LINES-YES
                               MOVE "Y" TO PACKAGING-LINES-FOUND
                               GENERATE LINE-PACKAGING-HDR
                           END-IF
                           MOVE PKB-ITEM-ID TO COST-ING-ID
                           MOVE PKB-QTY TO COST-QTY
                           PERFORM 220-PRICE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       270-PRINT-COST-LAYERS SECTION.
           MOVE "MATERIAL" TO DET-LAYER-NAME
           MOVE MATERIAL-COST TO DET-LAYER-COST
           GENERATE LINE-COST-LAYER
           MOVE "LABOUR" TO DET-LAYER-NAME
           MOVE LABOUR-COST TO DET-LAYER-COST
           GENERATE LINE-COST-LAYER
           MOVE "PACKAGING" TO DET-LAYER-NAME
           MOVE PACKAGING-COST TO DET-LAYER-COST
           GENERATE LINE-COST-LAYER
           MOVE "OVERHEAD" TO DET-LAYER-NAME
           MOVE OVERHEAD-COST TO DET-LAYER-COST
           GENERATE LINE-COST-LAYER
       EXIT SECTION.

      *> THE BUNDLE'S COMPONENTS, ONE BILL LINE EACH. A BOUGHT-IN
      *> ITEM GOES THROUGH 220 INTO TOTAL-COST LIKE A RECIPE LINE; A
      *> COMPONENT SANDWICH IS READ FOR ITS STORED LAYERS (A COST
      *> ROLLED UP BEFORE THE LAYERS WERE KEPT IS ALL MATERIAL), SO
      *> THE BUNDLE IS RE-READ AFTERWARDS TO PUT BACK ITS RECORD AND
      *> THE POSITION OF THE ROLLUP'S SCAN
       280-COST-BUNDLE-COMPONENTS SECTION.
           MOVE SAND-ID-SAVE TO BUNX-BUNDLE-ID
           CALL "BUNDLEX" USING BUNDLEX-REQUEST
           IF NOT BUNX-IS-BUNDLE
               EXIT SECTION
           END-IF
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               IF BUNX-COMP-SANDWICH (BUN-IX)
                   PERFORM 285-COST-COMPONENT-SANDWICH
               ELSE
                   MOVE BUNX-COMP-ID (BUN-IX) TO COST-ING-ID
                   MOVE BUNX-COMP-QTY (BUN-IX) TO COST-QTY
                   PERFORM 220-PRICE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE SAND-ID-SAVE TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY CONTINUE
           END-READ
       EXIT SECTION.

       285-COST-COMPONENT-SANDWICH SECTION.
           MOVE BUNX-COMP-ID (BUN-IX) TO DET-ING-ID SANDWICH-ID
           MOVE BUNX-COMP-NAME (BUN-IX) TO DET-ING-NAME
           MOVE BUNX-COMP-QTY (BUN-IX) TO DET-QTY DET-SUPP-UNITS
           MOVE SPACES TO DET-FLAG
           MOVE ZERO TO DET-PRICE DET-COST
           READ FXSANDWICH
               INVALID KEY
                   MOVE ZERO TO SANDWICH-COST-DATE
           END-READ
           IF SANDWICH-COST-DATE = ZERO
               MOVE "N" TO SANDWICH-COSTABLE
               MOVE FLAG-COMP-NOT-COSTED TO DET-FLAG
               GENERATE LINE-BOM
               EXIT SECTION
           END-IF
           IF SANDWICH-COST-MATERIAL = ZERO AND
               SANDWICH-COST-LABOUR = ZERO AND
               SANDWICH-COST-PACKAGING = ZERO
               MOVE SANDWICH-COST TO COMP-MATERIAL
           ELSE
               MOVE SANDWICH-COST-MATERIAL TO COMP-MATERIAL
           END-IF
           COMPUTE BUNDLE-MATERIAL ROUNDED = BUNDLE-MATERIAL
               + COMP-MATERIAL * BUNX-COMP-QTY (BUN-IX)
           COMPUTE BUNDLE-LABOUR ROUNDED = BUNDLE-LABOUR
               + SANDWICH-COST-LABOUR * BUNX-COMP-QTY (BUN-IX)
           COMPUTE BUNDLE-PACKAGING ROUNDED = BUNDLE-PACKAGING
               + SANDWICH-COST-PACKAGING * BUNX-COMP-QTY (BUN-IX)
           MOVE SANDWICH-COST TO DET-PRICE
           COMPUTE DET-COST ROUNDED =
               SANDWICH-COST * BUNX-COMP-QTY (BUN-IX)
           GENERATE LINE-BOM
       EXIT SECTION.

       230-FIND-PREFERRED-AGREEMENT SECTION.
           MOVE "N" TO AGREEMENT-FOUND
           MOVE "N" TO RIS-EOF-FLAG
           IF RIS-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE COST-ING-ID TO RIS-ID-ING
           MOVE ZERO TO RIS-ID-SUPP
           MOVE ZERO TO RIS-EFF-DATE
           START FXRISUPPLY KEY IS >= RIS-ID
               READ FXRISUPPLY NEXT RECORD
                   AT END SET EOF-RIS TO TRUE
                   NOT AT END
                       IF RIS-ID-ING NOT = COST-ING-ID
                           SET EOF-RIS TO TRUE
                       ELSE
                           IF RIS-PREFERRED-YES AND
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> THE UPLIFT COMES FROM THE INGREDIENT'S LATEST RECEIPT: ITS
      *> LANDED PRICE OVER ITS PLAIN PRICE. A RECEIPT WITH NO CHARGES
      *> SPREAD ONTO IT (OR NO RECEIPT AT ALL) LEAVES THE PRICE AS IT
      *> IS
       240-FIND-LANDED-RATIO SECTION.
           MOVE 1 TO LANDED-RATIO
           MOVE ZERO TO BEST-RECEIPT-DATE
           IF POL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO POL-EOF-FLAG
           MOVE ZERO TO POL-PO-ID POL-LINE-NO
           START FXPOLINES KEY IS >= POL-ID
               INVALID KEY SET EOF-POL TO TRUE
           END-START
           PERFORM UNTIL EOF-POL
               READ FXPOLINES NEXT RECORD
                   AT END SET EOF-POL TO TRUE
                   NOT AT END
                       IF POL-ING-ID = COST-ING-ID AND
                           POL-QTY-RECEIVED > ZERO AND
                           POL-LAST-DATE >= BEST-RECEIPT-DATE
                           MOVE POL-LAST-DATE TO BEST-RECEIPT-DATE
                           MOVE 1 TO LANDED-RATIO
                           IF POL-LANDED-PRICE > POL-PRICE AND
                               POL-PRICE > ZERO
                               COMPUTE LANDED-RATIO ROUNDED =
                                   POL-LANDED-PRICE / POL-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.
