      *    PRINTS OLD COST, NEW COST AND DELTA PER AFFECTED SANDWICH
      *    PLUS THE ANNUALISED IMPACT USING THE LAST 28 DAYS OF
      *    ORDER VOLUME SCALED TO A YEAR.
      *    A SANDWICH CARRYING COST LAYERS IS SIMULATED ON ITS FULL
      *    COST: ITS PACKAGING BILL IS RE-PRICED THE SAME WAY AS ITS
      *    INGREDIENTS, ITS STORED LABOUR LAYER IS KEPT AND OVERHEAD IS
      *    RE-APPLIED AT THE FXCOSTCTL PERCENTAGE. ONE STILL ON AN
      *    INGREDIENT-ONLY COST IS COMPARED ON MATERIAL ALONE. EACH
      *    LINE SAYS WHICH BASIS IT USED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

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

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY FD-INGREDSFX.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXCOSTCTL.
           COPY FD-COSTCTL.
       FD FXPACKBOM.
           COPY FD-PACKBOM.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD SIM-FILE.
       78  TXT-PERCENT         VALUE "INCREASE PCT  :".
       78  REPORT-DONE
           VALUE "SIMULATION WRITTEN TO PRICE-SIM.rpt, PRESS ANY KEY".
       78  BASIS-FULL-COST     VALUE "FULL COST".
       78  BASIS-MATERIAL-ONLY VALUE "MATERIAL ONLY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  RIS-STATUS                       PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SIM-STATUS                       PIC 9(002).
       77  CCT-STATUS-FS                    PIC 9(002).
       77  PKB-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  SANDWICH-EOF-FLAG                PIC X(001) VALUE "N".
       01  SUPP-UNITS                       PIC 9(005)V9999.
       01  SIM-PRICE                        PIC 9(005)V99.
       01  NEW-COST                         PIC 9(005)V99.
      *> THE ITEM BEING PRICED - A RECIPE INGREDIENT OR A PACKAGING
      *> ITEM - AND ITS QUANTITY IN SANDWICH UNITS
       01  COST-ING-ID                      PIC 9(005).
       01  COST-QTY                         PIC 9(003)V99.
       01  PKB-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-PKB                      VALUE "Y".
       01  OVERHEAD-PCT                     PIC 9(003)V99.
       01  NEW-OVERHEAD                     PIC 9(005)V99.
       01  SANDWICH-AFFECTED                PIC X(001).
           88  AFFECTED-YES                 VALUE "Y".
       01  COST-DELTA                       PIC S9(005)V99.
           05  SD-DELTA                     PIC -ZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-ANNUAL                    PIC -ZZZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-BASIS                     PIC X(013).


      *> EFFECTIVE-DATED RECIPE VERSION SELECTION (SEE FD-RECIPE):
           OPEN INPUT FXRECIPE
           OPEN INPUT FXINGRED
           OPEN INPUT FXRISUPPLY
           OPEN INPUT FXPACKBOM
           MOVE ZERO TO OVERHEAD-PCT
           OPEN INPUT FXCOSTCTL
           IF CCT-STATUS-FS = ZERO
               MOVE 1 TO CCT-ID
               READ FXCOSTCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CCT-OVERHEAD-PCT TO OVERHEAD-PCT
               END-READ
           END-IF
           CLOSE FXCOSTCTL
           OPEN OUTPUT SIM-FILE
           PERFORM UNTIL EOFSANDWICH
               READ FXSANDWICH NEXT RECORD
           MOVE TOTAL-ANNUAL-IMPACT TO SD-ANNUAL
           WRITE SIM-LINE FROM SIM-DETAIL
           CLOSE SIM-FILE
           CLOSE FXPACKBOM
           CLOSE FXRISUPPLY
           CLOSE FXINGRED
           CLOSE FXRECIPE
                       ELSE
                           PERFORM 095-CHECK-RECIPE-VERSION
                           IF VERSION-IN-FORCE-YES
                               MOVE RECIPE-ING-ID TO COST-ING-ID
                               MOVE RECIPE-QTY TO COST-QTY
                               PERFORM 220-SIMULATE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF SANDWICH-COST-MATERIAL > ZERO
               PERFORM 250-ADD-OTHER-LAYERS
           END-IF
           IF AFFECTED-YES
               PERFORM 300-PRINT-ONE-SANDWICH
           END-IF
       220-SIMULATE-ONE-LINE SECTION.
           MOVE ZERO TO SUPP-UNITS
           IF INGRED-STATUS = ZERO
               MOVE COST-ING-ID TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF INGREDS-CONV-FACTOR > ZERO
                           COMPUTE SUPP-UNITS =
                               COST-QTY / INGREDS-CONV-FACTOR
                       ELSE
                           MOVE COST-QTY TO SUPP-UNITS
                       END-IF
               END-READ
           END-IF
               NEW-COST + (SUPP-UNITS * SIM-PRICE)
       EXIT SECTION.

      *> NEW-COST HOLDS THE SIMULATED MATERIAL LAYER ON ENTRY. THE
      *> PACKAGING BILL IS ADDED AT THE SIMULATED PRICES, THE STORED
      *> LABOUR LAYER AS IT IS, AND OVERHEAD ON TOP OF THE THREE
       250-ADD-OTHER-LAYERS SECTION.
           IF PKB-STATUS-FS = ZERO
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
                               MOVE PKB-ITEM-ID TO COST-ING-ID
                               MOVE PKB-QTY TO COST-QTY
                               PERFORM 220-SIMULATE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           ADD SANDWICH-COST-LABOUR TO NEW-COST
           COMPUTE NEW-OVERHEAD ROUNDED =
               NEW-COST * OVERHEAD-PCT / 100
           ADD NEW-OVERHEAD TO NEW-COST
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
           COMPUTE ANNUAL-IMPACT ROUNDED =
               COST-DELTA * SAND-VOLUME (SAND-ID-SAVE) * 13
           MOVE ANNUAL-IMPACT TO SD-ANNUAL
           IF SANDWICH-COST-MATERIAL > ZERO
               MOVE BASIS-FULL-COST TO SD-BASIS
           ELSE
               MOVE BASIS-MATERIAL-ONLY TO SD-BASIS
           END-IF
           ADD ANNUAL-IMPACT TO TOTAL-ANNUAL-IMPACT
           WRITE SIM-LINE FROM SIM-DETAIL
       EXIT SECTION.
