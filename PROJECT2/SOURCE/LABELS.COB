      *    ALLERGENS ARE THE BIGGEST RISK THE SHOP CARRIES, SO THE
      *    ALLERGEN LINE IS DERIVED FROM THE RECIPES EVERY RUN, NOT
      *    COPIED FROM ANYWHERE.
      *    EACH LABEL ALSO CARRIES THE PRODUCTION BATCH CODE (MADE-ON
      *    DATE AND SANDWICH ID, AS FILED ON FXPRODBATCH) FOR RECALL.
      *    A NAMED MEAL FOR A PUPIL ON A SPECIAL DIET (FXMEALORD)
      *    GETS A LABEL OF ITS OWN, QUANTITY ONE, WITH THE SCHOOL AND
      *    PUPIL REFERENCE AT THE END OF THE RECORD; IT IS TAKEN OFF
      *    THE ORDINARY LABEL COUNT OF THE ORDER LINE IT SITS ON.
      *    THE FINISHED LABELS.DAT IS ENTERED ON THE TRANSMISSION
      *    REGISTER WITH ITS RECORD COUNT AND THE LABELS TO PRINT.
      *    A MEAL-DEAL BUNDLE (BUNDLEX) GETS ITS OWN LABEL WITH THE
      *    ALLERGENS OF EVERYTHING PACKED IN IT, AND EACH COMPONENT
      *    SANDWICH IS LABELLED FOR THE BUNDLES IT GOES INTO, AS THE
      *    PRODUCTION SHEET ADDS IT TO THE MAKE LIST.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXMEALORD ASSIGN TO "FXMEALORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MEAL-ID
                   FILE STATUS MEAL-STATUS-FS.

               SELECT LABEL-FILE ASSIGN TO "LABELS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LABEL-STATUS.
           COPY FD-RECIPE.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXMEALORD.
           COPY FD-MEALORD.
       FD LABEL-FILE.
           01  LABEL-RECORD                 PIC X(148).

       WORKING-STORAGE SECTION.
       COPY WS-ORDERS.
       COPY LK-TXREG.
       COPY LK-BUNDLEX.

       78  MODULE-NAME-VIEW    VALUE "LABEL PRINTING".
       78  BACK-EXIT           VALUE "F3 - BACK".
           88  VARIANT-OMITTED              VALUE "O".
           88  VARIANT-SWAPPED              VALUE "S".
       01  ALLERGEN-CHECK-ING               PIC 9(005).
       77  MEAL-STATUS-FS                   PIC 9(002).
       01  MEAL-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-MEAL                     VALUE "Y".
       01  LINE-MEAL-COUNT                  PIC 9(005).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
           05  LABEL-QTY OCCURS MAX-ITEM TIMES
               PIC 9(007) VALUE ZERO.
       77  ITEM-IX                          PIC 9(005).
      *> EVERYTHING ORDERED OF A SANDWICH, NAMED MEALS INCLUDED, FOR
      *> THE BUNDLE EXPLOSION
       01  ORDERED-QTY-TABLE.
           05  ORDERED-QTY OCCURS MAX-ITEM TIMES
               PIC 9(007) VALUE ZERO.
       77  BUN-IX                           PIC 9(002).
       77  BUN-COMP-SAND                    PIC 9(005).
       01  LABEL-IS-BUNDLE                  PIC X(001).
           88  LABEL-IS-BUNDLE-YES          VALUE "Y".
      *> ALLERGENS ALREADY ON A BUNDLE'S LINE, SO AN ALLERGEN TWO
      *> COMPONENTS SHARE IS DECLARED ONCE
       78  MAX-LABEL-ALLERGENS              VALUE 50.
       01  ADDED-ALLERGEN-TABLE.
           05  ADDED-ALLERGEN-ID OCCURS MAX-LABEL-ALLERGENS TIMES
               PIC 9(005).
       77  ADDED-ALLERGEN-COUNT             PIC 9(003).
       77  ADDED-IX                         PIC 9(003).
       01  TRIGGER-LINE                     PIC X(062).
       01  TRIGGER-LEN                      PIC 9(003).
       77  LABEL-RECORDS                    PIC 9(007).
       77  LABEL-TOTAL                      PIC 9(011)V99.

       01  LABEL-DETAIL.
           05  LBL-QTY                      PIC 9(005).
           05  LBL-MADE-ON                  PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LBL-BEST-BEFORE              PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LBL-BATCH.
               10  LBL-BATCH-DATE           PIC 9(008).
               10  LBL-BATCH-SAND           PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACE.
      *        BLANK EXCEPT ON A NAMED MEAL'S LABEL
           05  LBL-NAMED-FOR.
               10  LBL-NAMED-SCHOOL         PIC X(005).
               10  FILLER                   PIC X(001) VALUE SPACE.
               10  LBL-NAMED-PUPIL          PIC X(010).


      *> EFFECTIVE-DATED RECIPE VERSION SELECTION (SEE FD-RECIPE):
           COMPUTE BEST-BEFORE = DATE-OF-INTEGER (DAY-NUMBER)
           MOVE MADE-DATE TO RECIPE-ASOF-DATE
           PERFORM 100-TOTAL-DAY-ORDERS
           PERFORM 170-EXPLODE-BUNDLES
           PERFORM 200-WRITE-LABELS
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT FXMEALORD
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
      *> SO THE RUN READS ONLY ITS OWN DAY INSTEAD OF THE WHOLE
      *> ORDER FILE
                           IF ORD-VARIANT-NO = ZERO AND
                               ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM
                               ADD ORD-QTY
                                   TO ORDERED-QTY (ORD-SANDWICH-ID)
                               PERFORM 150-COUNT-LINE-MEALS
                               IF ORD-QTY > LINE-MEAL-COUNT
                                   COMPUTE LABEL-QTY (ORD-SANDWICH-ID)
                                       = LABEL-QTY (ORD-SANDWICH-ID)
                                       + ORD-QTY - LINE-MEAL-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXMEALORD
           CLOSE FXORDERS
       EXIT SECTION.

      *> THE SANDWICHES PACKED INTO THE DAY'S BUNDLES ARE MADE AND
      *> LABELLED LIKE ANY OTHER: EACH COMPONENT SANDWICH GETS ITS
      *> QUANTITY PER BUNDLE TIMES THE BUNDLES ORDERED (NAMED MEALS
      *> INCLUDED), AS PRODREQ PUTS THEM ON THE MAKE LIST. BOUGHT-IN
      *> ITEMS COME IN THEIR OWN PACKAGING AND ARE NOT LABELLED. A
      *> COMPONENT IS NEVER ITSELF A BUNDLE, SO ONE PASS IS ENOUGH.
       170-EXPLODE-BUNDLES SECTION.
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF ORDERED-QTY (ITEM-IX) > ZERO
                   MOVE ITEM-IX TO BUNX-BUNDLE-ID
                   CALL "BUNDLEX" USING BUNDLEX-REQUEST
                   IF BUNX-IS-BUNDLE
                       PERFORM VARYING BUN-IX FROM 1 BY 1
                           UNTIL BUN-IX > BUNX-COUNT
                           PERFORM 175-EXPLODE-ONE-COMPONENT
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

       175-EXPLODE-ONE-COMPONENT SECTION.
           IF NOT BUNX-COMP-SANDWICH (BUN-IX) OR
               BUNX-COMP-ID (BUN-IX) < 1 OR
               BUNX-COMP-ID (BUN-IX) > MAX-ITEM
               EXIT SECTION
           END-IF
           MOVE BUNX-COMP-ID (BUN-IX) TO BUN-COMP-SAND
           COMPUTE LABEL-QTY (BUN-COMP-SAND) =
               LABEL-QTY (BUN-COMP-SAND) +
               BUNX-COMP-QTY (BUN-IX) * ORDERED-QTY (ITEM-IX)
       EXIT SECTION.

       200-WRITE-LABELS SECTION.
           OPEN I-O FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO THEN
               MOVE LABEL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ZERO TO LABEL-RECORDS LABEL-TOTAL
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               IF LABEL-QTY (ITEM-IX) > ZERO
      *> VARIANT MUST PRINT ITS OWN ALLERGEN DECLARATION, NOT THE
      *> PARENT'S
           PERFORM 300-WRITE-VARIANT-LABELS
      *> AND EVERY NAMED MEAL GETS ITS OWN, ONE LABEL PER PUPIL
           PERFORM 400-WRITE-NAMED-LABELS
           CLOSE LABEL-FILE
           MOVE "LABELS" TO TXR-INTERFACE
           MOVE "LABELS.DAT" TO TXR-FILE-NAME
           MOVE "LABELS" TO TXR-PROGRAM
           MOVE LABEL-RECORDS TO TXR-RECORDS
           MOVE LABEL-TOTAL TO TXR-CONTROL-TOTAL
           CALL "TXREG" USING TXREG-REQUEST
           CLOSE FXINGRED
           CLOSE FXRECIPE
           CLOSE FXSANDWICH
       EXIT SECTION.

      *> NAMED MEALS SITTING ON THE ORDER LINE JUST READ (SAME
      *> SCHOOL, DAY AND SANDWICH); THEY ARE LABELLED SEPARATELY
       150-COUNT-LINE-MEALS SECTION.
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

       210-WRITE-ONE-LABEL SECTION.
           MOVE SPACES TO LABEL-DETAIL
           MOVE LABEL-QTY (ITEM-IX) TO LBL-QTY
           MOVE SPACES TO LBL-NAME
           MOVE "N" TO LABEL-IS-BUNDLE
           MOVE ITEM-IX TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SANDWICH-NAME TO LBL-NAME
                   IF SANDWICH-IS-BUNDLE
                       MOVE "Y" TO LABEL-IS-BUNDLE
                   END-IF
      *> THE ALLERGEN LINE IS REBUILT FRESH EVERY RUN, SO A
      *> STALE-LABEL MARK FROM AN ALLERGEN FLAG CHANGE IS
      *> SATISFIED HERE AND CLEARED
                       END-REWRITE
                   END-IF
           END-READ
           IF LABEL-IS-BUNDLE-YES
               PERFORM 225-BUILD-BUNDLE-ALLERGENS
           ELSE
               PERFORM 220-BUILD-ALLERGEN-LINE
           END-IF
           MOVE TRIGGER-LINE TO LBL-ALLERGENS
           MOVE MADE-DATE TO LBL-MADE-ON
           MOVE BEST-BEFORE TO LBL-BEST-BEFORE
           MOVE MADE-DATE TO LBL-BATCH-DATE
           MOVE ITEM-IX TO LBL-BATCH-SAND
           WRITE LABEL-RECORD FROM LABEL-DETAIL
           ADD 1 TO LABEL-RECORDS
           ADD LBL-QTY TO LABEL-TOTAL
       EXIT SECTION.

       220-BUILD-ALLERGEN-LINE SECTION.
           END-IF
       EXIT SECTION.

      *> A BUNDLE HAS NO RECIPE OF ITS OWN: ITS LINE IS THE UNION OF
      *> THE ALLERGENS IN THE RECIPES OF ITS COMPONENT SANDWICHES
      *> AND OF ITS BOUGHT-IN INGREDIENTS, EACH DECLARED ONCE
       225-BUILD-BUNDLE-ALLERGENS SECTION.
           MOVE SPACES TO TRIGGER-LINE
           MOVE ZERO TO TRIGGER-LEN ADDED-ALLERGEN-COUNT
           IF RECIPE-STATUS NOT = ZERO OR INGRED-STATUS NOT = ZERO
               MOVE ALLERGEN-FREE-TEXT TO TRIGGER-LINE
               EXIT SECTION
           END-IF
           MOVE ITEM-IX TO BUNX-BUNDLE-ID
           CALL "BUNDLEX" USING BUNDLEX-REQUEST
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               IF BUNX-COMP-SANDWICH (BUN-IX)
                   PERFORM 227-ADD-COMPONENT-RECIPE
               ELSE
                   MOVE BUNX-COMP-ID (BUN-IX) TO ALLERGEN-CHECK-ING
                   PERFORM 235-ADD-BUNDLE-ALLERGEN
               END-IF
           END-PERFORM
           IF TRIGGER-LEN = ZERO
               MOVE ALLERGEN-FREE-TEXT TO TRIGGER-LINE
           END-IF
       EXIT SECTION.

       227-ADD-COMPONENT-RECIPE SECTION.
           MOVE "N" TO RECIPE-EOF-FLAG
           MOVE BUNX-COMP-ID (BUN-IX) TO RECIPE-SAND-ID
           MOVE ZERO TO RECIPE-ING-ID RECIPE-EFF-DATE
           START FXRECIPE KEY IS >= RECIPE-ID
               INVALID KEY SET EOF-RECIPE TO TRUE
           END-START
           PERFORM UNTIL EOF-RECIPE
               READ FXRECIPE NEXT RECORD
                   AT END SET EOF-RECIPE TO TRUE
                   NOT AT END
                       IF RECIPE-SAND-ID NOT = BUNX-COMP-ID (BUN-IX)
                           SET EOF-RECIPE TO TRUE
                       ELSE
                           PERFORM 095-CHECK-RECIPE-VERSION
                           IF VERSION-IN-FORCE-YES
                               MOVE RECIPE-ING-ID
                                   TO ALLERGEN-CHECK-ING
                               PERFORM 235-ADD-BUNDLE-ALLERGEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       235-ADD-BUNDLE-ALLERGEN SECTION.
           PERFORM VARYING ADDED-IX FROM 1 BY 1
               UNTIL ADDED-IX > ADDED-ALLERGEN-COUNT
               IF ADDED-ALLERGEN-ID (ADDED-IX) = ALLERGEN-CHECK-ING
                   EXIT SECTION
               END-IF
           END-PERFORM
           MOVE ALLERGEN-CHECK-ING TO INGREDS-ID
           READ FXINGRED
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF INGREDS-IS-ALLERGEN NOT = 1
               EXIT SECTION
           END-IF
           IF ADDED-ALLERGEN-COUNT < MAX-LABEL-ALLERGENS
               ADD 1 TO ADDED-ALLERGEN-COUNT
               MOVE ALLERGEN-CHECK-ING
                   TO ADDED-ALLERGEN-ID (ADDED-ALLERGEN-COUNT)
           END-IF
           IF TRIGGER-LEN + 32 > 62
               EXIT SECTION
           END-IF
           IF TRIGGER-LEN = ZERO
               MOVE INGREDS-NAME TO TRIGGER-LINE
               MOVE 31 TO TRIGGER-LEN
           ELSE
               STRING TRIGGER-LINE (1:TRIGGER-LEN)
                   DELIMITED BY SIZE
                   INGREDS-NAME DELIMITED BY "  "
                   INTO TRIGGER-LINE
               ADD 31 TO TRIGGER-LEN
           END-IF
       EXIT SECTION.

      *> DECIDES WHETHER THE RECIPE LINE JUST READ IS THE VERSION
      *> IN FORCE ON RECIPE-ASOF-DATE: ITS EFFECTIVE DATE MUST NOT
      *> BE IN THE FUTURE AND NO LATER VERSION OF THE SAME LINE MAY
               CLOSE FXSANDVAR
               EXIT SECTION
           END-IF
           OPEN INPUT FXMEALORD
           MOVE "N" TO ORD-EOF-FLAG
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
      *> SO THE RUN READS ONLY ITS OWN DAY INSTEAD OF THE WHOLE
                           IF ORD-VARIANT-NO > ZERO AND
                               ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM
                               PERFORM 150-COUNT-LINE-MEALS
                               IF ORD-QTY > LINE-MEAL-COUNT
                                   PERFORM 310-WRITE-VARIANT-LABEL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXMEALORD
           CLOSE FXORDERS
           CLOSE FXVARLINE
           CLOSE FXSANDVAR

       310-WRITE-VARIANT-LABEL SECTION.
           MOVE SPACES TO LABEL-DETAIL
           COMPUTE LBL-QTY = ORD-QTY - LINE-MEAL-COUNT
           MOVE SPACES TO LBL-NAME
           MOVE ORD-SANDWICH-ID TO SANDWICH-ID
           READ FXSANDWICH
           MOVE TRIGGER-LINE TO LBL-ALLERGENS
           MOVE MADE-DATE TO LBL-MADE-ON
           MOVE BEST-BEFORE TO LBL-BEST-BEFORE
           MOVE MADE-DATE TO LBL-BATCH-DATE
           MOVE ORD-SANDWICH-ID TO LBL-BATCH-SAND
           WRITE LABEL-RECORD FROM LABEL-DETAIL
           ADD 1 TO LABEL-RECORDS
           ADD LBL-QTY TO LABEL-TOTAL
       EXIT SECTION.

      *> ONE LABEL PER NAMED MEAL OF THE DAY. THE ORDER RECORD AREA
      *> IS FREE BY NOW AND CARRIES THE MEAL'S SANDWICH AND VARIANT
      *> SO THE VARIANT ALLERGEN ROLLUP CAN BE USED AS IT STANDS; A
      *> PLAIN SANDWICH (VARIANT ZERO) HAS NO VARIANT LINES AND
      *> ROLLS UP EXACTLY AS 220 WOULD
       400-WRITE-NAMED-LABELS SECTION.
           OPEN INPUT FXMEALORD
           IF MEAL-STATUS-FS NOT = ZERO THEN
               CLOSE FXMEALORD
               EXIT SECTION
           END-IF
           OPEN INPUT FXSANDVAR
           OPEN INPUT FXVARLINE
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE MADE-DATE TO MEAL-DELIVERY-DATE
           MOVE ZERO TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = MADE-DATE
                           SET EOF-MEAL TO TRUE
                       ELSE
                           PERFORM 410-WRITE-NAMED-LABEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXVARLINE
           CLOSE FXSANDVAR
           CLOSE FXMEALORD
       EXIT SECTION.

       410-WRITE-NAMED-LABEL SECTION.
           MOVE SPACES TO LABEL-DETAIL
           MOVE 1 TO LBL-QTY
           MOVE SPACES TO LBL-NAME
           MOVE "N" TO LABEL-IS-BUNDLE
           MOVE MEAL-SANDWICH-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SANDWICH-NAME TO LBL-NAME
                   IF SANDWICH-IS-BUNDLE
                       MOVE "Y" TO LABEL-IS-BUNDLE
                   END-IF
           END-READ
           IF MEAL-VARIANT-NO > ZERO AND VAR-STATUS-FS = ZERO
               MOVE MEAL-SANDWICH-ID TO VAR-SAND-ID
               MOVE MEAL-VARIANT-NO TO VAR-NO
               READ FXSANDVAR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING LBL-NAME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           VAR-NAME DELIMITED BY SIZE
                           INTO LBL-NAME
               END-READ
           END-IF
           MOVE MEAL-SANDWICH-ID TO ORD-SANDWICH-ID ITEM-IX
           MOVE MEAL-VARIANT-NO TO ORD-VARIANT-NO
           IF LABEL-IS-BUNDLE-YES
               PERFORM 225-BUILD-BUNDLE-ALLERGENS
           ELSE
               PERFORM 320-BUILD-VARIANT-ALLERGENS
           END-IF
           MOVE TRIGGER-LINE TO LBL-ALLERGENS
           MOVE MADE-DATE TO LBL-MADE-ON
           MOVE BEST-BEFORE TO LBL-BEST-BEFORE
           MOVE MADE-DATE TO LBL-BATCH-DATE
           MOVE MEAL-SANDWICH-ID TO LBL-BATCH-SAND
           MOVE MEAL-SCHOOL-ID TO LBL-NAMED-SCHOOL
           MOVE MEAL-PUPIL-REF TO LBL-NAMED-PUPIL
           WRITE LABEL-RECORD FROM LABEL-DETAIL
           ADD 1 TO LABEL-RECORDS
           ADD LBL-QTY TO LABEL-TOTAL
       EXIT SECTION.

      *> LIKE 220-BUILD-ALLERGEN-LINE, BUT EVERY RECIPE LINE IS
