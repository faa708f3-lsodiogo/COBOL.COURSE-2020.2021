      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    INGREDIENTS MODULE - EDIT INGREDIENT DLL
      *    CORRECTS A REGISTERED INGREDIENT IN PLACE - NAME,
      *    DESCRIPTION, UNIT PAIR, CONVERSION FACTOR, CATEGORY,
      *    THRESHOLD, NUTRITION VALUES, AVAILABILITY WINDOW, SHELF
      *    LIFE AND VAT CODE - WITH THE SAME CHECKS INGADD APPLIES,
      *    SO RECIPES AND PRICE AGREEMENTS KEEP POINTING AT THE SAME
      *    INGREDIENT ID. STOCK STAYS OWNED BY THE MOVEMENT LEDGER
      *    (MOVPOST) AND THE ALLERGEN/DIETARY FLAGS BY ALGIMPACT; BOTH
      *    ARE SHOWN HERE BUT NEVER WRITTEN. A CHANGED CONVERSION
      *    FACTOR OR NUTRITION VALUE RERUNS RECIPE-COST AND NUTRI-CARD
      *    SO THE SANDWICH COST AND NUTRITION CARD FOLLOW THE FIX.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGEDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXCATEGO ASSIGN TO "FXCATEGORIES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CATEGORY-ID
                   FILE STATUS CATEGORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXINGRED.
           COPY FD-INGREDSFX.

       FD FXCATEGO.
           COPY CATEGORYFX.

        WORKING-STORAGE SECTION.
           COPY CONSTANTS-INGREDS.
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE MAINTENANCE PERMISSION".
       78  RECORD-IN-USE-TEXT      VALUE "RECORD IN USE BY ".
       78  EDIT-INGRED-TITLE       VALUE "CHANGE INGREDIENT".
       78  FLAGS-OWNED-TEXT
           VALUE "(ALLERGEN FLAGS CHANGE THROUGH ALGIMPACT)".
       78  RECOSTING-TEXT
           VALUE "COST/NUTRITION INPUTS CHANGED - RECOMPUTING".
       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).
           COPY WS-INGREDSFX.
       COPY LK-LOCKREC.

       77  DUMMY                           PIC X(001).
       77  INGRED-STATUS                   PIC 9(002).
       77  CATEGORY-STATUS                 PIC 9(002).
       77  FILE-ERROR-STATUS               PIC 9(002).
       77  KEYSTATUS                       PIC 9(004).
       01  GET-VALID-ID                    PIC 9(005).
       01  INGREXIST                       PIC X(001).
           88  INGREXIST-YES               VALUE "Y".
       01  ING-DUPLICATE                   PIC X(001) VALUE "N".
           88  ING-NAME-DUPLICATE          VALUE "Y".
       01  CATEGORY-EXIST                  PIC X(001) VALUE "N".
           88  CATEGORY-YES                VALUE "Y".
       01  CATCH-WEIGHT-FLAG               PIC X(001) VALUE "N".
           88  CATCH-WEIGHT-OK             VALUE "Y".
       01  RECOMPUTE-FLAG                  PIC X(001) VALUE "N".
           88  RECOMPUTE-YES               VALUE "Y".
      *> THE INGREDIENT AS IT WAS READ, TO TELL WHETHER THE COSTING
      *> AND NUTRITION INPUTS WERE ACTUALLY CHANGED BY THE OPERATOR
       01  SAVED-INGREDS-DETAILS.
           05  SAVED-CONV-FACTOR           PIC 9(003)V99.
           05  SAVED-ENERGY-KCAL           PIC 9(004).
           05  SAVED-PROTEIN-G             PIC 9(003)V9.
           05  SAVED-FAT-G                 PIC 9(003)V9.
           05  SAVED-SALT-G                PIC 9(002)V99.

       SCREEN SECTION.
      ******************************************************************
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MODULE-NAME-REMOVE LINE 03 COL 50.
           05 VALUE SPACES PIC X(95) LINE 24 COL 01.
           05 VALUE SPACES PIC X(95) LINE 25 COL 01.
           05 VALUE SPACES PIC X(95) LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25 COL 99 FOREGROUND-COLOR 5.
      ******************************************************************
       01 GET-INGID
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE EDIT-INGRED-TITLE LINE 07 COL 15.
           05 VALUE MESSAGE-GET-INGREDID LINE 09 COL 15.
           05 NEW-INGID PIC 9(005) LINE 09 COL PLUS 1
               TO GET-VALID-ID BLANK WHEN ZERO AUTO.
      ******************************************************************
       01 VIEW-INGREDIENT.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SCREEN-INGREDS-ID LINE 09 COL 15.
           05 EDIT-ING-ID PIC 9(005) LINE 09 COL PLUS 1
               FROM WSINGREDS-ID.
           05 VALUE MANUALLY-ADD-NAME LINE 11 COL 15.
           05 EDIT-ING-NAME PIC X(030) LINE 11 COL PLUS 1
               USING WSINGREDS-NAME REQUIRED.
           05 VALUE MANUALLY-ADD-DESCRIPTION LINE 13 COL 15.
           05 EDIT-ING-DESCR PIC X(050) LINE 13 COL PLUS 1
               USING WSINGREDS-DESCRIPTION REQUIRED AUTO.
           05 VALUE MANUALLY-ADD-UN-SUPP LINE 15 COL 15.
           05 EDIT-ING-UN-SUPP PIC X(003) LINE 15 COL PLUS 1
               USING WSINGREDS-UNIT-SUPPLIER REQUIRED AUTO.
           05 VALUE MANUALLY-ADD-UN-SAND LINE 17 COL 15.
           05 EDIT-ING-UN-SAND PIC X(003) LINE 17 COL PLUS 1
               USING WSINGREDS-UNIT-SANDWICH REQUIRED AUTO.
           05 VALUE MANUALLY-ADD-TRESHOLD LINE 19 COL 15.
           05 EDIT-ING-TRESHOLD PIC 9(003) LINE 19 COL PLUS 1
               USING WSTRESHOLD REQUIRED AUTO.
           05 VALUE MANUALLY-ADD-STOCK LINE 21 COL 15.
           05 EDIT-ING-STOCK PIC 9(005) LINE 21 COL PLUS 1
               FROM WSINGREDS-STOCK.
           05 VALUE MANUALLY-ADD-CATEGORY LINE 09 COL 55.
           05 EDIT-ING-CATEGORY PIC 9(005) LINE 09 COL PLUS 1
               USING WSINGREDS-CATEGORY-ID REQUIRED AUTO.
           05 VALUE MANUALLY-ADD-CONV-FACTOR LINE 11 COL 55.
           05 EDIT-ING-CONV-FACTOR PIC 999.99 LINE 11 COL PLUS 1
               USING WSINGREDS-CONV-FACTOR REQUIRED AUTO.
           05 VALUE MANUALLY-ADD-ALLERGEN LINE 13 COL 55.
           05 EDIT-ING-ALLERGEN PIC 9(001) LINE 13 COL PLUS 1
               FROM WSINGREDS-IS-ALLERGEN.
           05 VALUE MANUALLY-ADD-VEGETARIAN LINE 15 COL 55.
           05 EDIT-ING-VEGETARIAN PIC 9(001) LINE 15 COL PLUS 1
               FROM WSINGREDS-IS-VEGETARIAN.
           05 VALUE MANUALLY-ADD-VEGAN LINE 17 COL 55.
           05 EDIT-ING-VEGAN PIC 9(001) LINE 17 COL PLUS 1
               FROM WSINGREDS-IS-VEGAN.
           05 VALUE FLAGS-OWNED-TEXT LINE 18 COL 55
               FOREGROUND-COLOR 5.
           05 VALUE MANUALLY-ADD-ENERGY LINE 19 COL 55.
           05 EDIT-ING-ENERGY PIC 9(004) LINE 19 COL PLUS 1
               USING WSINGREDS-ENERGY-KCAL.
           05 VALUE MANUALLY-ADD-PROTEIN LINE 20 COL 55.
           05 EDIT-ING-PROTEIN PIC 999.9 LINE 20 COL PLUS 1
               USING WSINGREDS-PROTEIN-G.
           05 VALUE MANUALLY-ADD-FAT LINE 21 COL 55.
           05 EDIT-ING-FAT PIC 999.9 LINE 21 COL PLUS 1
               USING WSINGREDS-FAT-G.
           05 VALUE MANUALLY-ADD-SALT LINE 22 COL 55.
           05 EDIT-ING-SALT PIC 99.99 LINE 22 COL PLUS 1
               USING WSINGREDS-SALT-G.
           05 VALUE MANUALLY-ADD-AVAIL-FROM LINE 23 COL 15.
           05 EDIT-ING-AVAIL-FROM PIC 9(004) LINE 23 COL PLUS 1
               USING WSINGREDS-AVAIL-FROM.
           05 VALUE MANUALLY-ADD-AVAIL-TO LINE 23 COL 45.
           05 EDIT-ING-AVAIL-TO PIC 9(004) LINE 23 COL PLUS 1
               USING WSINGREDS-AVAIL-TO.
           05 VALUE MANUALLY-ADD-SHELF-LIFE LINE 23 COL 75.
           05 EDIT-ING-SHELF-LIFE PIC 9(003) LINE 23 COL PLUS 1
               USING WSINGREDS-SHELF-LIFE-DAYS.
           05 VALUE MANUALLY-ADD-TAX LINE 22 COL 15.
           05 EDIT-ING-TAX PIC X(002) LINE 22 COL PLUS 1
               USING WSINGREDS-TAX-CODE AUTO.
           05 VALUE MANUALLY-ADD-CATCH-WT LINE 20 COL 15.
           05 EDIT-ING-CATCH-WT PIC X(001) LINE 20 COL PLUS 1
               USING WSINGREDS-CATCH-WEIGHT AUTO.
           05 VALUE MANUALLY-ADD-NOMINAL-WT LINE 20 COL 33.
           05 EDIT-ING-NOMINAL-WT PIC 999.999 LINE 20 COL PLUS 1
               USING WSINGREDS-NOMINAL-WEIGHT.
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
       01 SAVE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE "SAVE THIS INGREDIENT? (Y/N): " LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "M" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO INGREXIST
           PERFORM UNTIL INGREXIST-YES
               PERFORM 105-CHECK-IF-INGID-EXISTS
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
           END-PERFORM
      *> THE CHOSEN INGREDIENT IS LOCKED FOR THIS OPERATOR BEFORE ANY
      *> EDITING, THE SAME WAY SUPPEDIT GUARDS A SUPPLIER
           PERFORM 095-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               MOVE SPACES TO ERROR-TEXT
               STRING RECORD-IN-USE-TEXT DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 100-EDIT-INGREDIENT
           PERFORM 096-RELEASE-LOCK
           IF RECOMPUTE-YES
               PERFORM 200-RECOMPUTE-COST-AND-NUTRITION
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

       095-ACQUIRE-LOCK SECTION.
           MOVE "A" TO LOCK-ACTION
           MOVE "FXINGREDS" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WSINGREDS-ID TO LOCK-RECORD-KEY (1:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

       096-RELEASE-LOCK SECTION.
           MOVE "R" TO LOCK-ACTION
           MOVE "FXINGREDS" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WSINGREDS-ID TO LOCK-RECORD-KEY (1:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

       100-EDIT-INGREDIENT SECTION.
           MOVE WSINGREDS-CONV-FACTOR TO SAVED-CONV-FACTOR
           MOVE WSINGREDS-ENERGY-KCAL TO SAVED-ENERGY-KCAL
           MOVE WSINGREDS-PROTEIN-G TO SAVED-PROTEIN-G
           MOVE WSINGREDS-FAT-G TO SAVED-FAT-G
           MOVE WSINGREDS-SALT-G TO SAVED-SALT-G
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY VIEW-INGREDIENT
           ACCEPT VIEW-INGREDIENT
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WSINGREDS-NAME) TO WSINGREDS-NAME
           MOVE UPPER-CASE (WSINGREDS-UNIT-SUPPLIER)
               TO WSINGREDS-UNIT-SUPPLIER
           MOVE UPPER-CASE (WSINGREDS-UNIT-SANDWICH)
               TO WSINGREDS-UNIT-SANDWICH
           IF NOT VALID-UNIT-SUPPLIER OR NOT VALID-UNIT-SANDWICH THEN
               MOVE ERROR-INVALID-UNIT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 110-CHECK-DUPLICATE-NAME
           IF ING-NAME-DUPLICATE THEN
               MOVE DUPLICATE-NAME-ERROR TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 115-CHECK-CATEGORY
           IF NOT CATEGORY-YES
               EXIT SECTION
           END-IF
           PERFORM 120-CHECK-CATCH-WEIGHT
           IF NOT CATCH-WEIGHT-OK
               EXIT SECTION
           END-IF
           PERFORM 190-CONFIRM-AND-SAVE
       EXIT SECTION.

       105-CHECK-IF-INGID-EXISTS SECTION.
           MOVE ZERO TO GET-VALID-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           ACCEPT GET-INGID
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = 35 THEN
               CLOSE FXINGRED
               MOVE EMPTY-RECORDS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               MOVE 1003 TO KEYSTATUS
               EXIT SECTION
           END-IF
           IF INGRED-STATUS NOT = ZERO THEN
               MOVE INGRED-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE GET-VALID-ID TO INGREDS-ID
           READ FXINGRED INTO WSINGREDS-DETAILS
               NOT INVALID KEY
                   MOVE "Y" TO INGREXIST
      *> RECORDS FROM BEFORE CATCH WEIGHT CARRY NO FLAG OR WEIGHT
                   IF WSINGREDS-CATCH-WEIGHT = SPACE
                       MOVE "N" TO WSINGREDS-CATCH-WEIGHT
                   END-IF
                   IF WSINGREDS-NOMINAL-WEIGHT NOT NUMERIC
                       MOVE ZERO TO WSINGREDS-NOMINAL-WEIGHT
                   END-IF
               INVALID KEY
                   MOVE ERROR-INGREDID-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
           END-READ
           CLOSE FXINGRED
       EXIT SECTION.

      *> THE SAME WHOLE-FILE NAME SCAN AS INGADD, EXCEPT THAT THE
      *> INGREDIENT BEING EDITED MAY KEEP ITS OWN NAME
       110-CHECK-DUPLICATE-NAME SECTION.
           MOVE "N" TO ING-DUPLICATE
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = ZERO THEN
               MOVE INGRED-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE 1 TO INGREDS-ID
           START FXINGRED KEY IS GREATER OR EQUAL INGREDS-ID
               INVALID KEY
                   CLOSE FXINGRED
                   EXIT SECTION
           END-START
           MOVE "N" TO INGREDS-EOF-FLAG
           PERFORM UNTIL EOFINGREDS
               READ FXINGRED NEXT RECORD
                   AT END SET EOFINGREDS TO TRUE
                   NOT AT END
                       IF INGREDS-NAME EQUAL WSINGREDS-NAME
                           AND INGREDS-ID NOT = WSINGREDS-ID THEN
                           MOVE "Y" TO ING-DUPLICATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO INGREDS-EOF-FLAG
           CLOSE FXINGRED
       EXIT SECTION.

       115-CHECK-CATEGORY SECTION.
           MOVE "N" TO CATEGORY-EXIST
           MOVE WSINGREDS-CATEGORY-ID TO CATEGORY-ID
           OPEN INPUT FXCATEGO
           IF CATEGORY-STATUS NOT = ZERO AND CATEGORY-STATUS NOT = 35
               MOVE CATEGORY-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           READ FXCATEGO
               NOT INVALID KEY
                   MOVE "Y" TO CATEGORY-EXIST
               INVALID KEY
                   MOVE ERROR-CATEGID-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
           END-READ
           CLOSE FXCATEGO
       EXIT SECTION.

      *> A CATCH-WEIGHT ITEM IS STOCKED BY THE PIECE BUT ISSUED AND
      *> INVOICED BY WEIGHT, SO IT NEEDS ITS NOMINAL KG PER PIECE AND
      *> A RECIPE UNIT THAT IS A WEIGHT; ANY OTHER ITEM CARRIES NONE
       120-CHECK-CATCH-WEIGHT SECTION.
           MOVE "N" TO CATCH-WEIGHT-FLAG
           MOVE UPPER-CASE (WSINGREDS-CATCH-WEIGHT)
               TO WSINGREDS-CATCH-WEIGHT
           IF WSINGREDS-CATCH-WEIGHT = SPACE
               MOVE "N" TO WSINGREDS-CATCH-WEIGHT
           END-IF
           IF NOT VALID-CATCH-WEIGHT
               MOVE ERROR-CATCH-WEIGHT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF WSINGREDS-IS-CATCH-WEIGHT
               IF WSINGREDS-NOMINAL-WEIGHT = ZERO OR
                   (WSINGREDS-UNIT-SANDWICH NOT = "G  " AND
                    WSINGREDS-UNIT-SANDWICH NOT = "KG ")
                   MOVE ERROR-CATCH-NOMINAL TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           ELSE
               MOVE ZERO TO WSINGREDS-NOMINAL-WEIGHT
           END-IF
           MOVE "Y" TO CATCH-WEIGHT-FLAG
       EXIT SECTION.

      *> THE RECORD IS READ AGAIN JUST BEFORE THE REWRITE AND ITS
      *> STOCK AND ALLERGEN FLAGS ARE KEPT AS THEY STAND ON FILE, SO A
      *> MOVEMENT POSTED OR A REFORMULATION SAVED WHILE THE SCREEN WAS
      *> OPEN IS NEVER UNDONE BY THIS EDIT
       190-CONFIRM-AND-SAVE SECTION.
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES THEN
               EXIT SECTION
           END-IF
           PERFORM 195-STAMP-AUDIT
           OPEN I-O FXINGRED
           IF INGRED-STATUS NOT = ZERO THEN
               MOVE INGRED-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE WSINGREDS-ID TO INGREDS-ID
           READ FXINGRED
               INVALID KEY
                   MOVE ERROR-INGREDID-NO TO ERROR-TEXT
               NOT INVALID KEY
                   MOVE INGREDS-STOCK TO WSINGREDS-STOCK
                   MOVE INGREDS-IS-ACTIVE TO WSINGREDS-IS-ACTIVE
                   MOVE INGREDS-IS-ALLERGEN TO WSINGREDS-IS-ALLERGEN
                   MOVE INGREDS-IS-VEGETARIAN
                       TO WSINGREDS-IS-VEGETARIAN
                   MOVE INGREDS-IS-VEGAN TO WSINGREDS-IS-VEGAN
                   REWRITE INGREDS-DETAILS FROM WSINGREDS-DETAILS
                   END-REWRITE
                   MOVE CONFIRM-RECORD TO ERROR-TEXT
                   IF WSINGREDS-CONV-FACTOR NOT = SAVED-CONV-FACTOR
                       OR WSINGREDS-ENERGY-KCAL NOT = SAVED-ENERGY-KCAL
                       OR WSINGREDS-PROTEIN-G NOT = SAVED-PROTEIN-G
                       OR WSINGREDS-FAT-G NOT = SAVED-FAT-G
                       OR WSINGREDS-SALT-G NOT = SAVED-SALT-G
                       MOVE "Y" TO RECOMPUTE-FLAG
                   END-IF
           END-READ
           CLOSE FXINGRED
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> STAMPS WHO SAVED THE RECORD AND WHEN, THE SAME APPROACH
      *> INGADD USES ON REGISTRATION
       195-STAMP-AUDIT SECTION.
           CALL "GETOPER" USING WSINGREDS-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WSINGREDS-LAST-DATE
       EXIT SECTION.

      *> THE CONVERSION FACTOR FEEDS THE SANDWICH COST AND THE
      *> NUTRITION VALUES FEED THE NUTRITION CARD, SO BOTH ROLLUPS
      *> ARE RERUN STRAIGHT AWAY RATHER THAN LEAVING STALE FIGURES
      *> ON FXSANDWICHES UNTIL SOMEONE REMEMBERS TO RUN THEM
       200-RECOMPUTE-COST-AND-NUTRITION SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE RECOSTING-TEXT TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           CALL "RECIPE-COST"
           END-CALL
           CALL "NUTRI-CARD"
           END-CALL
       EXIT SECTION.
       END PROGRAM INGEDIT.
