      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH RECIPES MANAGEMENT
      ******************************************************************
      *    BUNDLE MODULE - MAINTAINS THE CONTENTS OF A MEAL-DEAL
      *    BUNDLE ON FXBUNDLE. THE BUNDLE ITSELF IS REGISTERED AS A
      *    SANDWICH (NAME, CATEGORY, LIST PRICE, TAX CODE) WITHOUT A
      *    RECIPE, SO CONTRACTS PRICE IT AND ORDERS TAKE IT LIKE ANY
      *    OTHER ITEM; ITS FIRST COMPONENT LINE FLAGS IT AS A BUNDLE.
      *    A LINE IS A COMPONENT SANDWICH OR A BOUGHT-IN INGREDIENT,
      *    WITH THE QUANTITY PER BUNDLE AND THE VALUE AND VAT CODE
      *    ITS SHARE OF THE BUNDLE PRICE IS INVOICED UNDER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUNDLEADD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXBUNDLE ASSIGN TO "FXBUNDLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BUN-ID
                   FILE STATUS BUN-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXRECIPE ASSIGN TO "FXRECIPES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RECIPE-ID
                   FILE STATUS RECIPE-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXBUNDLE.
           COPY FD-BUNDLE.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXRECIPE.
           COPY FD-RECIPE.
       FD FXINGRED.
           COPY FD-INGREDSFX.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "MEAL-DEAL BUNDLES".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  BUN-MENU-OPTION1    VALUE "1 - ADD OR CHANGE BUNDLE LINE".
       78  BUN-MENU-OPTION2    VALUE "2 - REMOVE BUNDLE LINE".
       78  BUN-MENU-OPTION3    VALUE "3 - LIST BUNDLE".
       78  BUN-MENU-OPTION4    VALUE "4 - BACK".
       78  BUN-TEXT-BUNDLE     VALUE "     BUNDLE ID:".
       78  BUN-TEXT-LINE       VALUE "  LINE (1-20):".
       78  BUN-TEXT-TYPE       VALUE "(S)ANDWICH/(I)NGREDIENT:".
       78  BUN-TEXT-COMP       VALUE "  COMPONENT ID:".
       78  BUN-TEXT-QTY        VALUE "QTY PER BUNDLE:".
       78  BUN-TEXT-VALUE      VALUE "    UNIT VALUE:".
       78  BUN-TEXT-TAX        VALUE "      VAT CODE:".
       78  BUN-TEXT-DEFAULTS
           VALUE "BLANK VALUE/VAT: THE COMPONENT'S OWN PRICE AND CODE".
       78  CONFIRM-BUN-RECORD  VALUE "BUNDLE LINE SAVED".
       78  CONFIRM-BUN-DELETE  VALUE "BUNDLE LINE REMOVED".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE MAINTENANCE PERMISSION".
       78  ERROR-NO-BUNDLE
           VALUE "THAT BUNDLE IS NOT ON THE SANDWICH FILE".
       78  ERROR-HAS-RECIPE
           VALUE "THAT SANDWICH HAS A RECIPE - A BUNDLE HOLDS "-
           "COMPONENTS ONLY".
       78  ERROR-BAD-LINE      VALUE "LINE NUMBER MUST BE 1 TO 20".
       78  ERROR-BAD-TYPE      VALUE "COMPONENT TYPE MUST BE S OR I".
       78  ERROR-NO-COMPONENT
           VALUE "THAT COMPONENT IS NOT ON FILE".
       78  ERROR-NESTED
           VALUE "A BUNDLE CANNOT CONTAIN A BUNDLE OR ITSELF".
       78  ERROR-WHOLE-QTY
           VALUE "SANDWICHES GO INTO A BUNDLE IN WHOLE UNITS".
       78  ERROR-QTY-ZERO      VALUE "QUANTITY MUST BE ABOVE ZERO".
       78  ERROR-NO-VALUE
           VALUE "AN INGREDIENT LINE NEEDS ITS UNIT VALUE".
       78  ERROR-NO-LINE       VALUE "THAT BUNDLE LINE IS NOT ON FILE".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  BUN-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  BUN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-BUN                      VALUE "Y".

       01  ASK-BUNDLE-ID                    PIC 9(005).
       01  ASK-LINE-NO                      PIC 9(002).
       01  ASK-TYPE                         PIC X(001).
           88  ASK-TYPE-SANDWICH            VALUE "S" "s".
           88  ASK-TYPE-INGRED              VALUE "I" "i".
       01  ASK-COMP-ID                      PIC 9(005).
       01  ASK-QTY                          PIC 9(003)V99.
       01  ASK-VALUE                        PIC 9(003)V99.
       01  ASK-TAX-CODE                     PIC X(002).
       01  LINE-VALID                       PIC X(001).
           88  LINE-VALID-YES               VALUE "Y".
       01  LIST-NAME                        PIC X(030).
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

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
       01  BUN-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE BUN-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE BUN-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE BUN-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE BUN-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 BM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ADD-BUN-SCREEN.
           05 VALUE BUN-TEXT-BUNDLE LINE 08 COL 15.
           05 AB-BUNDLE PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-BUNDLE-ID REQUIRED.
           05 VALUE BUN-TEXT-LINE LINE 10 COL 16.
           05 AB-LINE PIC 9(002) LINE 10 COL PLUS 1
               TO ASK-LINE-NO REQUIRED.
           05 VALUE BUN-TEXT-TYPE LINE 12 COL 06.
           05 AB-TYPE PIC X(001) LINE 12 COL PLUS 1
               TO ASK-TYPE REQUIRED.
           05 VALUE BUN-TEXT-COMP LINE 14 COL 15.
           05 AB-COMP PIC 9(005) LINE 14 COL PLUS 1
               TO ASK-COMP-ID REQUIRED.
           05 VALUE BUN-TEXT-QTY LINE 16 COL 15.
           05 AB-QTY PIC 999.99 LINE 16 COL PLUS 1
               TO ASK-QTY REQUIRED.
           05 VALUE BUN-TEXT-VALUE LINE 18 COL 15.
           05 AB-VALUE PIC 999.99 LINE 18 COL PLUS 1
               TO ASK-VALUE BLANK WHEN ZERO.
           05 VALUE BUN-TEXT-TAX LINE 20 COL 15.
           05 AB-TAX PIC X(002) LINE 20 COL PLUS 1
               TO ASK-TAX-CODE AUTO.
           05 VALUE BUN-TEXT-DEFAULTS LINE 22 COL 15.
      ******************************************************************
       01  DEL-BUN-SCREEN.
           05 VALUE BUN-TEXT-BUNDLE LINE 08 COL 15.
           05 DB-BUNDLE PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-BUNDLE-ID REQUIRED.
           05 VALUE BUN-TEXT-LINE LINE 10 COL 16.
           05 DB-LINE PIC 9(002) LINE 10 COL PLUS 1
               TO ASK-LINE-NO REQUIRED AUTO.
      ******************************************************************
       01  ASK-BUNDLE-SCREEN.
           05 VALUE BUN-TEXT-BUNDLE LINE 08 COL 15.
           05 AS-BUNDLE PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-BUNDLE-ID REQUIRED AUTO.
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
           MOVE "M" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY BUN-MENU
               ACCEPT BUN-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-ADD-BUNDLE-LINE
                   WHEN 2
                       PERFORM 200-REMOVE-BUNDLE-LINE
                   WHEN 3
                       PERFORM 300-LIST-BUNDLE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
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

       100-ADD-BUNDLE-LINE SECTION.
           MOVE ZERO TO ASK-BUNDLE-ID ASK-LINE-NO ASK-COMP-ID
               ASK-QTY ASK-VALUE
           MOVE SPACES TO ASK-TYPE ASK-TAX-CODE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-BUN-SCREEN
           ACCEPT ADD-BUN-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-TYPE) TO ASK-TYPE
           MOVE UPPER-CASE (ASK-TAX-CODE) TO ASK-TAX-CODE
           PERFORM 110-VALIDATE-LINE
           IF NOT LINE-VALID-YES
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXBUNDLE
           IF BUN-STATUS-FS = 35 THEN
               CLOSE FXBUNDLE
               OPEN OUTPUT FXBUNDLE
           ELSE
               IF BUN-STATUS-FS NOT = ZERO THEN
                   MOVE BUN-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-BUNDLE-ID TO BUN-BUNDLE-ID
           MOVE ASK-LINE-NO TO BUN-LINE-NO
           MOVE ASK-TYPE TO BUN-COMP-TYPE
           MOVE ASK-COMP-ID TO BUN-COMP-ID
           MOVE ASK-QTY TO BUN-COMP-QTY
           MOVE ASK-VALUE TO BUN-UNIT-VALUE
           MOVE ASK-TAX-CODE TO BUN-TAX-CODE
           CALL "GETOPER" USING BUN-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUN-LAST-DATE
           WRITE BUN-DETAILS
               INVALID KEY
                   REWRITE BUN-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXBUNDLE
           PERFORM 150-FLAG-AS-BUNDLE
           MOVE CONFIRM-BUN-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE BUNDLE MUST BE A SANDWICH ON FILE WITHOUT A RECIPE OF
      *> ITS OWN; A SANDWICH COMPONENT MUST BE A PLAIN SANDWICH IN
      *> WHOLE UNITS (NO BUNDLE INSIDE A BUNDLE), AN INGREDIENT
      *> COMPONENT MUST BE ON FILE AND CARRY THE VALUE ITS SHARE OF
      *> THE PRICE IS WORKED FROM
       110-VALIDATE-LINE SECTION.
           MOVE "N" TO LINE-VALID
           IF ASK-LINE-NO < 1 OR ASK-LINE-NO > 20
               MOVE ERROR-BAD-LINE TO ERROR-TEXT
               EXIT SECTION
           END-IF
           IF NOT ASK-TYPE-SANDWICH AND NOT ASK-TYPE-INGRED
               MOVE ERROR-BAD-TYPE TO ERROR-TEXT
               EXIT SECTION
           END-IF
           IF ASK-QTY = ZERO
               MOVE ERROR-QTY-ZERO TO ERROR-TEXT
               EXIT SECTION
           END-IF
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO AND SANDWICH-STATUS NOT = 35
               MOVE SANDWICH-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-BUNDLE-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY
                   CLOSE FXSANDWICH
                   MOVE ERROR-NO-BUNDLE TO ERROR-TEXT
                   EXIT SECTION
           END-READ
           IF ASK-TYPE-SANDWICH
               IF ASK-COMP-ID = ASK-BUNDLE-ID
                   CLOSE FXSANDWICH
                   MOVE ERROR-NESTED TO ERROR-TEXT
                   EXIT SECTION
               END-IF
               IF ASK-QTY NOT = INTEGER-PART (ASK-QTY)
                   CLOSE FXSANDWICH
                   MOVE ERROR-WHOLE-QTY TO ERROR-TEXT
                   EXIT SECTION
               END-IF
               MOVE ASK-COMP-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY
                       CLOSE FXSANDWICH
                       MOVE ERROR-NO-COMPONENT TO ERROR-TEXT
                       EXIT SECTION
               END-READ
               IF SANDWICH-IS-BUNDLE
                   CLOSE FXSANDWICH
                   MOVE ERROR-NESTED TO ERROR-TEXT
                   EXIT SECTION
               END-IF
           END-IF
           CLOSE FXSANDWICH
           IF ASK-TYPE-INGRED
               IF ASK-VALUE = ZERO
                   MOVE ERROR-NO-VALUE TO ERROR-TEXT
                   EXIT SECTION
               END-IF
               OPEN INPUT FXINGRED
               IF INGRED-STATUS NOT = ZERO
                   CLOSE FXINGRED
                   MOVE ERROR-NO-COMPONENT TO ERROR-TEXT
                   EXIT SECTION
               END-IF
               MOVE ASK-COMP-ID TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY
                       CLOSE FXINGRED
                       MOVE ERROR-NO-COMPONENT TO ERROR-TEXT
                       EXIT SECTION
               END-READ
               CLOSE FXINGRED
           END-IF
           PERFORM 120-CHECK-NO-RECIPE
       EXIT SECTION.

       120-CHECK-NO-RECIPE SECTION.
           MOVE "Y" TO LINE-VALID
           OPEN INPUT FXRECIPE
           IF RECIPE-STATUS NOT = ZERO
               CLOSE FXRECIPE
               EXIT SECTION
           END-IF
           MOVE ASK-BUNDLE-ID TO RECIPE-SAND-ID
           MOVE ZERO TO RECIPE-ING-ID RECIPE-EFF-DATE
           START FXRECIPE KEY IS >= RECIPE-ID
               INVALID KEY
                   CLOSE FXRECIPE
                   EXIT SECTION
           END-START
           READ FXRECIPE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF RECIPE-SAND-ID = ASK-BUNDLE-ID
                       MOVE "N" TO LINE-VALID
                       MOVE ERROR-HAS-RECIPE TO ERROR-TEXT
                   END-IF
           END-READ
           CLOSE FXRECIPE
       EXIT SECTION.

      *> THE FIRST LINE SAVED TURNS THE SANDWICH INTO A BUNDLE; IT
      *> STAYS ONE WHEN ITS LINES ARE REMOVED, AND ORDERING REFUSES
      *> IT UNTIL IT HAS CONTENTS AGAIN
       150-FLAG-AS-BUNDLE SECTION.
           OPEN I-O FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO THEN
               MOVE SANDWICH-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-BUNDLE-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT SANDWICH-IS-BUNDLE
                       SET SANDWICH-IS-BUNDLE TO TRUE
                       CALL "GETOPER" USING SANDWICH-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO SANDWICH-LAST-DATE
                       REWRITE SANDWICH-DETAILS
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE FXSANDWICH
       EXIT SECTION.

       200-REMOVE-BUNDLE-LINE SECTION.
           MOVE ZERO TO ASK-BUNDLE-ID ASK-LINE-NO
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY DEL-BUN-SCREEN
           ACCEPT DEL-BUN-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXBUNDLE
           IF BUN-STATUS-FS NOT = ZERO THEN
               CLOSE FXBUNDLE
               MOVE ERROR-NO-LINE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-BUNDLE-ID TO BUN-BUNDLE-ID
           MOVE ASK-LINE-NO TO BUN-LINE-NO
           DELETE FXBUNDLE RECORD
               INVALID KEY
                   MOVE ERROR-NO-LINE TO ERROR-TEXT
               NOT INVALID KEY
                   MOVE CONFIRM-BUN-DELETE TO ERROR-TEXT
           END-DELETE
           CLOSE FXBUNDLE
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       300-LIST-BUNDLE SECTION.
           MOVE ZERO TO ASK-BUNDLE-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-BUNDLE-SCREEN
           ACCEPT ASK-BUNDLE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO BUN-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXBUNDLE
           IF BUN-STATUS-FS NOT = ZERO THEN
               CLOSE FXBUNDLE
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXINGRED
           MOVE ASK-BUNDLE-ID TO BUN-BUNDLE-ID
           MOVE ZERO TO BUN-LINE-NO
           START FXBUNDLE KEY IS >= BUN-ID
               INVALID KEY SET EOF-BUN TO TRUE
           END-START
           PERFORM UNTIL EOF-BUN
               READ FXBUNDLE NEXT RECORD
                   AT END SET EOF-BUN TO TRUE
                   NOT AT END
                       IF BUN-BUNDLE-ID NOT = ASK-BUNDLE-ID
                           SET EOF-BUN TO TRUE
                       ELSE
                           PERFORM 310-SHOW-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINGRED
           CLOSE FXSANDWICH
           CLOSE FXBUNDLE
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SHOW-ONE-LINE SECTION.
           MOVE SPACES TO LIST-NAME
           IF BUN-COMP-SANDWICH
               IF SANDWICH-STATUS = ZERO
                   MOVE BUN-COMP-ID TO SANDWICH-ID
                   READ FXSANDWICH
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SANDWICH-NAME TO LIST-NAME
                   END-READ
               END-IF
           ELSE
               IF INGRED-STATUS = ZERO
                   MOVE BUN-COMP-ID TO INGREDS-ID
                   READ FXINGRED
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE INGREDS-NAME TO LIST-NAME
                   END-READ
               END-IF
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
           DISPLAY BUN-LINE-NO AT LINE SCREEN-LIN COL 06
           DISPLAY BUN-COMP-TYPE AT LINE SCREEN-LIN COL 10
           DISPLAY BUN-COMP-ID AT LINE SCREEN-LIN COL 13
           DISPLAY LIST-NAME AT LINE SCREEN-LIN COL 20
           DISPLAY BUN-COMP-QTY AT LINE SCREEN-LIN COL 52
           DISPLAY BUN-UNIT-VALUE AT LINE SCREEN-LIN COL 60
           DISPLAY BUN-TAX-CODE AT LINE SCREEN-LIN COL 68
       EXIT SECTION.
       END PROGRAM BUNDLEADD.
