      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    SPECIAL DIETS - THE REGISTER OF PUPILS WHO GET A NAMED
      *    MEAL (FXSPECDIET): THE SCHOOL'S PUPIL REFERENCE, UP TO
      *    FIVE ALLERGEN-FLAGGED INGREDIENTS TO AVOID AND UP TO THREE
      *    APPROVED SANDWICHES OR VARIANTS IN ORDER OF PREFERENCE.
      *    EVERY APPROVED MEAL IS CHECKED BY DIETCHK AGAINST TODAY'S
      *    RECIPE BEFORE IT IS ACCEPTED; THE GENERATION RUN CHECKS IT
      *    AGAIN ON EACH DELIVERY DAY, SO A LATER REFORMULATION CAN
      *    NEVER SLIP AN AVOIDED ALLERGEN THROUGH.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECDIET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSPECDIET ASSIGN TO "FXSPECDIET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SDIET-KEY
                   FILE STATUS SDIET-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXSANDVAR ASSIGN TO "FXSANDVAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VAR-ID
                   FILE STATUS VAR-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSPECDIET.
           COPY FD-SPECDIET.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXSANDVAR.
           COPY FD-SANDVAR.

       WORKING-STORAGE SECTION.
       COPY LK-DIETCHK.

       78  MODULE-NAME-VIEW    VALUE "SPECIAL DIETS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  DIET-MENU-OPTION1   VALUE "1 - SET PUPIL DIET".
       78  DIET-MENU-OPTION2   VALUE "2 - REMOVE PUPIL".
       78  DIET-MENU-OPTION3   VALUE "3 - LIST SCHOOL REGISTER".
       78  DIET-MENU-OPTION4   VALUE "4 - BACK".
       78  DIET-TEXT-SCHOOL    VALUE "       SCHOOL ID:".
       78  DIET-TEXT-PUPIL     VALUE " PUPIL REFERENCE:".
       78  DIET-TEXT-AVOID     VALUE "  AVOID (ING ID):".
       78  DIET-TEXT-AVOID-HINT
           VALUE "ALLERGEN-FLAGGED INGREDIENTS, UNUSED SLOTS ZERO".
       78  DIET-TEXT-CHOICE1   VALUE " APPROVED MEAL 1:".
       78  DIET-TEXT-CHOICE2   VALUE " APPROVED MEAL 2:".
       78  DIET-TEXT-CHOICE3   VALUE " APPROVED MEAL 3:".
       78  DIET-TEXT-VARIANT   VALUE "VARIANT:".
       78  DIET-TEXT-CHOICE-HINT
           VALUE "SANDWICH ID AND VARIANT (0 = PLAIN), FIRST SAFE ONE "-
           "IS MADE".
       78  DIET-TEXT-ACTIVE    VALUE "   ACTIVE (Y/N) :".
       78  CONFIRM-DIET-RECORD VALUE "PUPIL DIET SAVED, PRESS ANY KEY".
       78  CONFIRM-DIET-DELETE VALUE "PUPIL REMOVED, PRESS ANY KEY".
       78  ERROR-NO-SCHOOL     VALUE "THAT SCHOOL IS NOT ON FILE".
       78  ERROR-NO-PUPIL
           VALUE "THAT PUPIL IS NOT ON THE REGISTER".
       78  ERROR-BAD-PUPIL     VALUE "PUPIL REFERENCE IS REQUIRED".
       78  ERROR-NO-AVOID
           VALUE "AT LEAST ONE INGREDIENT TO AVOID IS REQUIRED".
       78  ERROR-BAD-AVOID
           VALUE "AVOID LIST: INGREDIENT NOT ON FILE OR NOT FLAGGED "-
           "AS AN ALLERGEN - ".
       78  ERROR-NO-CHOICE     VALUE "APPROVED MEAL 1 IS REQUIRED".
       78  ERROR-BAD-SANDWICH
           VALUE "APPROVED MEAL: NOT ON FILE OR STILL A DRAFT - ".
       78  ERROR-UNSAFE-CHOICE
           VALUE "APPROVED MEAL CONTAINS AN AVOIDED ALLERGEN, "-
           "INGREDIENT ".
       78  ERROR-NO-RECIPE
           VALUE "APPROVED MEAL HAS NO RECIPE IN FORCE - ".
       78  ERROR-BAD-ACTIVE    VALUE "ACTIVE MUST BE Y OR N".
       78  EMPTY-REGISTER-TEXT
           VALUE "NO PUPILS ON THE REGISTER FOR THIS SCHOOL".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY TO GO FORWARD".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  REGISTER-HEADER-TEXT
           VALUE "PUPIL REF  ACT AVOID                          "-
           "APPROVED MEALS (SANDWICH/VARIANT)".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SDIET-STATUS-FS                  PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  VAR-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  SDIET-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-SDIET                    VALUE "Y".
       01  SCHOOL-FOUND                     PIC X(001).
           88  SCHOOL-FOUND-YES             VALUE "Y".
       01  ENTRY-OK                         PIC X(001).
           88  ENTRY-OK-YES                 VALUE "Y".

       01  ASK-SCHOOL-ID                    PIC 9(005).
       01  ASK-PUPIL-REF                    PIC X(010).
       01  ASK-ACTIVE                       PIC X(001).
       01  ASK-AVOID-LIST.
           05  ASK-AVOID-1                  PIC 9(005).
           05  ASK-AVOID-2                  PIC 9(005).
           05  ASK-AVOID-3                  PIC 9(005).
           05  ASK-AVOID-4                  PIC 9(005).
           05  ASK-AVOID-5                  PIC 9(005).
       01  ASK-AVOID-TABLE REDEFINES ASK-AVOID-LIST.
           05  ASK-AVOID                    PIC 9(005)
                                            OCCURS 5 TIMES.
       01  ASK-CHOICE-LIST.
           05  ASK-SAND-1                   PIC 9(005).
           05  ASK-VAR-1                    PIC 9(002).
           05  ASK-SAND-2                   PIC 9(005).
           05  ASK-VAR-2                    PIC 9(002).
           05  ASK-SAND-3                   PIC 9(005).
           05  ASK-VAR-3                    PIC 9(002).
       01  ASK-CHOICE-TABLE REDEFINES ASK-CHOICE-LIST.
           05  ASK-CHOICE                   OCCURS 3 TIMES.
               10  ASK-SAND                 PIC 9(005).
               10  ASK-VAR                  PIC 9(002).
       77  AVOID-IX                         PIC 9(001).
       77  CHOICE-IX                        PIC 9(001).
       01  TODAY-DATE                       PIC 9(008).
       01  SHOW-SCHOOL-NAME                 PIC X(050).
       01  SHOW-AVOID-LINE                  PIC X(030).
       01  SHOW-CHOICE-LINE                 PIC X(027).
       01  SHOW-CHOICE-ITEM.
           05  SHOW-CHOICE-SAND             PIC 9(005).
           05  FILLER                       PIC X(001) VALUE "/".
           05  SHOW-CHOICE-VAR              PIC 9(002).
           05  FILLER                       PIC X(001) VALUE SPACE.
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).
       77  LINES-SHOWN                      PIC 9(005).

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
       01  DIET-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE DIET-MENU-OPTION1 LINE 09 COL 35.
           03 VALUE DIET-MENU-OPTION2 LINE 10 COL 35.
           03 VALUE DIET-MENU-OPTION3 LINE 11 COL 35.
           03 VALUE DIET-MENU-OPTION4 LINE 12 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 14 COL 35.
           03 DM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  SET-DIET-SCREEN.
           05 VALUE DIET-TEXT-SCHOOL LINE 08 COL 15.
           05 SD-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED.
           05 VALUE DIET-TEXT-PUPIL LINE 09 COL 15.
           05 SD-PUPIL PIC X(010) LINE 09 COL PLUS 1
               TO ASK-PUPIL-REF REQUIRED.
           05 VALUE DIET-TEXT-AVOID LINE 11 COL 15.
           05 SD-AVOID-1 PIC 9(005) LINE 11 COL PLUS 1
               TO ASK-AVOID-1.
           05 SD-AVOID-2 PIC 9(005) LINE 11 COL PLUS 1
               TO ASK-AVOID-2.
           05 SD-AVOID-3 PIC 9(005) LINE 11 COL PLUS 1
               TO ASK-AVOID-3.
           05 SD-AVOID-4 PIC 9(005) LINE 11 COL PLUS 1
               TO ASK-AVOID-4.
           05 SD-AVOID-5 PIC 9(005) LINE 11 COL PLUS 1
               TO ASK-AVOID-5.
           05 VALUE DIET-TEXT-AVOID-HINT LINE 12 COL 33.
           05 VALUE DIET-TEXT-CHOICE1 LINE 14 COL 15.
           05 SD-SAND-1 PIC 9(005) LINE 14 COL PLUS 1
               TO ASK-SAND-1.
           05 VALUE DIET-TEXT-VARIANT LINE 14 COL PLUS 2.
           05 SD-VAR-1 PIC 9(002) LINE 14 COL PLUS 1
               TO ASK-VAR-1.
           05 VALUE DIET-TEXT-CHOICE2 LINE 15 COL 15.
           05 SD-SAND-2 PIC 9(005) LINE 15 COL PLUS 1
               TO ASK-SAND-2.
           05 VALUE DIET-TEXT-VARIANT LINE 15 COL PLUS 2.
           05 SD-VAR-2 PIC 9(002) LINE 15 COL PLUS 1
               TO ASK-VAR-2.
           05 VALUE DIET-TEXT-CHOICE3 LINE 16 COL 15.
           05 SD-SAND-3 PIC 9(005) LINE 16 COL PLUS 1
               TO ASK-SAND-3.
           05 VALUE DIET-TEXT-VARIANT LINE 16 COL PLUS 2.
           05 SD-VAR-3 PIC 9(002) LINE 16 COL PLUS 1
               TO ASK-VAR-3.
           05 VALUE DIET-TEXT-CHOICE-HINT LINE 17 COL 33.
           05 VALUE DIET-TEXT-ACTIVE LINE 19 COL 15.
           05 SD-ACTIVE PIC X(001) LINE 19 COL PLUS 1
               TO ASK-ACTIVE AUTO.
      ******************************************************************
       01  REMOVE-DIET-SCREEN.
           05 VALUE DIET-TEXT-SCHOOL LINE 08 COL 15.
           05 RD-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED.
           05 VALUE DIET-TEXT-PUPIL LINE 09 COL 15.
           05 RD-PUPIL PIC X(010) LINE 09 COL PLUS 1
               TO ASK-PUPIL-REF REQUIRED AUTO.
      ******************************************************************
       01  ASK-SCHOOL-SCREEN.
           05 VALUE DIET-TEXT-SCHOOL LINE 06 COL 10.
           05 AS-SCHOOL PIC 9(005) LINE 06 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED AUTO.
      ******************************************************************
       01  SCHOOL-HEADER.
           05 VALUE DIET-TEXT-SCHOOL LINE 06 COL 10.
           05 SH-SCHOOL PIC 9(005) LINE 06 COL PLUS 1
               FROM ASK-SCHOOL-ID.
           05 SH-NAME PIC X(050) LINE 06 COL PLUS 2
               FROM SHOW-SCHOOL-NAME.
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
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY DIET-MENU
               ACCEPT DIET-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-DIET
                   WHEN 2
                       PERFORM 200-REMOVE-DIET
                   WHEN 3
                       PERFORM 300-LIST-REGISTER
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

      *> ADDS A PUPIL TO THE REGISTER OR REPLACES THE ENTRY. THE
      *> AVOID LIST MAY ONLY NAME ALLERGEN-FLAGGED INGREDIENTS, AND
      *> EVERY APPROVED MEAL MUST EXIST AND PASS DIETCHK ON TODAY'S
      *> RECIPE BEFORE ANYTHING IS WRITTEN
       100-SET-DIET SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID ASK-AVOID-LIST ASK-CHOICE-LIST
           MOVE SPACES TO ASK-PUPIL-REF
           MOVE "Y" TO ASK-ACTIVE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SET-DIET-SCREEN
           ACCEPT SET-DIET-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-FIND-SCHOOL
           IF NOT SCHOOL-FOUND-YES
               MOVE ERROR-NO-SCHOOL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-PUPIL-REF = SPACES
               MOVE ERROR-BAD-PUPIL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-ACTIVE) TO ASK-ACTIVE
           IF ASK-ACTIVE NOT = "Y" AND ASK-ACTIVE NOT = "N"
               MOVE ERROR-BAD-ACTIVE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-AVOID-LIST = ZERO
               MOVE ERROR-NO-AVOID TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 120-CHECK-AVOID-LIST
           IF NOT ENTRY-OK-YES
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-SAND-1 = ZERO
               MOVE ERROR-NO-CHOICE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 130-CHECK-CHOICES
           IF NOT ENTRY-OK-YES
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXSPECDIET
           IF SDIET-STATUS-FS = 35 THEN
               CLOSE FXSPECDIET
               OPEN OUTPUT FXSPECDIET
           ELSE
               IF SDIET-STATUS-FS NOT = ZERO THEN
                   MOVE SDIET-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-SCHOOL-ID TO SDIET-SCHOOL-ID
           MOVE UPPER-CASE (ASK-PUPIL-REF) TO SDIET-PUPIL-REF
           MOVE ASK-AVOID-LIST TO SDIET-AVOID-TABLE
           PERFORM VARYING CHOICE-IX FROM 1 BY 1
               UNTIL CHOICE-IX > 3
               MOVE ASK-SAND (CHOICE-IX) TO SDIET-SAND-ID (CHOICE-IX)
               MOVE ASK-VAR (CHOICE-IX)
                   TO SDIET-VARIANT-NO (CHOICE-IX)
           END-PERFORM
           MOVE ASK-ACTIVE TO SDIET-ACTIVE
           CALL "GETOPER" USING SDIET-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SDIET-LAST-DATE
           WRITE SDIET-DETAILS
               INVALID KEY
                   REWRITE SDIET-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXSPECDIET
           MOVE CONFIRM-DIET-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-FIND-SCHOOL SECTION.
           MOVE "N" TO SCHOOL-FOUND
           MOVE SPACES TO SHOW-SCHOOL-NAME
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = ZERO THEN
               MOVE ASK-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SCHOOL-FOUND
                       MOVE SCHOOL-DESIGNATION1 TO SHOW-SCHOOL-NAME
               END-READ
           END-IF
           CLOSE FXSCHOOL
       EXIT SECTION.

      *> EVERY INGREDIENT ON THE AVOID LIST MUST BE ON FILE AND
      *> FLAGGED AS AN ALLERGEN - THAT FLAG IS WHAT DIETCHK TESTS
       120-CHECK-AVOID-LIST SECTION.
           MOVE "Y" TO ENTRY-OK
           OPEN INPUT FXINGRED
           PERFORM VARYING AVOID-IX FROM 1 BY 1
               UNTIL AVOID-IX > 5 OR NOT ENTRY-OK-YES
               IF ASK-AVOID (AVOID-IX) NOT = ZERO
                   MOVE "N" TO ENTRY-OK
                   IF INGRED-STATUS = ZERO
                       MOVE ASK-AVOID (AVOID-IX) TO INGREDS-ID
                       READ FXINGRED
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF INGREDS-IS-ALLERGEN = 1
                                   MOVE "Y" TO ENTRY-OK
                               END-IF
                       END-READ
                   END-IF
                   IF NOT ENTRY-OK-YES
                       MOVE SPACES TO ERROR-TEXT
                       STRING ERROR-BAD-AVOID DELIMITED BY SIZE
                           ASK-AVOID (AVOID-IX) DELIMITED BY SIZE
                           INTO ERROR-TEXT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FXINGRED
       EXIT SECTION.

      *> EACH APPROVED MEAL GIVEN MUST BE A SANDWICH (AND VARIANT)
      *> ON FILE THAT DIETCHK PASSES ON TODAY'S RECIPE
       130-CHECK-CHOICES SECTION.
           MOVE "Y" TO ENTRY-OK
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXSANDVAR
           PERFORM VARYING CHOICE-IX FROM 1 BY 1
               UNTIL CHOICE-IX > 3 OR NOT ENTRY-OK-YES
               IF ASK-SAND (CHOICE-IX) NOT = ZERO
                   PERFORM 140-CHECK-ONE-CHOICE
               END-IF
           END-PERFORM
           CLOSE FXSANDVAR
           CLOSE FXSANDWICH
       EXIT SECTION.

       140-CHECK-ONE-CHOICE SECTION.
           MOVE "N" TO ENTRY-OK
           IF SANDWICH-STATUS = ZERO
               MOVE ASK-SAND (CHOICE-IX) TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT SANDWICH-DRAFT
                           MOVE "Y" TO ENTRY-OK
                       END-IF
               END-READ
           END-IF
           IF ENTRY-OK-YES AND ASK-VAR (CHOICE-IX) NOT = ZERO
               MOVE "N" TO ENTRY-OK
               IF VAR-STATUS-FS = ZERO
                   MOVE ASK-SAND (CHOICE-IX) TO VAR-SAND-ID
                   MOVE ASK-VAR (CHOICE-IX) TO VAR-NO
                   READ FXSANDVAR
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO ENTRY-OK
                   END-READ
               END-IF
           END-IF
           IF NOT ENTRY-OK-YES
               MOVE SPACES TO ERROR-TEXT
               STRING ERROR-BAD-SANDWICH DELIMITED BY SIZE
                   ASK-SAND (CHOICE-IX) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASK-VAR (CHOICE-IX) DELIMITED BY SIZE
                   INTO ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE ASK-SAND (CHOICE-IX) TO DCHK-SANDWICH-ID
           MOVE ASK-VAR (CHOICE-IX) TO DCHK-VARIANT-NO
           MOVE TODAY-DATE TO DCHK-DATE
           PERFORM VARYING AVOID-IX FROM 1 BY 1
               UNTIL AVOID-IX > 5
               MOVE ASK-AVOID (AVOID-IX) TO DCHK-AVOID-ING (AVOID-IX)
           END-PERFORM
           CALL "DIETCHK" USING DIETCHK-REQUEST
           EVALUATE TRUE
               WHEN DCHK-UNSAFE
                   MOVE "N" TO ENTRY-OK
                   MOVE SPACES TO ERROR-TEXT
                   STRING ERROR-UNSAFE-CHOICE DELIMITED BY SIZE
                       DCHK-FOUND-ING DELIMITED BY SIZE
                       INTO ERROR-TEXT
               WHEN DCHK-NO-RECIPE
                   MOVE "N" TO ENTRY-OK
                   MOVE SPACES TO ERROR-TEXT
                   STRING ERROR-NO-RECIPE DELIMITED BY SIZE
                       ASK-SAND (CHOICE-IX) DELIMITED BY SIZE
                       INTO ERROR-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

       200-REMOVE-DIET SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID
           MOVE SPACES TO ASK-PUPIL-REF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY REMOVE-DIET-SCREEN
           ACCEPT REMOVE-DIET-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXSPECDIET
           IF SDIET-STATUS-FS NOT = ZERO THEN
               CLOSE FXSPECDIET
               MOVE ERROR-NO-PUPIL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-SCHOOL-ID TO SDIET-SCHOOL-ID
           MOVE UPPER-CASE (ASK-PUPIL-REF) TO SDIET-PUPIL-REF
           DELETE FXSPECDIET
               INVALID KEY
                   MOVE ERROR-NO-PUPIL TO ERROR-TEXT
               NOT INVALID KEY
                   MOVE CONFIRM-DIET-DELETE TO ERROR-TEXT
           END-DELETE
           CLOSE FXSPECDIET
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       300-LIST-REGISTER SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SCHOOL-SCREEN
           ACCEPT ASK-SCHOOL-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-FIND-SCHOOL
           IF NOT SCHOOL-FOUND-YES
               MOVE ERROR-NO-SCHOOL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO LINE-ON-PAGE LINES-SHOWN
           MOVE "N" TO SDIET-EOF-FLAG
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SCHOOL-HEADER
           DISPLAY REGISTER-HEADER-TEXT AT LINE 08 COL 10
           OPEN INPUT FXSPECDIET
           IF SDIET-STATUS-FS NOT = ZERO THEN
               CLOSE FXSPECDIET
               MOVE EMPTY-REGISTER-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-SCHOOL-ID TO SDIET-SCHOOL-ID
           MOVE LOW-VALUES TO SDIET-PUPIL-REF
           START FXSPECDIET KEY IS >= SDIET-KEY
               INVALID KEY SET EOF-SDIET TO TRUE
           END-START
           PERFORM UNTIL EOF-SDIET
               READ FXSPECDIET NEXT RECORD
                   AT END SET EOF-SDIET TO TRUE
                   NOT AT END
                       IF SDIET-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-SDIET TO TRUE
                       ELSE
                           PERFORM 310-SHOW-ONE-PUPIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSPECDIET
           IF LINES-SHOWN = ZERO
               MOVE EMPTY-REGISTER-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SHOW-ONE-PUPIL SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SCHOOL-HEADER
               DISPLAY REGISTER-HEADER-TEXT AT LINE 08 COL 10
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           ADD 1 TO LINES-SHOWN
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
           MOVE SPACES TO SHOW-AVOID-LINE SHOW-CHOICE-LINE
           PERFORM VARYING AVOID-IX FROM 1 BY 1
               UNTIL AVOID-IX > 5
               IF SDIET-AVOID-ING (AVOID-IX) NOT = ZERO
                   MOVE SDIET-AVOID-ING (AVOID-IX) TO
                       SHOW-AVOID-LINE ((AVOID-IX - 1) * 6 + 1:5)
               END-IF
           END-PERFORM
           PERFORM VARYING CHOICE-IX FROM 1 BY 1
               UNTIL CHOICE-IX > 3
               IF SDIET-SAND-ID (CHOICE-IX) NOT = ZERO
                   MOVE SDIET-SAND-ID (CHOICE-IX) TO SHOW-CHOICE-SAND
                   MOVE SDIET-VARIANT-NO (CHOICE-IX)
                       TO SHOW-CHOICE-VAR
                   MOVE SHOW-CHOICE-ITEM TO
                       SHOW-CHOICE-LINE ((CHOICE-IX - 1) * 9 + 1:9)
               END-IF
           END-PERFORM
           DISPLAY SDIET-PUPIL-REF AT LINE SCREEN-LIN COL 10
           DISPLAY SDIET-ACTIVE AT LINE SCREEN-LIN COL 22
           DISPLAY SHOW-AVOID-LINE AT LINE SCREEN-LIN COL 25
           DISPLAY SHOW-CHOICE-LINE AT LINE SCREEN-LIN COL 56
       EXIT SECTION.
