      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | STOCK CONTROL
      ******************************************************************
      *    SITE TRANSFER - MOVES INGREDIENT STOCK FROM THE STORE OF
      *    ONE PRODUCTION SITE TO THE STORE OF ANOTHER, WRITING A
      *    PAIR OF TRANSFER MOVEMENTS THROUGH MOVPOST IN THE SAME WAY
      *    AS THE LOCATION TRANSFER DOES INSIDE ONE SITE. THE TOTAL
      *    ON THE INGREDIENT RECORD DOES NOT CHANGE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITETRAN.
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

               SELECT FXLOCSTOCK ASSIGN TO "FXLOCSTOCK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOC-ID
                   FILE STATUS LOC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXLOCSTOCK.
           COPY FD-LOCSTOCK.

       WORKING-STORAGE SECTION.
       COPY LK-MOVPOST.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "STOCK SITE TRANSFER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  TXT-ING             VALUE " INGREDIENT ID:".
       78  TXT-FROM            VALUE "   FROM SITE  :".
       78  TXT-TO              VALUE "     TO SITE  :".
       78  TXT-QTY             VALUE "      QUANTITY:".
       78  ERROR-INGRED-NO     VALUE "INGREDIENT ID DOESN'T EXIST".
       78  ERROR-BAD-SITE
           VALUE "SITES MUST BE ON FILE AND DIFFERENT".
       78  ERROR-QTY-ZERO      VALUE "QUANTITY MUST BE GREATER THAN 0".
       78  ERROR-NOT-ENOUGH
           VALUE "NOT ENOUGH STOCK IN THE SOURCE SITE'S STORE".
       78  CONFIRM-SAVED       VALUE "TRANSFER POSTED".
       78  ERROR-TRANSFER-REFUSED
           VALUE "TRANSFER REFUSED (CLOSED PERIOD OR FILE ERROR) - "-
           "NOTHING MOVED".
       78  MESSAGE-SAVE
           VALUE "POST THIS TRANSFER? (Y)ES/(N)O".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE STOCK PERMISSION".
       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).


       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  INGRED-STATUS                    PIC 9(002).
       77  LOC-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  ASK-ING-ID                       PIC 9(005).
       01  ASK-FROM-SITE                    PIC X(002).
       01  ASK-TO-SITE                      PIC X(002).
       01  ASK-FROM-LOC                     PIC X(002).
       01  ASK-TO-LOC                       PIC X(002).
       01  ASK-QTY                          PIC 9(005).
       01  INGREDEXIST                      PIC X(001).
           88  INGREDEXIST-YES              VALUE "Y".
       01  SOURCE-QTY                       PIC 9(005).
       01  TRANSFER-GOOD                    PIC X(001).
           88  TRANSFER-GOOD-YES            VALUE "Y".
       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

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
       01  TRANSFER-SCREEN.
           05 VALUE TXT-ING LINE 08 COL 15.
           05 TR-ING PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-ING-ID REQUIRED.
           05 VALUE TXT-FROM LINE 10 COL 15.
           05 TR-FROM PIC X(002) LINE 10 COL PLUS 1
               TO ASK-FROM-SITE REQUIRED.
           05 VALUE TXT-TO LINE 12 COL 15.
           05 TR-TO PIC X(002) LINE 12 COL PLUS 1
               TO ASK-TO-SITE REQUIRED.
           05 VALUE TXT-QTY LINE 14 COL 15.
           05 TR-QTY PIC 9(005) LINE 14 COL PLUS 1
               TO ASK-QTY REQUIRED AUTO.
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
           05 VALUE MESSAGE-SAVE LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL KEYSTATUS = 1003
               PERFORM 100-TRANSFER
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

       100-TRANSFER SECTION.
           MOVE ZERO TO ASK-ING-ID ASK-QTY
           MOVE SPACES TO ASK-FROM-SITE ASK-TO-SITE ASK-FROM-LOC
               ASK-TO-LOC
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY TRANSFER-SCREEN
           ACCEPT TRANSFER-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-FROM-SITE) TO ASK-FROM-SITE
           MOVE UPPER-CASE (ASK-TO-SITE) TO ASK-TO-SITE
           PERFORM 105-FIND-STORES
           IF ASK-FROM-LOC = SPACES OR ASK-TO-LOC = SPACES OR
               ASK-FROM-SITE = ASK-TO-SITE
               MOVE ERROR-BAD-SITE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-QTY = ZERO
               MOVE ERROR-QTY-ZERO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 110-CHECK-INGREDIENT
           IF NOT INGREDEXIST-YES
               MOVE ERROR-INGRED-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 120-CHECK-SOURCE-QTY
           IF SOURCE-QTY < ASK-QTY
               MOVE ERROR-NOT-ENOUGH TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF SAVE-IT1-YES
               PERFORM 200-POST-TRANSFER-PAIR
               IF TRANSFER-GOOD-YES
                   MOVE CONFIRM-SAVED TO ERROR-TEXT
               ELSE
                   MOVE ERROR-TRANSFER-REFUSED TO ERROR-TEXT
               END-IF
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> EACH SITE'S STOCK ARRIVES AND LEAVES THROUGH ITS STORE;
      *> A SITE NOT ON FILE LEAVES ITS LOCATION BLANK
       105-FIND-STORES SECTION.
           SET SINF-BY-SITE TO TRUE
           MOVE ASK-FROM-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           MOVE SINF-SITE TO ASK-FROM-SITE
           IF SINF-FOUND-YES
               MOVE SINF-STORE-LOC TO ASK-FROM-LOC
           END-IF
           SET SINF-BY-SITE TO TRUE
           MOVE ASK-TO-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           MOVE SINF-SITE TO ASK-TO-SITE
           IF SINF-FOUND-YES
               MOVE SINF-STORE-LOC TO ASK-TO-LOC
           END-IF
       EXIT SECTION.

       110-CHECK-INGREDIENT SECTION.
           MOVE SPACES TO INGREDEXIST
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = ZERO THEN
               MOVE ASK-ING-ID TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO INGREDEXIST
               END-READ
           END-IF
           CLOSE FXINGRED
       EXIT SECTION.

       120-CHECK-SOURCE-QTY SECTION.
           MOVE ZERO TO SOURCE-QTY
           OPEN INPUT FXLOCSTOCK
           IF LOC-STATUS-FS = ZERO THEN
               MOVE ASK-ING-ID TO LOC-ING-ID
               MOVE ASK-FROM-LOC TO LOC-CODE
               READ FXLOCSTOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LOC-QTY TO SOURCE-QTY
               END-READ
           END-IF
           CLOSE FXLOCSTOCK
       EXIT SECTION.

      *> THE PAIR IS TWO LEDGER MOVEMENTS: TRANSFER OUT OF THE
      *> SOURCE LOCATION AND TRANSFER INTO THE DESTINATION. MOVPOST
      *> LEAVES THE INGREDIENT TOTAL ALONE FOR TRANSFERS.
       200-POST-TRANSFER-PAIR SECTION.
           MOVE "N" TO TRANSFER-GOOD
           MOVE ASK-ING-ID TO MOVREQ-ING-ID
           MOVE "TR" TO MOVREQ-TYPE
           MOVE "-" TO MOVREQ-SIGN
           MOVE ASK-FROM-LOC TO MOVREQ-LOCATION
           MOVE ASK-QTY TO MOVREQ-QTY
           MOVE "SITE XFER" TO MOVREQ-REFERENCE
           CALL "MOVPOST" USING MOVPOST-REQUEST
           IF NOT MOVREQ-OK
               EXIT SECTION
           END-IF
           MOVE ASK-ING-ID TO MOVREQ-ING-ID
           MOVE "TR" TO MOVREQ-TYPE
           MOVE "+" TO MOVREQ-SIGN
           MOVE ASK-TO-LOC TO MOVREQ-LOCATION
           MOVE ASK-QTY TO MOVREQ-QTY
           MOVE "SITE XFER" TO MOVREQ-REFERENCE
           CALL "MOVPOST" USING MOVPOST-REQUEST
           IF NOT MOVREQ-OK
      *> THE SECOND LEG FAILED AFTER THE FIRST WENT THROUGH - PUT
      *> THE QUANTITY BACK WHERE IT CAME FROM SO THE SPLIT IS NOT
      *> LEFT ONE-SIDED
               MOVE ASK-ING-ID TO MOVREQ-ING-ID
               MOVE "TR" TO MOVREQ-TYPE
               MOVE "+" TO MOVREQ-SIGN
               MOVE ASK-FROM-LOC TO MOVREQ-LOCATION
               MOVE ASK-QTY TO MOVREQ-QTY
               MOVE "SITE XFER" TO MOVREQ-REFERENCE
               CALL "MOVPOST" USING MOVPOST-REQUEST
               EXIT SECTION
           END-IF
           MOVE "Y" TO TRANSFER-GOOD
       EXIT SECTION.
