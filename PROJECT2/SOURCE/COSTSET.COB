      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    COST LAYERS SETUP - THE FIGURES RECIPE-COST NEEDS ON TOP
      *    OF THE INGREDIENTS TO ROLL UP THE FULL COST OF A
      *    SANDWICH: THE LABOUR RATE PER HOUR AND THE OVERHEAD
      *    PERCENTAGE (THE SINGLE FXCOSTCTL RECORD), THE STAFF
      *    MINUTES EACH SANDWICH TAKES TO MAKE (ON THE SANDWICH
      *    RECORD) AND ITS PACKAGING BILL ON FXPACKBOM - THE BOX,
      *    LABEL OR BAG IT GOES OUT IN, EACH AN FXINGREDS ITEM
      *    PRICED FROM ITS OWN SUPPLIER AGREEMENTS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTSET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXCOSTCTL.
           COPY FD-COSTCTL.
       FD FXPACKBOM.
           COPY FD-PACKBOM.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXINGRED.
           COPY FD-INGREDSFX.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "COST LAYERS SETUP".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  CST-MENU-OPTION1    VALUE "1 - LABOUR RATE / OVERHEAD".
       78  CST-MENU-OPTION2    VALUE "2 - SANDWICH LABOUR TIME".
       78  CST-MENU-OPTION3    VALUE "3 - PACKAGING BILL LINE".
       78  CST-MENU-OPTION4    VALUE "4 - BACK".
       78  CST-TEXT-RATE       VALUE "LABOUR RATE PER HOUR:".
       78  CST-TEXT-OVERHEAD   VALUE "  OVERHEAD PERCENT :".
       78  CST-TEXT-SANDWICH   VALUE "    SANDWICH ID:".
       78  CST-TEXT-MINUTES    VALUE "LABOUR MINUTES:".
       78  CST-TEXT-ITEM       VALUE "PACKAGING ITEM:".
       78  CST-TEXT-QTY        VALUE "QTY (0 REMOVES):".
       78  CONFIRM-CCT-RECORD  VALUE "COSTING RATES SAVED".
       78  CONFIRM-MINUTES     VALUE "LABOUR TIME SAVED".
       78  CONFIRM-PKB-RECORD  VALUE "PACKAGING LINE SAVED".
       78  CONFIRM-PKB-REMOVED VALUE "PACKAGING LINE REMOVED".
       78  ERROR-NO-SANDWICH
           VALUE "SANDWICH NOT ON FILE".
       78  ERROR-NO-ITEM
           VALUE "PACKAGING ITEM NOT ON THE INGREDIENT FILE".
       78  ERROR-NO-PKB-LINE
           VALUE "NO SUCH PACKAGING LINE TO REMOVE".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  CCT-STATUS-FS                    PIC 9(002).
       77  PKB-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.

       01  ASK-LABOUR-RATE                  PIC 9(003)V99.
       01  ASK-OVERHEAD-PCT                 PIC 9(003)V99.
       01  ASK-SAND-ID                      PIC 9(005).
       01  ASK-MINUTES                      PIC 9(003)V9.
       01  ASK-ITEM-ID                      PIC 9(005).
       01  ASK-QTY                          PIC 9(003)V99.
       01  SHOW-SAND-NAME                   PIC X(030).

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
       01  CST-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE CST-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE CST-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE CST-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE CST-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 CM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  RATES-SCREEN.
           05 VALUE CST-TEXT-RATE LINE 08 COL 15.
           05 RS-RATE PIC 9(003)V99 LINE 08 COL PLUS 1
               USING ASK-LABOUR-RATE REQUIRED.
           05 VALUE CST-TEXT-OVERHEAD LINE 10 COL 15.
           05 RS-OVERHEAD PIC 9(003)V99 LINE 10 COL PLUS 1
               USING ASK-OVERHEAD-PCT AUTO.
      ******************************************************************
       01  ASK-SAND-SCREEN.
           05 VALUE CST-TEXT-SANDWICH LINE 08 COL 15.
           05 AS-SAND PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SAND-ID REQUIRED AUTO.
      ******************************************************************
       01  MINUTES-SCREEN.
           05 VALUE CST-TEXT-SANDWICH LINE 08 COL 15.
           05 MS-SAND PIC 9(005) LINE 08 COL PLUS 1
               FROM ASK-SAND-ID.
           05 MS-NAME PIC X(030) LINE 08 COL PLUS 2
               FROM SHOW-SAND-NAME.
           05 VALUE CST-TEXT-MINUTES LINE 10 COL 16.
           05 MS-MINUTES PIC 9(003)V9 LINE 10 COL PLUS 1
               USING ASK-MINUTES AUTO.
      ******************************************************************
       01  PACKAGING-SCREEN.
           05 VALUE CST-TEXT-SANDWICH LINE 08 COL 15.
           05 PS-SAND PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SAND-ID REQUIRED.
           05 VALUE CST-TEXT-ITEM LINE 10 COL 16.
           05 PS-ITEM PIC 9(005) LINE 10 COL PLUS 1
               TO ASK-ITEM-ID REQUIRED.
           05 VALUE CST-TEXT-QTY LINE 12 COL 15.
           05 PS-QTY PIC 9(003)V99 LINE 12 COL PLUS 1
               TO ASK-QTY AUTO.
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
               DISPLAY CST-MENU
               ACCEPT CST-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-RATES
                   WHEN 2
                       PERFORM 200-SET-LABOUR-TIME
                   WHEN 3
                       PERFORM 300-SET-PACKAGING-LINE
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

      *> THE SINGLE FXCOSTCTL RECORD, SAME SHAPE AS THE DELIVERY
      *> SETTINGS ON FXDLVCTL
       100-SET-RATES SECTION.
           MOVE ZERO TO ASK-LABOUR-RATE ASK-OVERHEAD-PCT
           OPEN INPUT FXCOSTCTL
           IF CCT-STATUS-FS = ZERO THEN
               MOVE 1 TO CCT-ID
               READ FXCOSTCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CCT-LABOUR-RATE TO ASK-LABOUR-RATE
                       MOVE CCT-OVERHEAD-PCT TO ASK-OVERHEAD-PCT
               END-READ
           END-IF
           CLOSE FXCOSTCTL
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY RATES-SCREEN
           ACCEPT RATES-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXCOSTCTL
           IF CCT-STATUS-FS = 35 THEN
               CLOSE FXCOSTCTL
               OPEN OUTPUT FXCOSTCTL
           ELSE
               IF CCT-STATUS-FS NOT = ZERO THEN
                   MOVE CCT-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE 1 TO CCT-ID
           MOVE ASK-LABOUR-RATE TO CCT-LABOUR-RATE
           MOVE ASK-OVERHEAD-PCT TO CCT-OVERHEAD-PCT
           CALL "GETOPER" USING CCT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CCT-LAST-DATE
           WRITE CCT-DETAILS
               INVALID KEY
                   REWRITE CCT-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXCOSTCTL
           MOVE CONFIRM-CCT-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> THE NEW TIME IS COSTED AT THE NEXT RECIPE-COST ROLLUP; THE
      *> STORED COST LAYERS ARE LEFT AS THEY WERE UNTIL THEN
       200-SET-LABOUR-TIME SECTION.
           MOVE ZERO TO ASK-SAND-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SAND-SCREEN
           ACCEPT ASK-SAND-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO THEN
               CLOSE FXSANDWICH
               MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-SAND-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY
                   CLOSE FXSANDWICH
                   MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           MOVE SANDWICH-NAME TO SHOW-SAND-NAME
           MOVE SANDWICH-LABOUR-MINUTES TO ASK-MINUTES
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY MINUTES-SCREEN
           ACCEPT MINUTES-SCREEN
           IF KEYSTATUS = 1003
               CLOSE FXSANDWICH
               EXIT SECTION
           END-IF
           MOVE ASK-MINUTES TO SANDWICH-LABOUR-MINUTES
           CALL "GETOPER" USING SANDWICH-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SANDWICH-LAST-DATE
           REWRITE SANDWICH-DETAILS
           END-REWRITE
           CLOSE FXSANDWICH
           MOVE CONFIRM-MINUTES TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> A QUANTITY OF ZERO TAKES THE ITEM OFF THE SANDWICH'S BILL
       300-SET-PACKAGING-LINE SECTION.
           MOVE ZERO TO ASK-SAND-ID ASK-ITEM-ID ASK-QTY
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY PACKAGING-SCREEN
           ACCEPT PACKAGING-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT FXSANDWICH
           MOVE ASK-SAND-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY
                   CLOSE FXSANDWICH
                   MOVE ERROR-NO-SANDWICH TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXSANDWICH
           OPEN INPUT FXINGRED
           MOVE ASK-ITEM-ID TO INGREDS-ID
           READ FXINGRED
               INVALID KEY
                   CLOSE FXINGRED
                   MOVE ERROR-NO-ITEM TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXINGRED
           OPEN I-O FXPACKBOM
           IF PKB-STATUS-FS = 35 THEN
               CLOSE FXPACKBOM
               OPEN OUTPUT FXPACKBOM
               CLOSE FXPACKBOM
               OPEN I-O FXPACKBOM
           END-IF
           IF PKB-STATUS-FS NOT = ZERO THEN
               MOVE PKB-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-SAND-ID TO PKB-SAND-ID
           MOVE ASK-ITEM-ID TO PKB-ITEM-ID
           IF ASK-QTY = ZERO
               DELETE FXPACKBOM
                   INVALID KEY
                       MOVE ERROR-NO-PKB-LINE TO ERROR-TEXT
                   NOT INVALID KEY
                       MOVE CONFIRM-PKB-REMOVED TO ERROR-TEXT
               END-DELETE
           ELSE
               MOVE ASK-QTY TO PKB-QTY
               CALL "GETOPER" USING PKB-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO PKB-LAST-DATE
               WRITE PKB-DETAILS
                   INVALID KEY
                       REWRITE PKB-DETAILS
                       END-REWRITE
               END-WRITE
               MOVE CONFIRM-PKB-RECORD TO ERROR-TEXT
           END-IF
           CLOSE FXPACKBOM
           ACCEPT ERROR-ZONE
       EXIT SECTION.
