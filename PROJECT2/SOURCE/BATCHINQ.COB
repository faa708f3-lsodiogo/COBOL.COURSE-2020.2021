      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    PRODUCTION BATCH INQUIRY. GIVEN A BATCH CODE (PRODUCTION
      *    DATE AND SANDWICH ID, AS PRINTED ON THE LABELS AND THE
      *    DISPATCH NOTES) SHOWS THE BATCH FILED BY PRODCONF ON
      *    FXPRODBATCH AND LISTS EITHER THE FXINGLOT LOTS PICKED INTO
      *    IT (FXBATCHLOT) OR THE SCHOOLS THAT RECEIVED IT (FXORDERS
      *    FOR THE DATE AND SANDWICH, WITH THE DISPATCH NOTE). THE
      *    BATCH'S START AND END TIME CAN BE CORRECTED WHEN A
      *    SANDWICH RAN AT A DIFFERENT TIME FROM THE REST OF THE RUN.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

               SELECT FXINGLOT ASSIGN TO "FXINGLOT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-ID
                   FILE STATUS LOT-STATUS-FS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXPRODBATCH.
           COPY FD-PRODBATCH.
       FD FXBATCHLOT.
           COPY FD-BATCHLOT.
       FD FXINGLOT.
           COPY FD-INGLOT.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXSANDWICH.
           COPY FD-SANDWICH.

       WORKING-STORAGE SECTION.
       COPY WS-ORDERS.

       78  MODULE-NAME-VIEW    VALUE "PRODUCTION BATCH INQUIRY".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  BAT-MENU-OPTION1    VALUE "1 - BATCH TO INGREDIENT LOTS".
       78  BAT-MENU-OPTION2    VALUE "2 - BATCH TO SCHOOLS".
       78  BAT-MENU-OPTION3    VALUE "3 - SET BATCH TIMES".
       78  BAT-MENU-OPTION4    VALUE "4 - BACK".
       78  BAT-TEXT-CODE
           VALUE "BATCH CODE (YYYYMMDD + SANDWICH):".
       78  BAT-TEXT-QTY        VALUE "MADE:".
       78  BAT-TEXT-TIMES      VALUE "START/END:".
       78  BAT-TEXT-START      VALUE "   START (HHMM):".
       78  BAT-TEXT-END        VALUE "     END (HHMM):".
       78  ERROR-BATCH-NO      VALUE "THAT BATCH IS NOT ON FILE".
       78  ERROR-INVALID-TIME
           VALUE "INVALID TIME, USE HHMM (E.G. 0630), TRY AGAIN".
       78  CONFIRM-TIMES       VALUE "BATCH TIMES SAVED, PRESS ANY KEY".
       78  EMPTY-LOTS-TEXT     VALUE "NO LOTS ARE LINKED TO THIS BATCH".
       78  EMPTY-SCHOOLS-TEXT
           VALUE "NO DELIVERIES ON FILE FOR THIS BATCH".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY TO GO FORWARD".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  LOTS-HEADER-TEXT
           VALUE "INGR  NAME                           LOT NO     "-
           "EXPIRY   DRAWN".
       78  SCHOOLS-HEADER-TEXT
           VALUE "SCHOOL DESIGNATION                               "-
           "  QTY NOTE".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  PBAT-STATUS-FS                   PIC 9(002).
       77  BLOT-STATUS-FS                   PIC 9(002).
       77  LOT-STATUS-FS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 4.
       01  ASK-BATCH.
           05  ASK-BATCH-DATE               PIC 9(008).
           05  ASK-BATCH-SAND               PIC 9(005).
       01  ASK-BATCH-NUM REDEFINES ASK-BATCH
                                            PIC 9(013).
       01  ASK-START                        PIC 9(004).
       01  ASK-END                          PIC 9(004).
       01  BATCH-FOUND                      PIC X(001).
           88  BATCH-FOUND-YES              VALUE "Y".
       01  VALID-TIME-FLAG                  PIC X(001) VALUE "N".
           88  VALID-TIME-YES               VALUE "Y".
       01  SHOW-SAND-NAME                   PIC X(030).
       01  SHOW-ING-NAME                    PIC X(030).
       01  SHOW-SCHOOL-NAME                 PIC X(040).
       01  SHOW-EXPIRY                      PIC 9(008).
       01  BLOT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-BLOT                     VALUE "Y".
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
       01  BAT-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE BAT-MENU-OPTION1 LINE 09 COL 35.
           03 VALUE BAT-MENU-OPTION2 LINE 10 COL 35.
           03 VALUE BAT-MENU-OPTION3 LINE 11 COL 35.
           03 VALUE BAT-MENU-OPTION4 LINE 12 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 14 COL 35.
           03 BM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-BATCH-SCREEN.
           05 VALUE BAT-TEXT-CODE LINE 06 COL 10.
           05 AB-CODE PIC 9(013) LINE 06 COL PLUS 1
               TO ASK-BATCH-NUM REQUIRED AUTO.
      ******************************************************************
       01  BATCH-HEADER.
           05 VALUE BAT-TEXT-CODE LINE 06 COL 10.
           05 BH-CODE PIC 9(013) LINE 06 COL PLUS 1
               FROM ASK-BATCH-NUM.
           05 BH-NAME PIC X(030) LINE 07 COL 10
               FROM SHOW-SAND-NAME.
           05 VALUE BAT-TEXT-QTY LINE 07 COL 42.
           05 BH-QTY PIC ZZZZZZ9 LINE 07 COL PLUS 1
               FROM PBAT-QTY.
           05 VALUE BAT-TEXT-TIMES LINE 07 COL 57.
           05 BH-START PIC 9(004) LINE 07 COL PLUS 1
               FROM PBAT-START.
           05 VALUE "-" LINE 07 COL PLUS 1.
           05 BH-END PIC 9(004) LINE 07 COL PLUS 1
               FROM PBAT-END.
      ******************************************************************
       01  SET-TIMES-SCREEN.
           05 VALUE BAT-TEXT-START LINE 10 COL 10.
           05 ST-START PIC 9(004) LINE 10 COL PLUS 1
               USING ASK-START REQUIRED.
           05 VALUE BAT-TEXT-END LINE 11 COL 10.
           05 ST-END PIC 9(004) LINE 11 COL PLUS 1
               USING ASK-END REQUIRED AUTO.
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
               DISPLAY BAT-MENU
               ACCEPT BAT-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-FIND-BATCH
                       IF BATCH-FOUND-YES
                           PERFORM 200-BATCH-TO-LOTS
                       END-IF
                   WHEN 2
                       PERFORM 100-FIND-BATCH
                       IF BATCH-FOUND-YES
                           PERFORM 300-BATCH-TO-SCHOOLS
                       END-IF
                   WHEN 3
                       PERFORM 100-FIND-BATCH
                       IF BATCH-FOUND-YES
                           PERFORM 400-SET-BATCH-TIMES
                       END-IF
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

      *> ASKS FOR THE BATCH CODE AND READS THE BATCH AND ITS
      *> SANDWICH NAME FOR THE HEADER OF EVERY OPTION
       100-FIND-BATCH SECTION.
           MOVE "N" TO BATCH-FOUND
           MOVE ZERO TO ASK-BATCH-NUM
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-BATCH-SCREEN
           ACCEPT ASK-BATCH-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT FXPRODBATCH
           IF PBAT-STATUS-FS NOT = ZERO AND PBAT-STATUS-FS NOT = 35
               MOVE PBAT-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF PBAT-STATUS-FS = ZERO
               MOVE ASK-BATCH-DATE TO PBAT-DATE
               MOVE ASK-BATCH-SAND TO PBAT-SAND-ID
               READ FXPRODBATCH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO BATCH-FOUND
               END-READ
           END-IF
           CLOSE FXPRODBATCH
           IF NOT BATCH-FOUND-YES
               MOVE ERROR-BATCH-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SHOW-SAND-NAME
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS = ZERO
               MOVE PBAT-SAND-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO SHOW-SAND-NAME
               END-READ
           END-IF
           CLOSE FXSANDWICH
       EXIT SECTION.

      *> EVERY LOT LINKED TO THE BATCH, IN INGREDIENT ORDER ON THE
      *> BATCH-LED KEY, TWELVE PER SCREEN
       200-BATCH-TO-LOTS SECTION.
           MOVE ZERO TO LINE-ON-PAGE LINES-SHOWN
           MOVE "N" TO BLOT-EOF-FLAG
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY BATCH-HEADER
           DISPLAY LOTS-HEADER-TEXT AT LINE 08 COL 10
           OPEN INPUT FXBATCHLOT
           IF BLOT-STATUS-FS NOT = ZERO THEN
               CLOSE FXBATCHLOT
               MOVE EMPTY-LOTS-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXINGRED
           OPEN INPUT FXINGLOT
           MOVE PBAT-DATE TO BLOT-DATE
           MOVE PBAT-SAND-ID TO BLOT-SAND-ID
           MOVE ZERO TO BLOT-ING-ID
           MOVE SPACES TO BLOT-LOT-NO
           START FXBATCHLOT KEY IS >= BLOT-KEY
               INVALID KEY SET EOF-BLOT TO TRUE
           END-START
           PERFORM UNTIL EOF-BLOT
               READ FXBATCHLOT NEXT RECORD
                   AT END SET EOF-BLOT TO TRUE
                   NOT AT END
                       IF BLOT-DATE NOT = PBAT-DATE OR
                           BLOT-SAND-ID NOT = PBAT-SAND-ID
                           SET EOF-BLOT TO TRUE
                       ELSE
                           PERFORM 210-SHOW-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXINGLOT
           CLOSE FXINGRED
           CLOSE FXBATCHLOT
           IF LINES-SHOWN = ZERO
               MOVE EMPTY-LOTS-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-SHOW-ONE-LOT SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY BATCH-HEADER
               DISPLAY LOTS-HEADER-TEXT AT LINE 08 COL 10
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           MOVE SPACES TO SHOW-ING-NAME
           IF INGRED-STATUS = ZERO OR INGRED-STATUS = 23
               MOVE BLOT-ING-ID TO INGREDS-ID
               READ FXINGRED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INGREDS-NAME TO SHOW-ING-NAME
               END-READ
           END-IF
           MOVE ZERO TO SHOW-EXPIRY
           IF LOT-STATUS-FS = ZERO OR LOT-STATUS-FS = 23
               MOVE BLOT-ING-ID TO LOT-ING-ID
               MOVE BLOT-LOT-NO TO LOT-NO
               READ FXINGLOT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LOT-EXPIRY-DATE TO SHOW-EXPIRY
               END-READ
           END-IF
           ADD 1 TO LINE-ON-PAGE
           ADD 1 TO LINES-SHOWN
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
           DISPLAY BLOT-ING-ID AT LINE SCREEN-LIN COL 10
           DISPLAY SHOW-ING-NAME AT LINE SCREEN-LIN COL 16
           DISPLAY BLOT-LOT-NO AT LINE SCREEN-LIN COL 47
           DISPLAY SHOW-EXPIRY AT LINE SCREEN-LIN COL 58
           DISPLAY BLOT-QTY AT LINE SCREEN-LIN COL 67
       EXIT SECTION.

      *> THE BATCH WENT OUT ON THE ORDERS OF ITS SANDWICH FOR ITS
      *> DATE; THE DELIVERY-DATE KEY KEEPS THE READ TO THAT ONE DAY
       300-BATCH-TO-SCHOOLS SECTION.
           MOVE ZERO TO LINE-ON-PAGE LINES-SHOWN
           MOVE "N" TO ORD-EOF-FLAG
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY BATCH-HEADER
           DISPLAY SCHOOLS-HEADER-TEXT AT LINE 08 COL 10
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               MOVE EMPTY-SCHOOLS-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           MOVE PBAT-DATE TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = PBAT-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-SANDWICH-ID = PBAT-SAND-ID
                               PERFORM 310-SHOW-ONE-SCHOOL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHOOL
           CLOSE FXORDERS
           IF LINES-SHOWN = ZERO
               MOVE EMPTY-SCHOOLS-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SHOW-ONE-SCHOOL SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY BATCH-HEADER
               DISPLAY SCHOOLS-HEADER-TEXT AT LINE 08 COL 10
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           MOVE SPACES TO SHOW-SCHOOL-NAME
           IF SCHOOL-STATUS = ZERO OR SCHOOL-STATUS = 23
               MOVE ORD-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHOOL-DESIGNATION1 TO SHOW-SCHOOL-NAME
               END-READ
           END-IF
           ADD 1 TO LINE-ON-PAGE
           ADD 1 TO LINES-SHOWN
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
           DISPLAY ORD-SCHOOL-ID AT LINE SCREEN-LIN COL 10
           DISPLAY SHOW-SCHOOL-NAME AT LINE SCREEN-LIN COL 17
           DISPLAY ORD-QTY AT LINE SCREEN-LIN COL 59
           DISPLAY ORD-DISPATCH-NOTE AT LINE SCREEN-LIN COL 65
       EXIT SECTION.

      *> THE RUN'S TIMES ARE FILED ON EVERY BATCH OF THE DAY; A
      *> SANDWICH MADE IN ITS OWN SLOT IS CORRECTED HERE. AN END
      *> BEFORE THE START IS A BATCH RUNNING PAST MIDNIGHT.
       400-SET-BATCH-TIMES SECTION.
           MOVE PBAT-START TO ASK-START
           MOVE PBAT-END TO ASK-END
           MOVE "N" TO VALID-TIME-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-TIME-YES
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY BATCH-HEADER
               DISPLAY SET-TIMES-SCREEN
               ACCEPT SET-TIMES-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               IF ASK-START < 2400 AND MOD (ASK-START, 100) < 60 AND
                   ASK-END < 2400 AND MOD (ASK-END, 100) < 60
                   MOVE "Y" TO VALID-TIME-FLAG
               ELSE
                   MOVE ERROR-INVALID-TIME TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           OPEN I-O FXPRODBATCH
           IF PBAT-STATUS-FS NOT = ZERO THEN
               MOVE PBAT-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-BATCH-DATE TO PBAT-DATE
           MOVE ASK-BATCH-SAND TO PBAT-SAND-ID
           READ FXPRODBATCH
               INVALID KEY
                   CLOSE FXPRODBATCH
                   MOVE ERROR-BATCH-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           MOVE ASK-START TO PBAT-START
           MOVE ASK-END TO PBAT-END
           CALL "GETOPER" USING PBAT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PBAT-LAST-DATE
           REWRITE PBAT-DETAILS
           END-REWRITE
           CLOSE FXPRODBATCH
           MOVE CONFIRM-TIMES TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.
