      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL MANAGEMENT
      ******************************************************************
      *    SCM MODULE - DELETE SCHOOL DLL
      *    SUPERVISOR-ONLY. BEFORE A SCHOOL CAN BE DEACTIVATED OR
      *    REMOVED, LISTS WHAT IS STILL LIVE AGAINST IT - OPEN OR
      *    UNINVOICED ORDERS, OPEN INVOICES AND THEIR BALANCE, LIVE
      *    STANDING ORDER LINES AND ROUTE STOPS - AND REFUSES WHILE
      *    ANY OF THEM REMAIN. A REMOVED SCHOOL IS ARCHIVED TO
      *    FXSCHOOLSDEL FIRST, AS SUPPDEL DOES FOR SUPPLIERS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCM-DELETE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXSCHOOLDEL ASSIGN TO "FXSCHOOLSDEL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEL-SCHOOL-ID
                   FILE STATUS DEL-SCHOOL-STATUS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXSCHINV ASSIGN TO "FXSCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXSTANDORD ASSIGN TO "FXSTANDORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STO-ID
                   FILE STATUS STO-STATUS-FS.

               SELECT FXROUTESTOP ASSIGN TO "FXROUTESTOP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RST-ID
                   FILE STATUS RST-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXSCHOOLDEL.
           COPY DELSCHOOLFX.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSTANDORD.
           COPY FD-STANDORD.
       FD FXROUTESTOP.
           COPY FD-ROUTESTOP.

       WORKING-STORAGE SECTION.
           COPY CONSTANTS.
           COPY "WS-SCHOOLFX".

       77  DUMMY                               PIC X(001).
       77  SCHOOL-STATUS                       PIC 9(002).
       77  DEL-SCHOOL-STATUS                   PIC 9(002).
       77  ORD-STATUS-FS                       PIC 9(002).
       77  SCHINV-STATUS-FS                    PIC 9(002).
       77  STO-STATUS-FS                       PIC 9(002).
       77  RST-STATUS-FS                       PIC 9(002).
       77  KEYSTATUS                           PIC 9(004).
       77  FILE-ERROR-STATUS                   PIC 9(002).
       01  PICK-ID                             PIC 9(005).
       01  PICK-EXTID                          PIC X(008).
       01  SCHOOL-FOUND                        PIC X(001).
           88  SCHOOL-FOUND-YES                VALUE "Y".
       01  DELETE-ACTION                       PIC X(001).
           88  DELETE-ACTION-VALID             VALUE "D" "d" "R" "r"
                                                     "N" "n".
           88  DELETE-ACTION-DEACTIVATE        VALUE "D" "d".
           88  DELETE-ACTION-REMOVE            VALUE "R" "r".

      *> WHAT IS STILL LIVE AGAINST THE SCHOOL
       01  DEPENDENT-COUNTS.
           05  DEP-OPEN-ORDERS                 PIC 9(005).
           05  DEP-UNINV-ORDERS                PIC 9(005).
           05  DEP-OPEN-INVOICES               PIC 9(005).
           05  DEP-OPEN-BALANCE                PIC S9(009)V99.
           05  DEP-LIVE-PATTERNS               PIC 9(005).
           05  DEP-ROUTE-STOPS                 PIC 9(005).
       01  SCAN-EOF-FLAG                       PIC X(001).
           88  SCAN-EOF                        VALUE "Y".
      *> THE STANDING-ORDER LINE (WEEKDAY + SANDWICH) WHOSE LATEST
      *> VERSION IS BEING CARRIED WHILE ITS OLDER VERSIONS GO PAST
       01  PATTERN-GROUP                       PIC X(006).
       01  PATTERN-LAST-QTY                    PIC 9(005).

       01  PERM-QUESTION.
           05  PERM-CODE                       PIC X(001).
           05  PERM-GRANTED                    PIC X(001).

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
           05 VALUE MODULE-NAME LINE 03 COL 50.
           05 VALUE SPACES PIC X(95) LINE 24 COL 01.
           05 VALUE SPACES PIC X(95) LINE 25 COL 01.
           05 VALUE SPACES PIC X(95) LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25 COL 99 FOREGROUND-COLOR 5.
      ******************************************************************
       01  PICK-SCREEN.
           05 VALUE DLT-MENU-TEXT LINE 07 COL 15.
           05 VALUE PICK-SCHOOL-PROMPT LINE 09 COL 15.
           05 PS-ID PIC 9(005) LINE 09 COL PLUS 1
               TO PICK-ID AUTO.
      ******************************************************************
       01  PICK-EXTID-SCREEN.
           05 VALUE PICK-EXTID-PROMPT LINE 11 COL 15.
           05 PE-EXTID PIC X(008) LINE 11 COL PLUS 1
               TO PICK-EXTID REQUIRED AUTO.
      ******************************************************************
       01  SHOW-SCHOOL-DEPENDENTS.
           05 VALUE SPACES PIC X(080) LINE 5 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE ADD-MENU-TEXT1 LINE 06 COL 10.
           05 SD-ID PIC 9(005) LINE 06 COL PLUS 1 FROM WSSCHOOL-ID.
           05 VALUE ADD-MENU-TEXT2 LINE 07 COL 10.
           05 SD-EXTID PIC X(008) LINE 07 COL PLUS 1
               FROM WSSCHOOL-EXTERNAL-ID.
           05 VALUE ADD-MENU-TEXT3 LINE 08 COL 10.
           05 SD-DSG1 PIC X(050) LINE 08 COL PLUS 1
               FROM WSSCHOOL-DESIGNATION1.
           05 VALUE ADD-MENU-TEXT9 LINE 09 COL 10.
           05 SD-TOWN PIC X(030) LINE 09 COL PLUS 1
               FROM WSSCHOOL-TOWN.
           05 VALUE VIEW-TEXT-ACTIVE LINE 10 COL 10.
           05 SD-ACTIVE PIC 9(001) LINE 10 COL PLUS 1
               FROM WSSCHOOL-IS-ACTIVE.
           05 VALUE DLT-DEPENDENTS-TITLE LINE 12 COL 10
               FOREGROUND-COLOR 5.
           05 VALUE DLT-OPEN-ORDERS LINE 14 COL 10.
           05 SD-OPEN-ORD PIC ZZZZ9 LINE 14 COL 42
               FROM DEP-OPEN-ORDERS.
           05 VALUE DLT-UNINV-ORDERS LINE 15 COL 10.
           05 SD-UNINV-ORD PIC ZZZZ9 LINE 15 COL 42
               FROM DEP-UNINV-ORDERS.
           05 VALUE DLT-OPEN-INVOICES LINE 16 COL 10.
           05 SD-OPEN-INV PIC ZZZZ9 LINE 16 COL 42
               FROM DEP-OPEN-INVOICES.
           05 VALUE DLT-OPEN-BALANCE LINE 17 COL 10.
           05 SD-OPEN-BAL PIC -ZZZZZZZZ9.99 LINE 17 COL 42
               FROM DEP-OPEN-BALANCE.
           05 VALUE DLT-LIVE-PATTERNS LINE 18 COL 10.
           05 SD-PATTERNS PIC ZZZZ9 LINE 18 COL 42
               FROM DEP-LIVE-PATTERNS.
           05 VALUE DLT-ROUTE-STOPS LINE 19 COL 10.
           05 SD-STOPS PIC ZZZZ9 LINE 19 COL 42
               FROM DEP-ROUTE-STOPS.
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
       01 DELETE-ACTION-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE DLT-ACTION-PROMPT LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 DA-ACTION LINE 25 COL PLUS 1 PIC X(001)
               TO DELETE-ACTION
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> THE DELETE PROGRAMS ARE SUPERVISOR-ONLY
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 110-CHECK-IF-DEL-FILE-EXISTS
           PERFORM 100-PICK-SCHOOL
           IF KEYSTATUS = 1003 OR NOT SCHOOL-FOUND-YES
               EXIT PROGRAM
           END-IF
           PERFORM 200-COUNT-DEPENDENTS
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SHOW-SCHOOL-DEPENDENTS
           IF DEP-OPEN-ORDERS > ZERO OR DEP-UNINV-ORDERS > ZERO
               OR DEP-OPEN-INVOICES > ZERO
               OR DEP-OPEN-BALANCE NOT = ZERO
               OR DEP-LIVE-PATTERNS > ZERO
               OR DEP-ROUTE-STOPS > ZERO
               MOVE DLT-BLOCKED-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM 300-DELETE-SCHOOL
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

      *> THE SCHOOL IS PICKED BY ITS INTERNAL ID, OR BY ITS EXTERNAL
      *> ID WHEN THE INTERNAL ONE IS GIVEN AS ZERO, AS IN SCM-EDIT
       100-PICK-SCHOOL SECTION.
           MOVE "N" TO SCHOOL-FOUND
           MOVE ZERO TO PICK-ID
           MOVE SPACES TO PICK-EXTID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY PICK-SCREEN
           ACCEPT PICK-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF PICK-ID = ZERO
               DISPLAY PICK-EXTID-SCREEN
               ACCEPT PICK-EXTID-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               MOVE UPPER-CASE (PICK-EXTID) TO PICK-EXTID
           END-IF
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = 35 THEN
               CLOSE FXSCHOOL
               MOVE EMPTY-RECORDS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF SCHOOL-STATUS NOT = ZERO THEN
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF PICK-ID NOT = ZERO
               MOVE PICK-ID TO SCHOOL-ID
               READ FXSCHOOL INTO WSSCHOOL-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SCHOOL-FOUND
               END-READ
           ELSE
               MOVE "N" TO SCHOOL-EOF-FLAG
               PERFORM UNTIL EOFSCHOOL OR SCHOOL-FOUND-YES
                   READ FXSCHOOL NEXT RECORD INTO WSSCHOOL-DETAILS
                       AT END SET EOFSCHOOL TO TRUE
                       NOT AT END
                           IF SCHOOL-EXTERNAL-ID = PICK-EXTID
                               MOVE "Y" TO SCHOOL-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXSCHOOL
           IF NOT SCHOOL-FOUND-YES
               MOVE DLT-ID-ERROR TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       110-CHECK-IF-DEL-FILE-EXISTS SECTION.
           OPEN I-O FXSCHOOLDEL
           IF DEL-SCHOOL-STATUS = 35 THEN
               OPEN OUTPUT FXSCHOOLDEL
               CLOSE FXSCHOOLDEL
           ELSE
               IF DEL-SCHOOL-STATUS NOT = ZERO THEN
                   MOVE DEL-SCHOOL-STATUS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
               CLOSE FXSCHOOLDEL
           END-IF
       EXIT SECTION.

       200-COUNT-DEPENDENTS SECTION.
           INITIALIZE DEPENDENT-COUNTS
           PERFORM 210-COUNT-ORDERS
           PERFORM 220-COUNT-INVOICES
           PERFORM 230-COUNT-PATTERNS
           PERFORM 240-COUNT-ROUTE-STOPS
       EXIT SECTION.

      *> ORDERS ARE KEYED BY SCHOOL FIRST, SO ONE START AT THE SCHOOL
      *> READS ONLY ITS OWN. INVOICED ORDERS ARE HISTORY, NOT LIVE
       210-COUNT-ORDERS SECTION.
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS = 35 THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           IF ORD-STATUS-FS NOT = ZERO THEN
               MOVE ORD-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO SCAN-EOF-FLAG
           MOVE LOW-VALUES TO ORD-ID
           MOVE WSSCHOOL-ID TO ORD-SCHOOL-ID
           START FXORDERS KEY IS >= ORD-ID
               INVALID KEY SET SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL SCAN-EOF
               READ FXORDERS NEXT RECORD
                   AT END SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = WSSCHOOL-ID
                           SET SCAN-EOF TO TRUE
                       ELSE
                           IF ORD-STATUS-OPEN
                               ADD 1 TO DEP-OPEN-ORDERS
                           END-IF
                           IF ORD-STATUS-DELIVERED
                               ADD 1 TO DEP-UNINV-ORDERS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.

      *> THE OPEN BALANCE IS WORKED OUT THE SAME WAY ORDADD'S CREDIT
      *> CHECK DOES IT: NET TOTAL PLUS VAT LESS CASH ALREADY RECEIVED
       220-COUNT-INVOICES SECTION.
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS = 35 THEN
               CLOSE FXSCHINV
               EXIT SECTION
           END-IF
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               MOVE SCHINV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO SCAN-EOF-FLAG
           PERFORM UNTIL SCAN-EOF
               READ FXSCHINV NEXT RECORD
                   AT END SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF SCHINV-SCHOOL-ID = WSSCHOOL-ID
                           AND SCHINV-STATUS-OPEN
                           ADD 1 TO DEP-OPEN-INVOICES
                           COMPUTE DEP-OPEN-BALANCE = DEP-OPEN-BALANCE
                               + SCHINV-TOTAL + SCHINV-VAT-AMOUNT
                               - SCHINV-PAID-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
       EXIT SECTION.

      *> STANDING ORDERS ARE DATED VERSIONS IN KEY ORDER, SO THE LAST
      *> VERSION READ FOR A WEEKDAY + SANDWICH IS THE ONE IN FORCE; IT
      *> COUNTS AS LIVE UNLESS THAT VERSION STOPPED IT WITH QUANTITY 0
       230-COUNT-PATTERNS SECTION.
           OPEN INPUT FXSTANDORD
           IF STO-STATUS-FS = 35 THEN
               CLOSE FXSTANDORD
               EXIT SECTION
           END-IF
           IF STO-STATUS-FS NOT = ZERO THEN
               MOVE STO-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO SCAN-EOF-FLAG
           MOVE SPACES TO PATTERN-GROUP
           MOVE ZERO TO PATTERN-LAST-QTY
           MOVE LOW-VALUES TO STO-ID
           MOVE WSSCHOOL-ID TO STO-SCHOOL-ID
           START FXSTANDORD KEY IS >= STO-ID
               INVALID KEY SET SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL SCAN-EOF
               READ FXSTANDORD NEXT RECORD
                   AT END SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF STO-SCHOOL-ID NOT = WSSCHOOL-ID
                           SET SCAN-EOF TO TRUE
                       ELSE
                           IF STO-ID (6:6) NOT = PATTERN-GROUP
                               PERFORM 235-CLOSE-PATTERN-GROUP
                               MOVE STO-ID (6:6) TO PATTERN-GROUP
                           END-IF
                           MOVE STO-QTY TO PATTERN-LAST-QTY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 235-CLOSE-PATTERN-GROUP
           CLOSE FXSTANDORD
       EXIT SECTION.

       235-CLOSE-PATTERN-GROUP SECTION.
           IF PATTERN-GROUP NOT = SPACES AND PATTERN-LAST-QTY > ZERO
               ADD 1 TO DEP-LIVE-PATTERNS
           END-IF
           MOVE ZERO TO PATTERN-LAST-QTY
       EXIT SECTION.

       240-COUNT-ROUTE-STOPS SECTION.
           OPEN INPUT FXROUTESTOP
           IF RST-STATUS-FS = 35 THEN
               CLOSE FXROUTESTOP
               EXIT SECTION
           END-IF
           IF RST-STATUS-FS NOT = ZERO THEN
               MOVE RST-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO SCAN-EOF-FLAG
           PERFORM UNTIL SCAN-EOF
               READ FXROUTESTOP NEXT RECORD
                   AT END SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RST-SCHOOL-ID = WSSCHOOL-ID
                           ADD 1 TO DEP-ROUTE-STOPS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXROUTESTOP
       EXIT SECTION.

      *> DEACTIVATING KEEPS THE SCHOOL ON FILE FOR HISTORY BUT TAKES
      *> IT OUT OF ORDER GENERATION; REMOVING ARCHIVES IT TO
      *> FXSCHOOLSDEL AND THEN DELETES IT, THE SAME TWO-STEP
      *> WRITE-THEN-DELETE SUPPDEL USES FOR FXSUPPLIERSDEL
       300-DELETE-SCHOOL SECTION.
           PERFORM WITH TEST AFTER UNTIL DELETE-ACTION-VALID
               MOVE SPACE TO DELETE-ACTION
               ACCEPT DELETE-ACTION-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               IF NOT DELETE-ACTION-VALID THEN
                   MOVE DLT-ACTION-ERROR TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   IF KEYSTATUS = 1003
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM
           IF NOT DELETE-ACTION-DEACTIVATE
               AND NOT DELETE-ACTION-REMOVE
               MOVE NOT-DELETED-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXSCHOOL FXSCHOOLDEL
           IF SCHOOL-STATUS NOT = ZERO THEN
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF DEL-SCHOOL-STATUS NOT = ZERO THEN
               MOVE DEL-SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE WSSCHOOL-ID TO SCHOOL-ID
           READ FXSCHOOL
               INVALID KEY
                   MOVE DLT-ID-ERROR TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   CLOSE FXSCHOOL FXSCHOOLDEL
                   EXIT SECTION
           END-READ
           IF DELETE-ACTION-DEACTIVATE
               MOVE ZERO TO SCHOOL-IS-ACTIVE
               CALL "GETOPER" USING SCHOOL-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO SCHOOL-LAST-DATE
               REWRITE SCHOOL-DETAILS
               END-REWRITE
               MOVE DEACTIVATED-TEXT TO ERROR-TEXT
           ELSE
               MOVE SCHOOL-DETAILS TO DEL-SCHOOL-DETAILS
               MOVE ZERO TO DEL-SCHOOL-IS-ACTIVE
               CALL "GETOPER" USING DEL-SCHOOL-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO DEL-SCHOOL-LAST-DATE
               WRITE DEL-SCHOOL-DETAILS
                   INVALID KEY
                       REWRITE DEL-SCHOOL-DETAILS
                       END-REWRITE
               END-WRITE
               DELETE FXSCHOOL
               END-DELETE
               MOVE DELETED-TEXT TO ERROR-TEXT
           END-IF
           CLOSE FXSCHOOL FXSCHOOLDEL
           ACCEPT ERROR-ZONE
       EXIT SECTION.
       END PROGRAM SCM-DELETE.
