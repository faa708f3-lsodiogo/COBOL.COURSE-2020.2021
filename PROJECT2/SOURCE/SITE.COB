      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    PRODUCTION SITE MAINTENANCE - ONE RECORD PER KITCHEN ON
      *    FXSITE, WITH THE STORE AND KITCHEN LOCATION CODES ITS
      *    STOCK IS HELD UNDER. THE MAIN KITCHEN "01" IS ALWAYS ST
      *    AND KI; A NEW SITE NEEDS TWO CODES NO OTHER SITE USES.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSITE ASSIGN TO "FXSITE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SITE-CODE
                   FILE STATUS SITE-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSITE.
           COPY FD-SITE.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "PRODUCTION SITES".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  TXT-CODE            VALUE "SITE CODE     :".
       78  TXT-NAME            VALUE "SITE NAME     :".
       78  TXT-STORE           VALUE "STORE LOCATION:".
       78  TXT-KITCHEN         VALUE "KITCHEN LOC.  :".
       78  TXT-MAIN-HINT
           VALUE "SITE 01 IS THE MAIN KITCHEN AND ALWAYS USES ST/KI".
       78  ERROR-BAD-CODE      VALUE "SITE CODE IS REQUIRED".
       78  ERROR-BAD-LOCATION
           VALUE "STORE AND KITCHEN CODES MUST BE GIVEN AND DIFFERENT".
       78  ERROR-LOC-MAIN
           VALUE "ST AND KI BELONG TO THE MAIN KITCHEN".
       78  ERROR-LOC-IN-USE
           VALUE "LOCATION CODE ALREADY USED BY ANOTHER SITE".
       78  CONFIRM-SAVED       VALUE "SITE SAVED".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAIN-SITE-CODE      VALUE "01".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SITE-STATUS-FS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  ASK-CODE                         PIC X(002).
       01  ASK-NAME                         PIC X(030).
       01  ASK-STORE                        PIC X(002).
       01  ASK-KITCHEN                      PIC X(002).
       01  SITE-EOF-FLAG                    PIC X(001).
           88  EOF-SITE                     VALUE "Y".
       01  LOC-CLASH                        PIC X(001).
           88  LOC-CLASH-YES                VALUE "Y".

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
       01  ADD-SITE-SCREEN.
           05 VALUE TXT-CODE LINE 08 COL 15.
           05 AS-CODE PIC X(002) LINE 08 COL PLUS 1
               TO ASK-CODE REQUIRED.
           05 VALUE TXT-NAME LINE 10 COL 15.
           05 AS-NAME PIC X(030) LINE 10 COL PLUS 1
               TO ASK-NAME REQUIRED.
           05 VALUE TXT-STORE LINE 12 COL 15.
           05 AS-STORE PIC X(002) LINE 12 COL PLUS 1
               TO ASK-STORE.
           05 VALUE TXT-KITCHEN LINE 14 COL 15.
           05 AS-KITCHEN PIC X(002) LINE 14 COL PLUS 1
               TO ASK-KITCHEN AUTO.
           05 VALUE TXT-MAIN-HINT LINE 17 COL 15 FOREGROUND-COLOR 5.
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
           PERFORM WITH TEST AFTER UNTIL KEYSTATUS = 1003
               PERFORM 100-EDIT-SITE
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

       100-EDIT-SITE SECTION.
           MOVE SPACES TO ASK-CODE ASK-NAME ASK-STORE ASK-KITCHEN
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-SITE-SCREEN
           ACCEPT ADD-SITE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-CODE) TO ASK-CODE
           MOVE UPPER-CASE (ASK-STORE) TO ASK-STORE
           MOVE UPPER-CASE (ASK-KITCHEN) TO ASK-KITCHEN
           IF ASK-CODE = SPACES
               MOVE ERROR-BAD-CODE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-CODE = MAIN-SITE-CODE
               MOVE "ST" TO ASK-STORE
               MOVE "KI" TO ASK-KITCHEN
           ELSE
               IF ASK-STORE = SPACES OR ASK-KITCHEN = SPACES
               OR ASK-STORE = ASK-KITCHEN
                   MOVE ERROR-BAD-LOCATION TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
               IF ASK-STORE = "ST" OR ASK-STORE = "KI"
               OR ASK-KITCHEN = "ST" OR ASK-KITCHEN = "KI"
                   MOVE ERROR-LOC-MAIN TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           OPEN I-O FXSITE
           IF SITE-STATUS-FS = 35 THEN
               CLOSE FXSITE
               OPEN OUTPUT FXSITE
           ELSE
               IF SITE-STATUS-FS NOT = ZERO THEN
                   MOVE SITE-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
               PERFORM 110-CHECK-CLASH
               IF LOC-CLASH-YES
                   CLOSE FXSITE
                   MOVE ERROR-LOC-IN-USE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE ASK-CODE TO SITE-CODE
           MOVE UPPER-CASE (ASK-NAME) TO SITE-NAME
           MOVE ASK-STORE TO SITE-STORE-LOC
           MOVE ASK-KITCHEN TO SITE-KITCHEN-LOC
           CALL "GETOPER" USING SITE-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SITE-LAST-DATE
           WRITE SITE-DETAILS
               INVALID KEY
                   REWRITE SITE-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXSITE
           MOVE CONFIRM-SAVED TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> A LOCATION CODE MAY ONLY BELONG TO ONE SITE, OR THE STOCK
      *> HELD UNDER IT COULD NOT BE TOLD APART
       110-CHECK-CLASH SECTION.
           MOVE "N" TO LOC-CLASH SITE-EOF-FLAG
           MOVE LOW-VALUES TO SITE-CODE
           START FXSITE KEY IS >= SITE-CODE
               INVALID KEY SET EOF-SITE TO TRUE
           END-START
           PERFORM UNTIL EOF-SITE
               READ FXSITE NEXT RECORD
                   AT END SET EOF-SITE TO TRUE
                   NOT AT END
                       IF SITE-CODE NOT = ASK-CODE
                       AND (SITE-STORE-LOC = ASK-STORE
                         OR SITE-STORE-LOC = ASK-KITCHEN
                         OR SITE-KITCHEN-LOC = ASK-STORE
                         OR SITE-KITCHEN-LOC = ASK-KITCHEN)
                           MOVE "Y" TO LOC-CLASH
                           SET EOF-SITE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.
