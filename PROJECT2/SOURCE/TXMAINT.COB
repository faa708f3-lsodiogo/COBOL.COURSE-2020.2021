      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    TRANSMISSION REGISTER - BROWSE THE OUTBOUND FILES ON
      *    FXTXREG AND MOVE EACH ONE THROUGH ITS LIFE: CREATED,
      *    TRANSMITTED, ACKNOWLEDGED BY THE RECEIVER, OR FAILED.
      *    BEFORE A FILE IS MARKED TRANSMITTED ITS RECORD COUNT ON
      *    DISK IS CHECKED AGAINST THE REGISTER, SO A HALF-WRITTEN
      *    OR REPLACED FILE IS NOT SENT. A FILE ALREADY SENT CANNOT
      *    BE SENT AGAIN BY ACCIDENT: AN IDENTICAL FILE (SAME NAME,
      *    COUNT AND CONTROL TOTAL) ALREADY TRANSMITTED NEEDS A
      *    SUPERVISOR TO LET IT THROUGH, AND A SECOND SEND OF THE
      *    SAME ENTRY IS ONLY POSSIBLE AS A SUPERVISOR'S RE-SEND OF
      *    A FILE MARKED FAILED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXTXREG ASSIGN TO "FXTXREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TXM-ID
                   FILE STATUS TXM-STATUS-FS.

               SELECT SENT-FILE ASSIGN TO CHECK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS SENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXTXREG.
           COPY FD-TXREG.
       FD SENT-FILE.
           01  SENT-LINE                    PIC X(200).

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "TRANSMISSION REGISTER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  TXM-MENU-OPTION1    VALUE "1 - BROWSE REGISTER".
       78  TXM-MENU-OPTION2    VALUE "2 - MARK FILE TRANSMITTED".
       78  TXM-MENU-OPTION3    VALUE "3 - MARK FILE ACKNOWLEDGED".
       78  TXM-MENU-OPTION4    VALUE "4 - MARK FILE FAILED".
       78  TXM-MENU-OPTION5    VALUE "5 - RE-SEND A FAILED FILE".
       78  TXM-MENU-OPTION6    VALUE "6 - BACK".
       78  TXT-TXM-ID          VALUE "REGISTER ENTRY:".
       78  LIST-HEADING
           VALUE "ENTRY    INTERFACE    FILE                         "-
           "  RECORDS  CONTROL TOTAL S CREATED".
       78  MESSAGE-SAVE
           VALUE "UPDATE THIS ENTRY? (Y)ES/(N)O".
       78  ERROR-TXM-NO        VALUE "REGISTER ENTRY DOESN'T EXIST".
       78  ERROR-NOT-CREATED
           VALUE "ONLY A FILE STILL IN CREATED STATUS CAN BE MARKED "-
           "TRANSMITTED".
       78  ERROR-NOT-SENT
           VALUE "ONLY A TRANSMITTED FILE CAN BE ACKNOWLEDGED".
       78  ERROR-CANNOT-FAIL
           VALUE "AN ACKNOWLEDGED OR FAILED FILE CANNOT BE MARKED "-
           "FAILED".
       78  ERROR-NOT-FAILED
           VALUE "ONLY A FILE MARKED FAILED CAN BE RE-SENT".
       78  ERROR-FILE-GONE
           VALUE "THE FILE IS NO LONGER ON DISK".
       78  ERROR-FILE-CHANGED
           VALUE "RECORD COUNT ON DISK DIFFERS FROM THE REGISTER - "-
           "HALF-WRITTEN OR REPLACED".
       78  ERROR-REPLACED
           VALUE "A LATER RUN HAS REPLACED THIS FILE, SEE ITS NEWER "-
           "ENTRY".
       78  ERROR-DUPLICATE
           VALUE "AN IDENTICAL FILE WAS ALREADY TRANSMITTED - A "-
           "SUPERVISOR MUST RELEASE IT".
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SUPERVISOR MAY RE-SEND A FILE".
       78  CONFIRM-UPDATE      VALUE "REGISTER ENTRY UPDATED".
       78  EMPTY-LIST-TEXT     VALUE "THE REGISTER IS EMPTY".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY TO GO FORWARD".
       78  VIEW-END-TEXT       VALUE "END OF REGISTER, PRESS ANY KEY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  TXM-STATUS-FS                    PIC 9(002).
       77  SENT-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 6.

       01  TXM-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-TXM                      VALUE "Y".
       01  SENT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SENT                     VALUE "Y".
       01  ASK-TXM-ID                       PIC 9(007).
       01  ENTRY-FOUND                      PIC X(001).
           88  ENTRY-FOUND-YES              VALUE "Y".
       01  CHECK-FILENAME                   PIC X(040).

      *> THE CHOSEN ENTRY, KEPT WHILE THE REGISTER IS SCANNED FOR
      *> OTHER ENTRIES OF THE SAME FILE
       01  ENTRY-STATUS                     PIC X(001).
       01  ENTRY-RECORDS                    PIC 9(007).
       01  ENTRY-TOTAL                      PIC 9(011)V99.
       01  LATER-ENTRY-ID                   PIC 9(007).
       01  DUP-ENTRY-ID                     PIC 9(007).
       01  DISK-LINES                       PIC 9(007).
       01  FILE-ON-DISK                     PIC X(001).
           88  FILE-ON-DISK-YES             VALUE "Y".
       01  NEW-STATUS                       PIC X(001).

       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  SHOW-TOTAL                       PIC ZZZZZZZZZZ9.99.
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
       01  TXM-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE TXM-MENU-OPTION1 LINE 09 COL 35.
           03 VALUE TXM-MENU-OPTION2 LINE 10 COL 35.
           03 VALUE TXM-MENU-OPTION3 LINE 11 COL 35.
           03 VALUE TXM-MENU-OPTION4 LINE 12 COL 35.
           03 VALUE TXM-MENU-OPTION5 LINE 13 COL 35.
           03 VALUE TXM-MENU-OPTION6 LINE 14 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 16 COL 35.
           03 TM-OPTION PIC 9(001) LINE 16 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-TXM-SCREEN.
           05 VALUE TXT-TXM-ID LINE 08 COL 15.
           05 AT-ID PIC 9(007) LINE 08 COL PLUS 1
               TO ASK-TXM-ID REQUIRED AUTO.
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
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY TXM-MENU
               ACCEPT TXM-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-BROWSE-REGISTER
                   WHEN 2
                       PERFORM 200-MARK-TRANSMITTED
                   WHEN 3
                       PERFORM 300-MARK-ACKNOWLEDGED
                   WHEN 4
                       PERFORM 400-MARK-FAILED
                   WHEN 5
                       PERFORM 500-RESEND-FAILED
                   WHEN 6
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

       100-BROWSE-REGISTER SECTION.
           MOVE "N" TO TXM-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY LIST-HEADING AT LINE 06 COL 03
           OPEN INPUT FXTXREG
           IF TXM-STATUS-FS NOT = ZERO THEN
               CLOSE FXTXREG
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-TXM
               READ FXTXREG NEXT RECORD
                   AT END SET EOF-TXM TO TRUE
                   NOT AT END
                       PERFORM 110-SHOW-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FXTXREG
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       110-SHOW-ONE-ENTRY SECTION.
           IF LINE-ON-PAGE >= 14
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY LIST-HEADING AT LINE 06 COL 03
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 7 + LINE-ON-PAGE
           MOVE TXM-CONTROL-TOTAL TO SHOW-TOTAL
           DISPLAY TXM-ID AT LINE SCREEN-LIN COL 03
           DISPLAY TXM-INTERFACE AT LINE SCREEN-LIN COL 12
           DISPLAY TXM-FILE-NAME (1:28) AT LINE SCREEN-LIN COL 25
           DISPLAY TXM-RECORDS AT LINE SCREEN-LIN COL 55
           DISPLAY SHOW-TOTAL AT LINE SCREEN-LIN COL 63
           DISPLAY TXM-STATUS AT LINE SCREEN-LIN COL 78
           DISPLAY TXM-CREATED-STAMP (1:8) AT LINE SCREEN-LIN COL 80
       EXIT SECTION.

      *> A FILE GOES OUT ONCE: IT MUST STILL BE CREATED, STILL BE
      *> THE LATEST RUN OF THAT FILE NAME, MATCH ITS REGISTERED
      *> RECORD COUNT ON DISK, AND NOT REPEAT A FILE ALREADY SENT
       200-MARK-TRANSMITTED SECTION.
           PERFORM 150-ASK-ENTRY
           IF NOT ENTRY-FOUND-YES
               EXIT SECTION
           END-IF
           IF ENTRY-STATUS NOT = "C"
               MOVE ERROR-NOT-CREATED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 170-CHECK-FILE-TO-SEND
           IF NOT FILE-ON-DISK-YES
               EXIT SECTION
           END-IF
           IF DUP-ENTRY-ID NOT = ZERO
               MOVE "V" TO PERM-CODE
               CALL "CHKPERM" USING PERM-QUESTION
               IF PERM-GRANTED NOT = "Y"
                   MOVE ERROR-DUPLICATE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "T" TO NEW-STATUS
           PERFORM 180-CONFIRM-AND-UPDATE
       EXIT SECTION.

       300-MARK-ACKNOWLEDGED SECTION.
           PERFORM 150-ASK-ENTRY
           IF NOT ENTRY-FOUND-YES
               EXIT SECTION
           END-IF
           IF ENTRY-STATUS NOT = "T"
               MOVE ERROR-NOT-SENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "A" TO NEW-STATUS
           PERFORM 180-CONFIRM-AND-UPDATE
       EXIT SECTION.

      *> A FILE THE RECEIVER REJECTED, OR ONE FOUND BROKEN BEFORE IT
      *> WENT, IS MARKED FAILED SO IT CAN BE RE-SENT UNDER CONTROL
       400-MARK-FAILED SECTION.
           PERFORM 150-ASK-ENTRY
           IF NOT ENTRY-FOUND-YES
               EXIT SECTION
           END-IF
           IF ENTRY-STATUS NOT = "C" AND ENTRY-STATUS NOT = "T"
               MOVE ERROR-CANNOT-FAIL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "F" TO NEW-STATUS
           PERFORM 180-CONFIRM-AND-UPDATE
       EXIT SECTION.

      *> THE ONLY WAY A FILE IS HANDED OVER A SECOND TIME: A
      *> SUPERVISOR RE-SENDS AN ENTRY MARKED FAILED, AFTER THE SAME
      *> CHECKS ON THE FILE AS THE FIRST SEND
       500-RESEND-FAILED SECTION.
           MOVE "V" TO PERM-CODE
           CALL "CHKPERM" USING PERM-QUESTION
           IF PERM-GRANTED NOT = "Y"
               MOVE ERROR-NO-PERMISSION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 150-ASK-ENTRY
           IF NOT ENTRY-FOUND-YES
               EXIT SECTION
           END-IF
           IF ENTRY-STATUS NOT = "F"
               MOVE ERROR-NOT-FAILED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 170-CHECK-FILE-TO-SEND
           IF NOT FILE-ON-DISK-YES
               EXIT SECTION
           END-IF
           MOVE "T" TO NEW-STATUS
           PERFORM 180-CONFIRM-AND-UPDATE
       EXIT SECTION.

       150-ASK-ENTRY SECTION.
           MOVE "N" TO ENTRY-FOUND
           MOVE ZERO TO ASK-TXM-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-TXM-SCREEN
           ACCEPT ASK-TXM-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT FXTXREG
           IF TXM-STATUS-FS = ZERO THEN
               MOVE ASK-TXM-ID TO TXM-ID
               READ FXTXREG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ENTRY-FOUND
                       MOVE TXM-STATUS TO ENTRY-STATUS
                       MOVE TXM-FILE-NAME TO CHECK-FILENAME
                       MOVE TXM-RECORDS TO ENTRY-RECORDS
                       MOVE TXM-CONTROL-TOTAL TO ENTRY-TOTAL
               END-READ
           END-IF
           CLOSE FXTXREG
           IF NOT ENTRY-FOUND-YES
               MOVE ERROR-TXM-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           DISPLAY LIST-HEADING AT LINE 10 COL 03
           MOVE 3 TO LINE-ON-PAGE
           PERFORM 110-SHOW-ONE-ENTRY
       EXIT SECTION.

      *> OTHER ENTRIES FOR THE SAME FILE NAME: A LATER ONE MEANS THE
      *> FILE ON DISK IS NO LONGER THIS ENTRY'S; ONE ALREADY SENT
      *> WITH THE SAME COUNT AND TOTAL IS A LIKELY DUPLICATE
       160-SCAN-SAME-FILE SECTION.
           MOVE ZERO TO LATER-ENTRY-ID DUP-ENTRY-ID
           MOVE "N" TO TXM-EOF-FLAG
           OPEN INPUT FXTXREG
           IF TXM-STATUS-FS NOT = ZERO THEN
               CLOSE FXTXREG
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-TXM
               READ FXTXREG NEXT RECORD
                   AT END SET EOF-TXM TO TRUE
                   NOT AT END
                       IF TXM-FILE-NAME = CHECK-FILENAME AND
                           TXM-ID NOT = ASK-TXM-ID
                           IF TXM-ID > ASK-TXM-ID
                               MOVE TXM-ID TO LATER-ENTRY-ID
                           END-IF
                           IF (TXM-STATUS-TRANSMITTED OR
                               TXM-STATUS-ACKNOWLEDGED) AND
                               TXM-RECORDS = ENTRY-RECORDS AND
                               TXM-CONTROL-TOTAL = ENTRY-TOTAL
                               MOVE TXM-ID TO DUP-ENTRY-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXTXREG
       EXIT SECTION.

       170-CHECK-FILE-TO-SEND SECTION.
           MOVE "N" TO FILE-ON-DISK
           PERFORM 160-SCAN-SAME-FILE
           IF LATER-ENTRY-ID NOT = ZERO
               MOVE ERROR-REPLACED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO DISK-LINES
           MOVE "N" TO SENT-EOF-FLAG
           OPEN INPUT SENT-FILE
           IF SENT-STATUS NOT = ZERO THEN
               CLOSE SENT-FILE
               MOVE ERROR-FILE-GONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-SENT
               READ SENT-FILE
                   AT END SET EOF-SENT TO TRUE
                   NOT AT END ADD 1 TO DISK-LINES
               END-READ
           END-PERFORM
           CLOSE SENT-FILE
           IF DISK-LINES NOT = ENTRY-RECORDS
               MOVE ERROR-FILE-CHANGED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FILE-ON-DISK
       EXIT SECTION.

       180-CONFIRM-AND-UPDATE SECTION.
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               EXIT SECTION
           END-IF
           OPEN I-O FXTXREG
           IF TXM-STATUS-FS NOT = ZERO THEN
               MOVE TXM-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-TXM-ID TO TXM-ID
           READ FXTXREG
               INVALID KEY
                   CLOSE FXTXREG
                   MOVE ERROR-TXM-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           MOVE NEW-STATUS TO TXM-STATUS
           MOVE FUNCTION CURRENT-DATE (1:14) TO TXM-STATUS-STAMP
           IF TXM-STATUS-TRANSMITTED
               ADD 1 TO TXM-SEND-COUNT
           END-IF
           CALL "GETOPER" USING TXM-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO TXM-LAST-DATE
           REWRITE TXM-DETAILS
           END-REWRITE
           CLOSE FXTXREG
           MOVE CONFIRM-UPDATE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.
