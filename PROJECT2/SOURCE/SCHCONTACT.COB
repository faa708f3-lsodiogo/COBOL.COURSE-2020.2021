      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL MANAGEMENT
      ******************************************************************
      *    SCHOOL CONTACTS - THE NAMED PEOPLE AT EACH SCHOOL ON
      *    FXSCHCONTACT (HEAD, KITCHEN LEAD, FINANCE, DELIVERY) WITH
      *    THEIR TELEPHONE AND E-MAIL, CHECKED BY THE SAME RULES AS A
      *    SUPPLIER'S. ALSO KEEPS FXDOCROLE, WHICH SAYS WHICH ROLE
      *    RECEIVES EACH KIND OF DOCUMENT (THE DISPATCH MANIFEST,
      *    STATEMENTS, NOTIFICATIONS FROM A GIVEN PROGRAM); SCHCONT
      *    DOES THE LOOKUP FOR THE PROGRAMS THAT PRINT OR SEND THEM.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHCONTACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSCHCONTACT ASSIGN TO "FXSCHCONTACT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCON-KEY
                   FILE STATUS SCON-STATUS-FS.

               SELECT FXDOCROLE ASSIGN TO "FXDOCROLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DOCR-DOC-TYPE
                   FILE STATUS DOCR-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHCONTACT.
           COPY FD-SCHCONTACT.
       FD FXDOCROLE.
           COPY FD-DOCROLE.
       FD FXSCHOOL.
           COPY SCHOOLFX.

       WORKING-STORAGE SECTION.
       COPY WS-VALIDATE.

       78  MODULE-NAME-VIEW    VALUE "SCHOOL CONTACTS".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  SCON-MENU-OPTION1   VALUE "1 - SET CONTACT".
       78  SCON-MENU-OPTION2   VALUE "2 - REMOVE CONTACT".
       78  SCON-MENU-OPTION3   VALUE "3 - LIST SCHOOL CONTACTS".
       78  SCON-MENU-OPTION4   VALUE "4 - DOCUMENT RECIPIENTS".
       78  SCON-MENU-OPTION5   VALUE "5 - BACK".
       78  SCON-TEXT-SCHOOL    VALUE "       SCHOOL ID:".
       78  SCON-TEXT-SEQ       VALUE " CONTACT NUMBER:".
       78  SCON-TEXT-SEQ-HINT  VALUE "(0 = NEW CONTACT)".
       78  SCON-TEXT-NAME      VALUE "            NAME:".
       78  SCON-TEXT-ROLE      VALUE "ROLE (H/K/F/D)  :".
       78  SCON-TEXT-ROLE-HINT
           VALUE "H HEAD, K KITCHEN LEAD, F FINANCE, D DELIVERY".
       78  SCON-TEXT-PHONE     VALUE "       TELEPHONE:".
       78  SCON-TEXT-EMAIL     VALUE "          E-MAIL:".
       78  DOCR-TEXT-TYPE      VALUE "   DOCUMENT TYPE:".
       78  DOCR-TEXT-TYPE-HINT
           VALUE "DISPATCH, STATEMENT OR A SENDING PROGRAM NAME".
       78  DOCR-TEXT-ROLE      VALUE "ROLE (H/K/F/D)  :".
       78  CONFIRM-SCON-RECORD VALUE "CONTACT SAVED, PRESS ANY KEY".
       78  CONFIRM-SCON-DELETE VALUE "CONTACT REMOVED, PRESS ANY KEY".
       78  CONFIRM-DOCR-RECORD
           VALUE "DOCUMENT RECIPIENT SAVED, PRESS ANY KEY".
       78  ERROR-NO-SCHOOL     VALUE "THAT SCHOOL IS NOT ON FILE".
       78  ERROR-NO-CONTACT    VALUE "THAT CONTACT IS NOT ON FILE".
       78  ERROR-FULL-SCHOOL
           VALUE "THIS SCHOOL ALREADY HAS 99 CONTACTS".
       78  ERROR-BAD-ROLE
           VALUE "ROLE MUST BE H, K, F OR D".
       78  ERROR-BAD-PHONE     VALUE "INVALID TELEPHONE NUMBER".
       78  ERROR-BAD-EMAIL     VALUE "INVALID E-MAIL ADDRESS".
       78  ERROR-BAD-DOC-TYPE  VALUE "DOCUMENT TYPE IS REQUIRED".
       78  WARNING-DUP-PHONE
           VALUE "WARNING: TELEPHONE ALSO ON A CONTACT AT ANOTHER "-
           "SCHOOL, PRESS ANY KEY".
       78  EMPTY-CONTACTS-TEXT
           VALUE "NO CONTACTS ON FILE FOR THIS SCHOOL".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY TO GO FORWARD".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  CONTACTS-HEADER-TEXT
           VALUE "NO ROLE NAME                                     "-
           "TELEPHONE E-MAIL".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SCON-STATUS-FS                   PIC 9(002).
       77  DOCR-STATUS-FS                   PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 5.
       01  SCON-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SCON                     VALUE "Y".
       01  SCHOOL-FOUND                     PIC X(001).
           88  SCHOOL-FOUND-YES             VALUE "Y".
       01  DUP-PHONE-FLAG                   PIC X(001).
           88  DUP-PHONE-YES                VALUE "Y".

       01  ASK-SCHOOL-ID                    PIC 9(005).
       01  ASK-SEQ                          PIC 9(002).
       01  ASK-NAME                         PIC X(040).
       01  ASK-ROLE                         PIC X(001).
       01  ASK-PHONE                        PIC 9(009).
       01  ASK-EMAIL                        PIC X(040).
       01  ASK-DOC-TYPE                     PIC X(010).
       01  NEXT-SEQ                         PIC 9(003).
       01  SHOW-SCHOOL-NAME                 PIC X(050).
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
       01  SCON-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE SCON-MENU-OPTION1 LINE 09 COL 35.
           03 VALUE SCON-MENU-OPTION2 LINE 10 COL 35.
           03 VALUE SCON-MENU-OPTION3 LINE 11 COL 35.
           03 VALUE SCON-MENU-OPTION4 LINE 12 COL 35.
           03 VALUE SCON-MENU-OPTION5 LINE 13 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 15 COL 35.
           03 SM-OPTION PIC 9(001) LINE 15 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  SET-CONTACT-SCREEN.
           05 VALUE SCON-TEXT-SCHOOL LINE 08 COL 15.
           05 SC-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED.
           05 VALUE SCON-TEXT-SEQ LINE 09 COL 15.
           05 SC-SEQ PIC 9(002) LINE 09 COL PLUS 2
               TO ASK-SEQ.
           05 VALUE SCON-TEXT-SEQ-HINT LINE 09 COL PLUS 2.
           05 VALUE SCON-TEXT-NAME LINE 11 COL 15.
           05 SC-NAME PIC X(040) LINE 11 COL PLUS 1
               TO ASK-NAME REQUIRED.
           05 VALUE SCON-TEXT-ROLE LINE 12 COL 15.
           05 SC-ROLE PIC X(001) LINE 12 COL PLUS 1
               TO ASK-ROLE REQUIRED.
           05 VALUE SCON-TEXT-ROLE-HINT LINE 12 COL PLUS 2.
           05 VALUE SCON-TEXT-PHONE LINE 14 COL 15.
           05 SC-PHONE PIC 9(009) LINE 14 COL PLUS 1
               TO ASK-PHONE REQUIRED.
           05 VALUE SCON-TEXT-EMAIL LINE 15 COL 15.
           05 SC-EMAIL PIC X(040) LINE 15 COL PLUS 1
               TO ASK-EMAIL AUTO.
      ******************************************************************
       01  REMOVE-CONTACT-SCREEN.
           05 VALUE SCON-TEXT-SCHOOL LINE 08 COL 15.
           05 RC-SCHOOL PIC 9(005) LINE 08 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED.
           05 VALUE SCON-TEXT-SEQ LINE 09 COL 15.
           05 RC-SEQ PIC 9(002) LINE 09 COL PLUS 2
               TO ASK-SEQ REQUIRED AUTO.
      ******************************************************************
       01  ASK-SCHOOL-SCREEN.
           05 VALUE SCON-TEXT-SCHOOL LINE 06 COL 10.
           05 AS-SCHOOL PIC 9(005) LINE 06 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED AUTO.
      ******************************************************************
       01  SCHOOL-HEADER.
           05 VALUE SCON-TEXT-SCHOOL LINE 06 COL 10.
           05 SH-SCHOOL PIC 9(005) LINE 06 COL PLUS 1
               FROM ASK-SCHOOL-ID.
           05 SH-NAME PIC X(050) LINE 06 COL PLUS 2
               FROM SHOW-SCHOOL-NAME.
      ******************************************************************
       01  DOC-ROLE-SCREEN.
           05 VALUE DOCR-TEXT-TYPE LINE 08 COL 15.
           05 DR-TYPE PIC X(010) LINE 08 COL PLUS 1
               TO ASK-DOC-TYPE REQUIRED.
           05 VALUE DOCR-TEXT-TYPE-HINT LINE 09 COL 33.
           05 VALUE DOCR-TEXT-ROLE LINE 11 COL 15.
           05 DR-ROLE PIC X(001) LINE 11 COL PLUS 1
               TO ASK-ROLE REQUIRED AUTO.
           05 VALUE SCON-TEXT-ROLE-HINT LINE 11 COL PLUS 2.
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
               DISPLAY SCON-MENU
               ACCEPT SCON-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-SET-CONTACT
                   WHEN 2
                       PERFORM 200-REMOVE-CONTACT
                   WHEN 3
                       PERFORM 300-LIST-CONTACTS
                   WHEN 4
                       PERFORM 400-SET-DOC-ROLE
                   WHEN 5
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

      *> ADDS A CONTACT (NUMBER ZERO TAKES THE SCHOOL'S NEXT FREE
      *> NUMBER) OR REPLACES AN EXISTING ONE. THE TELEPHONE MUST BE IN
      *> A VALID RANGE AND AN E-MAIL, WHEN GIVEN, MUST BE WELL FORMED;
      *> A TELEPHONE ALREADY HELD AT ANOTHER SCHOOL ONLY WARNS
       100-SET-CONTACT SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID ASK-SEQ ASK-PHONE
           MOVE SPACES TO ASK-NAME ASK-ROLE ASK-EMAIL
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SET-CONTACT-SCREEN
           ACCEPT SET-CONTACT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 110-FIND-SCHOOL
           IF NOT SCHOOL-FOUND-YES
               MOVE ERROR-NO-SCHOOL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-ROLE) TO SCON-ROLE
           IF NOT SCON-ROLE-VALID
               MOVE ERROR-BAD-ROLE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-PHONE TO SCON-PHONE
           IF NOT SCON-VALID-PHONE
               MOVE ERROR-BAD-PHONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF ASK-EMAIL NOT = SPACES
               MOVE ASK-EMAIL TO WS-EMAIL-CHECK
               PERFORM 196-VALIDATE-EMAIL
               IF NOT VALID-EMAIL-YES
                   MOVE ERROR-BAD-EMAIL TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM 120-CHECK-DUPLICATE-PHONE
           IF DUP-PHONE-YES
               MOVE WARNING-DUP-PHONE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
           OPEN I-O FXSCHCONTACT
           IF SCON-STATUS-FS = 35 THEN
               CLOSE FXSCHCONTACT
               OPEN OUTPUT FXSCHCONTACT
           ELSE
               IF SCON-STATUS-FS NOT = ZERO THEN
                   MOVE SCON-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           IF ASK-SEQ = ZERO
               PERFORM 130-NEXT-SEQ
               IF NEXT-SEQ > 99
                   CLOSE FXSCHCONTACT
                   MOVE ERROR-FULL-SCHOOL TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
               MOVE NEXT-SEQ TO ASK-SEQ
           END-IF
           MOVE ASK-SCHOOL-ID TO SCON-SCHOOL-ID
           MOVE ASK-SEQ TO SCON-SEQ
           MOVE ASK-NAME TO SCON-NAME
           MOVE UPPER-CASE (ASK-ROLE) TO SCON-ROLE
           MOVE ASK-PHONE TO SCON-PHONE
           MOVE ASK-EMAIL TO SCON-EMAIL
           CALL "GETOPER" USING SCON-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCON-LAST-DATE
           WRITE SCON-DETAILS
               INVALID KEY
                   REWRITE SCON-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXSCHCONTACT
           MOVE CONFIRM-SCON-RECORD TO ERROR-TEXT
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

      *> SAME TELEPHONE ON A CONTACT AT ANOTHER SCHOOL; COLLEAGUES AT
      *> ONE SCHOOL OFTEN SHARE THE SWITCHBOARD SO THOSE ARE LEFT ALONE
       120-CHECK-DUPLICATE-PHONE SECTION.
           MOVE "N" TO DUP-PHONE-FLAG
           MOVE "N" TO SCON-EOF-FLAG
           OPEN INPUT FXSCHCONTACT
           IF SCON-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHCONTACT
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO SCON-KEY
           START FXSCHCONTACT KEY IS >= SCON-KEY
               INVALID KEY SET EOF-SCON TO TRUE
           END-START
           PERFORM UNTIL EOF-SCON
               READ FXSCHCONTACT NEXT RECORD
                   AT END SET EOF-SCON TO TRUE
                   NOT AT END
                       IF SCON-PHONE = ASK-PHONE AND
                           SCON-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           MOVE "Y" TO DUP-PHONE-FLAG
                           SET EOF-SCON TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHCONTACT
       EXIT SECTION.

      *> ONE MORE THAN THE HIGHEST NUMBER THE SCHOOL ALREADY HAS
       130-NEXT-SEQ SECTION.
           MOVE 1 TO NEXT-SEQ
           MOVE "N" TO SCON-EOF-FLAG
           MOVE ASK-SCHOOL-ID TO SCON-SCHOOL-ID
           MOVE ZERO TO SCON-SEQ
           START FXSCHCONTACT KEY IS >= SCON-KEY
               INVALID KEY SET EOF-SCON TO TRUE
           END-START
           PERFORM UNTIL EOF-SCON
               READ FXSCHCONTACT NEXT RECORD
                   AT END SET EOF-SCON TO TRUE
                   NOT AT END
                       IF SCON-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-SCON TO TRUE
                       ELSE
                           COMPUTE NEXT-SEQ = SCON-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       200-REMOVE-CONTACT SECTION.
           MOVE ZERO TO ASK-SCHOOL-ID ASK-SEQ
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY REMOVE-CONTACT-SCREEN
           ACCEPT REMOVE-CONTACT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN I-O FXSCHCONTACT
           IF SCON-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHCONTACT
               MOVE ERROR-NO-CONTACT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-SCHOOL-ID TO SCON-SCHOOL-ID
           MOVE ASK-SEQ TO SCON-SEQ
           DELETE FXSCHCONTACT
               INVALID KEY
                   MOVE ERROR-NO-CONTACT TO ERROR-TEXT
               NOT INVALID KEY
                   MOVE CONFIRM-SCON-DELETE TO ERROR-TEXT
           END-DELETE
           CLOSE FXSCHCONTACT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       300-LIST-CONTACTS SECTION.
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
           MOVE "N" TO SCON-EOF-FLAG
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SCHOOL-HEADER
           DISPLAY CONTACTS-HEADER-TEXT AT LINE 08 COL 10
           OPEN INPUT FXSCHCONTACT
           IF SCON-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHCONTACT
               MOVE EMPTY-CONTACTS-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ASK-SCHOOL-ID TO SCON-SCHOOL-ID
           MOVE ZERO TO SCON-SEQ
           START FXSCHCONTACT KEY IS >= SCON-KEY
               INVALID KEY SET EOF-SCON TO TRUE
           END-START
           PERFORM UNTIL EOF-SCON
               READ FXSCHCONTACT NEXT RECORD
                   AT END SET EOF-SCON TO TRUE
                   NOT AT END
                       IF SCON-SCHOOL-ID NOT = ASK-SCHOOL-ID
                           SET EOF-SCON TO TRUE
                       ELSE
                           PERFORM 310-SHOW-ONE-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHCONTACT
           IF LINES-SHOWN = ZERO
               MOVE EMPTY-CONTACTS-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-SHOW-ONE-CONTACT SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SCHOOL-HEADER
               DISPLAY CONTACTS-HEADER-TEXT AT LINE 08 COL 10
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           ADD 1 TO LINES-SHOWN
           COMPUTE SCREEN-LIN = 8 + LINE-ON-PAGE
           DISPLAY SCON-SEQ AT LINE SCREEN-LIN COL 10
           DISPLAY SCON-ROLE AT LINE SCREEN-LIN COL 14
           DISPLAY SCON-NAME AT LINE SCREEN-LIN COL 19
           DISPLAY SCON-PHONE AT LINE SCREEN-LIN COL 60
           DISPLAY SCON-EMAIL AT LINE SCREEN-LIN COL 70
       EXIT SECTION.

      *> NAMES THE CONTACT ROLE THAT RECEIVES ONE KIND OF DOCUMENT
       400-SET-DOC-ROLE SECTION.
           MOVE SPACES TO ASK-DOC-TYPE ASK-ROLE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY DOC-ROLE-SCREEN
           ACCEPT DOC-ROLE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-DOC-TYPE = SPACES
               MOVE ERROR-BAD-DOC-TYPE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-ROLE) TO SCON-ROLE
           IF NOT SCON-ROLE-VALID
               MOVE ERROR-BAD-ROLE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXDOCROLE
           IF DOCR-STATUS-FS = 35 THEN
               CLOSE FXDOCROLE
               OPEN OUTPUT FXDOCROLE
           ELSE
               IF DOCR-STATUS-FS NOT = ZERO THEN
                   MOVE DOCR-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE UPPER-CASE (ASK-DOC-TYPE) TO DOCR-DOC-TYPE
           MOVE SCON-ROLE TO DOCR-ROLE
           CALL "GETOPER" USING DOCR-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO DOCR-LAST-DATE
           WRITE DOCR-DETAILS
               INVALID KEY
                   REWRITE DOCR-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXDOCROLE
           MOVE CONFIRM-DOCR-RECORD TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       COPY VALIDATE-EMAIL.
