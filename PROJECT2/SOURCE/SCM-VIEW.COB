      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL MANAGEMENT
      ******************************************************************
      *    SCM MODULE - VIEW SCHOOL DLL
      *    A PAGED LIST OF FXSCHOOLS (ID, EXTERNAL ID, DESIGNATION,
      *    TOWN) FROM WHICH ANY SCHOOL CAN BE OPENED IN FULL, A
      *    ONE-BY-ONE BROWSE, AND SEARCHES BY DESIGNATION AND BY
      *    SCHOOL-EXTERNAL-ID THAT FEED THE SAME PAGED LIST.
      *    A SCHOOL OPENED IN FULL IS FOLLOWED BY ITS NAMED CONTACTS
      *    FROM FXSCHCONTACT (ROLE, NAME, TELEPHONE, E-MAIL).
      *    THE FULL VIEW SHOWS WHETHER THE SCHOOL IS A SHORTAGE
      *    PRIORITY (FILLED FIRST WHEN PRODUCTION FALLS SHORT).
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCM-VIEW.
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

               SELECT FXSCHCONTACT ASSIGN TO "FXSCHCONTACT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCON-KEY
                   FILE STATUS SCON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXSCHCONTACT.
           COPY FD-SCHCONTACT.

       WORKING-STORAGE SECTION.
           COPY CONSTANTS.
           COPY "WS-SCHOOLFX".

       77  DUMMY                               PIC X(001).
       77  SCHOOL-STATUS                       PIC 9(002).
       77  SCON-STATUS                         PIC 9(002).
       77  KEYSTATUS                           PIC 9(004).
       77  FILE-ERROR-STATUS                   PIC 9(002).
       01  VIEW-OPTION                         PIC 9(001).
           88  VIEW-OPTION-EXIT                VALUE 5.
      *> WHICH SCHOOLS THE PAGED LIST SHOWS: ALL OF THEM, THOSE WHOSE
      *> DESIGNATION CONTAINS THE SEARCH TEXT, OR THOSE WHOSE EXTERNAL
      *> ID STARTS WITH IT
       01  LIST-FILTER                         PIC X(001) VALUE "A".
           88  LIST-FILTER-ALL                 VALUE "A".
           88  LIST-FILTER-NAME                VALUE "N".
           88  LIST-FILTER-EXTID               VALUE "E".
       01  SEARCH-TEXT                         PIC X(050).
       77  SEARCH-LENGTH                       PIC 9(002).
       77  SEARCH-HITS                         PIC 9(003).
       77  LIST-COUNT-MATCH                    PIC 9(003).
       77  LIST-RESUME-ID                      PIC 9(005).
       01  SCHOOL-SELECTED                     PIC X(001).
           88  SCHOOL-SELECTED-YES             VALUE "Y".
       01  LIST-DONE-FLAG                      PIC X(001).
           88  LIST-DONE                       VALUE "Y".
       77  LIST-COUNT                          PIC 9(005).
       77  ILIN                                PIC 9(002).
       77  CONTACT-COUNT                       PIC 9(003).
       77  CONTACT-LIN                         PIC 9(002).
       01  SCON-EOF-FLAG                       PIC X(001).
           88  EOF-SCON                        VALUE "Y".
       01  PICK-ID                             PIC 9(005).
       01  SHOW-ACTIVE                         PIC X(003).
       01  SHOW-LAST-DATE.
           05  SHOW-LAST-DAY                   PIC 9(002).
           05  FILLER                          PIC X(001) VALUE "/".
           05  SHOW-LAST-MONTH                 PIC 9(002).
           05  FILLER                          PIC X(001) VALUE "/".
           05  SHOW-LAST-YEAR                  PIC 9(004).

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
       01  VIEW-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE SPACES PIC X(50) LINE 09 COL 35.
           03 VALUE SPACES PIC X(50) LINE 10 COL 35.
           03 VALUE SPACES PIC X(50) LINE 11 COL 35.
           03 VALUE SPACES PIC X(50) LINE 12 COL 35.
           03 VALUE SPACES PIC X(50) LINE 13 COL 35.
           03 VALUE SPACES PIC X(50) LINE 14 COL 35.
           03 VALUE VIEW-MENU-TEXT LINE 09 COL 35.
           03 VALUE VIEW-MENU-LIST LINE 10 COL 35.
           03 VALUE VIEW-MENU-ONE-BY-ONE LINE 11 COL 35.
           03 VALUE VIEW-MENU-BY-NAME LINE 12 COL 35.
           03 VALUE VIEW-MENU-BY-EXTID LINE 13 COL 35.
           03 VALUE VIEW-MENU-BACK LINE 14 COL 35.
           03 VALUE VIEW-MENU-CHOICE LINE 16 COL 35.
           03 VM-OPTION PIC 9(001) LINE 16 COL PLUS 2
               TO VIEW-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  LIST-HEADER
           FOREGROUND-COLOR 5.
           05 VALUE LIST-SCREEN-TEXT LINE 06 COL 10.
           05 VALUE LIST-SCREEN-TEXT1 LINE 07 COL 10.
           05 VALUE LIST-SCREEN-TEXT5 LINE 07 COL 17.
           05 VALUE LIST-SCREEN-TEXT2 LINE 07 COL 27.
           05 VALUE LIST-SCREEN-TEXT3 LINE 07 COL 79.
      ******************************************************************
       01  SCHOOL-LIST-LINE.
           05 LS-ID PIC 9(005) LINE ILIN COL 10 FROM SCHOOL-ID.
           05 LS-EXTID PIC X(008) LINE ILIN COL 17
               FROM SCHOOL-EXTERNAL-ID.
           05 LS-DSG PIC X(050) LINE ILIN COL 27
               FROM SCHOOL-DESIGNATION1.
           05 LS-TOWN PIC X(030) LINE ILIN COL 79 FROM SCHOOL-TOWN.
      ******************************************************************
       01  LIST-PROMPT
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 LIST-PROMPT-TEXT LINE 25 COL 10 PIC X(040)
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 LP-ID LINE 25 COL PLUS 1 PIC 9(005) TO PICK-ID
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 BLANK WHEN ZERO.
      ******************************************************************
       01  SEARCH-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 SEARCH-PROMPT-TEXT LINE 09 COL 15 PIC X(025).
           05 SS-TEXT PIC X(050) LINE 09 COL PLUS 1
               TO SEARCH-TEXT REQUIRED AUTO.
      ******************************************************************
       01  VIEW-SCHOOL-DETAIL.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE ADD-MENU-TEXT1 LINE 08 COL 15.
           05 VD-ID PIC 9(005) LINE 08 COL PLUS 1 FROM WSSCHOOL-ID.
           05 VALUE ADD-MENU-TEXT2 LINE 09 COL 15.
           05 VD-EXTID PIC X(008) LINE 09 COL PLUS 1
               FROM WSSCHOOL-EXTERNAL-ID.
           05 VALUE ADD-MENU-TEXT3 LINE 10 COL 15.
           05 VD-DSG1 PIC X(050) LINE 10 COL PLUS 1
               FROM WSSCHOOL-DESIGNATION1.
           05 VD-DSG2 PIC X(050) LINE 11 COL 32
               FROM WSSCHOOL-DESIGNATION2.
           05 VD-DSG3 PIC X(050) LINE 12 COL 32
               FROM WSSCHOOL-DESIGNATION3.
           05 VALUE ADD-MENU-TEXT6 LINE 13 COL 15.
           05 VD-ADR1 PIC X(075) LINE 13 COL PLUS 1
               FROM WSSCHOOL-ADDRESS1.
           05 VD-ADR2 PIC X(075) LINE 14 COL 32
               FROM WSSCHOOL-ADDRESS2.
           05 VALUE ADD-MENU-TEXT8 LINE 15 COL 15.
           05 VD-POSTAL PIC 9(007) LINE 15 COL PLUS 1
               FROM WSSCHOOL-POSTAL-CODE.
           05 VALUE ADD-MENU-TEXT9 LINE 16 COL 15.
           05 VD-TOWN PIC X(030) LINE 16 COL PLUS 1
               FROM WSSCHOOL-TOWN.
           05 VALUE VIEW-TEXT-ACTIVE LINE 17 COL 15.
           05 VD-ACTIVE PIC X(003) LINE 17 COL PLUS 1
               FROM SHOW-ACTIVE.
           05 VALUE VIEW-TEXT-COUNCIL LINE 18 COL 15.
           05 VD-COUNCIL PIC ZZZ9 LINE 18 COL PLUS 1
               FROM WSSCHOOL-COUNCIL-ID.
           05 VALUE VIEW-TEXT-SITE LINE 18 COL 40.
           05 VD-SITE PIC X(002) LINE 18 COL PLUS 1
               FROM WSSCHOOL-SITE.
           05 VALUE VIEW-TEXT-CREDIT LINE 19 COL 15.
           05 VD-CREDIT PIC Z(006)9.99 LINE 19 COL PLUS 1
               FROM WSSCHOOL-CREDIT-LIMIT.
           05 VALUE VIEW-TEXT-NIF LINE 19 COL 40.
           05 VD-NIF PIC 9(009) LINE 19 COL PLUS 1
               FROM WSSCHOOL-NIF.
           05 VALUE VIEW-TEXT-PRIORITY LINE 17 COL 41.
           05 VD-PRIORITY PIC X(001) LINE 17 COL PLUS 1
               FROM WSSCHOOL-SHORT-PRIORITY.
           05 VALUE VIEW-TEXT-LAST LINE 20 COL 15.
           05 VD-LAST-BY PIC X(008) LINE 20 COL PLUS 1
               FROM WSSCHOOL-LAST-BY.
           05 VD-LAST-DATE PIC X(010) LINE 20 COL PLUS 2
               FROM SHOW-LAST-DATE.
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
       01  EMPTY-LIST-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(050) LINE 09 COL 35.
           05 VALUE SPACES PIC X(050) LINE 10 COL 35.
           05 VALUE SPACES PIC X(050) LINE 11 COL 35.
           05 VALUE SPACES PIC X(050) LINE 12 COL 35.
           05 VALUE SPACES PIC X(050) LINE 13 COL 35.
           05 VALUE SPACES PIC X(050) LINE 14 COL 35.
           05 VALUE SPACES PIC X(050) LINE 15 COL 35.
           05 VALUE EMPTY-RECORDS      LINE 12 COL 38.
           05 VALUE EMPTY-RECORDS2     LINE 14 COL 47.
           05 LINE 01 COL 01 PIC X TO DUMMY AUTO.
      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WITH TEST AFTER UNTIL VIEW-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO VIEW-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY VIEW-MENU
               ACCEPT VIEW-MENU
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
               EVALUATE VIEW-OPTION
                   WHEN 1
                       SET LIST-FILTER-ALL TO TRUE
                       PERFORM 100-LIST-SCHOOLS
                   WHEN 2
                       PERFORM 200-VIEW-ONE-BY-ONE
                   WHEN 3
                       SET LIST-FILTER-NAME TO TRUE
                       PERFORM 300-ASK-SEARCH-TEXT
                       IF KEYSTATUS NOT = 1003
                           PERFORM 100-LIST-SCHOOLS
                       END-IF
                   WHEN 4
                       SET LIST-FILTER-EXTID TO TRUE
                       PERFORM 300-ASK-SEARCH-TEXT
                       IF KEYSTATUS NOT = 1003
                           PERFORM 100-LIST-SCHOOLS
                       END-IF
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
      *> F3 INSIDE A LIST ONLY LEAVES THE LIST, NOT THE MODULE
               IF NOT VIEW-OPTION-EXIT
                   MOVE ZERO TO KEYSTATUS
               END-IF
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

      *> TWELVE SCHOOLS A PAGE IN ID ORDER. AT THE FOOT OF EACH PAGE
      *> THE OPERATOR PRESSES F2 FOR THE NEXT PAGE, F3 TO LEAVE, OR
      *> TYPES AN ID TO OPEN THAT SCHOOL IN FULL; AFTER LOOKING AT
      *> IT THE LIST CARRIES ON FROM THE SAME PAGE
       100-LIST-SCHOOLS SECTION.
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = 35 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               ACCEPT EMPTY-LIST-SCREEN
               EXIT SECTION
           END-IF
           IF SCHOOL-STATUS NOT = ZERO THEN
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO LIST-DONE-FLAG
           MOVE "N" TO SCHOOL-EOF-FLAG
           MOVE ZERO TO LIST-COUNT SEARCH-HITS
           PERFORM 110-NEW-PAGE
           MOVE ZERO TO SCHOOL-ID
           START FXSCHOOL KEY IS GREATER SCHOOL-ID
               INVALID KEY SET EOFSCHOOL TO TRUE
           END-START
           PERFORM UNTIL EOFSCHOOL OR LIST-DONE
               READ FXSCHOOL NEXT RECORD
                   AT END SET EOFSCHOOL TO TRUE
                   NOT AT END
                       PERFORM 120-CHECK-FILTER
                       IF SCHOOL-SELECTED-YES
                           ADD 1 TO SEARCH-HITS
                           PERFORM 130-LIST-ONE-SCHOOL
                       END-IF
               END-READ
           END-PERFORM
           IF NOT LIST-DONE
               IF SEARCH-HITS = ZERO AND NOT LIST-FILTER-ALL
                   MOVE NO-MATCHES-TEXT TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               ELSE
                   PERFORM 140-LAST-PAGE-PROMPT
               END-IF
           END-IF
           CLOSE FXSCHOOL
       EXIT SECTION.

       110-NEW-PAGE SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY LIST-HEADER
           MOVE 08 TO ILIN
           MOVE ZERO TO LIST-COUNT
       EXIT SECTION.

      *> THE DESIGNATION SEARCH MATCHES ANYWHERE IN THE FIRST LINE OF
      *> THE DESIGNATION ("BASICA" FINDS EVERY "ESCOLA BASICA ..."),
      *> THE EXTERNAL ID SEARCH MATCHES ON THE LEADING CHARACTERS
       120-CHECK-FILTER SECTION.
           MOVE "N" TO SCHOOL-SELECTED
           EVALUATE TRUE
               WHEN LIST-FILTER-ALL
                   MOVE "Y" TO SCHOOL-SELECTED
               WHEN LIST-FILTER-NAME
                   MOVE ZERO TO LIST-COUNT-MATCH
                   INSPECT SCHOOL-DESIGNATION1 TALLYING LIST-COUNT-MATCH
                       FOR ALL SEARCH-TEXT (1:SEARCH-LENGTH)
                   IF LIST-COUNT-MATCH > ZERO
                       MOVE "Y" TO SCHOOL-SELECTED
                   END-IF
               WHEN LIST-FILTER-EXTID
                   IF SEARCH-LENGTH <= 8
                       IF SCHOOL-EXTERNAL-ID (1:SEARCH-LENGTH) =
                           SEARCH-TEXT (1:SEARCH-LENGTH)
                           MOVE "Y" TO SCHOOL-SELECTED
                       END-IF
                   END-IF
           END-EVALUATE
       EXIT SECTION.

       130-LIST-ONE-SCHOOL SECTION.
           DISPLAY SCHOOL-LIST-LINE
           ADD 1 TO ILIN
           ADD 1 TO LIST-COUNT
           IF LIST-COUNT < 12
               EXIT SECTION
           END-IF
           MOVE ZERO TO PICK-ID
           MOVE LIST-PAGE-PROMPT TO LIST-PROMPT-TEXT
           ACCEPT LIST-PROMPT
           EVALUATE TRUE
               WHEN KEYSTATUS = 1003
                   MOVE "Y" TO LIST-DONE-FLAG
               WHEN KEYSTATUS = 1002
                   PERFORM 110-NEW-PAGE
               WHEN PICK-ID NOT = ZERO
                   PERFORM 150-SHOW-PICKED-SCHOOL
                   PERFORM 110-NEW-PAGE
               WHEN OTHER
                   PERFORM 110-NEW-PAGE
           END-EVALUATE
       EXIT SECTION.

       140-LAST-PAGE-PROMPT SECTION.
           MOVE ZERO TO PICK-ID
           MOVE LIST-LAST-PROMPT TO LIST-PROMPT-TEXT
           ACCEPT LIST-PROMPT
           IF KEYSTATUS NOT = 1003 AND PICK-ID NOT = ZERO
               PERFORM 150-SHOW-PICKED-SCHOOL
           END-IF
       EXIT SECTION.

      *> THE LIST HOLDS ITS PLACE IN THE FILE, SO THE PICKED SCHOOL IS
      *> FETCHED BY KEY AND THE LIST IS REPOSITIONED AFTERWARDS
       150-SHOW-PICKED-SCHOOL SECTION.
           MOVE SCHOOL-ID TO LIST-RESUME-ID
           MOVE PICK-ID TO SCHOOL-ID
           READ FXSCHOOL INTO WSSCHOOL-DETAILS
               INVALID KEY
                   MOVE ID-ERROR-TEXT TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               NOT INVALID KEY
                   PERFORM 400-SHOW-SCHOOL
           END-READ
           MOVE LIST-RESUME-ID TO SCHOOL-ID
           START FXSCHOOL KEY IS GREATER SCHOOL-ID
               INVALID KEY SET EOFSCHOOL TO TRUE
           END-START
           MOVE ZERO TO KEYSTATUS
       EXIT SECTION.

       200-VIEW-ONE-BY-ONE SECTION.
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = 35 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               ACCEPT EMPTY-LIST-SCREEN
               EXIT SECTION
           END-IF
           IF SCHOOL-STATUS NOT = ZERO THEN
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO SCHOOL-EOF-FLAG
           PERFORM UNTIL EOFSCHOOL
               READ FXSCHOOL NEXT RECORD INTO WSSCHOOL-DETAILS
                   AT END
                       SET EOFSCHOOL TO TRUE
                   NOT AT END
                       PERFORM 400-SHOW-SCHOOL
                       IF KEYSTATUS = 1003
                           SET EOFSCHOOL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHOOL
           IF KEYSTATUS NOT = 1003
               MOVE END-OF-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       300-ASK-SEARCH-TEXT SECTION.
           MOVE SPACES TO SEARCH-TEXT
           IF LIST-FILTER-NAME
               MOVE SEARCH-NAME-PROMPT TO SEARCH-PROMPT-TEXT
           ELSE
               MOVE SEARCH-EXTID-PROMPT TO SEARCH-PROMPT-TEXT
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SEARCH-SCREEN
           ACCEPT SEARCH-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (TRIM (SEARCH-TEXT)) TO SEARCH-TEXT
           MOVE LENGTH (TRIM (SEARCH-TEXT)) TO SEARCH-LENGTH
           IF SEARCH-TEXT = SPACES
               MOVE 1 TO SEARCH-LENGTH
           END-IF
       EXIT SECTION.

       400-SHOW-SCHOOL SECTION.
           IF WSSCHOOL-IS-ACTIVE = 1
               MOVE "YES" TO SHOW-ACTIVE
           ELSE
               MOVE "NO" TO SHOW-ACTIVE
           END-IF
           MOVE WSSCHOOL-LAST-DATE (7:2) TO SHOW-LAST-DAY
           MOVE WSSCHOOL-LAST-DATE (5:2) TO SHOW-LAST-MONTH
           MOVE WSSCHOOL-LAST-DATE (1:4) TO SHOW-LAST-YEAR
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY VIEW-SCHOOL-DETAIL
           MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           IF KEYSTATUS NOT = 1003
               PERFORM 410-SHOW-CONTACTS
           END-IF
       EXIT SECTION.

      *> THE SCHOOL'S NAMED CONTACTS, TWELVE TO A SCREEN, IN THE ORDER
      *> THEY WERE ENTERED
       410-SHOW-CONTACTS SECTION.
           MOVE ZERO TO CONTACT-COUNT
           MOVE 8 TO CONTACT-LIN
           MOVE "N" TO SCON-EOF-FLAG
           PERFORM 420-CONTACTS-PAGE
           OPEN INPUT FXSCHCONTACT
           IF SCON-STATUS NOT = ZERO THEN
               CLOSE FXSCHCONTACT
               MOVE VIEW-NO-CONTACTS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE WSSCHOOL-ID TO SCON-SCHOOL-ID
           MOVE ZERO TO SCON-SEQ
           START FXSCHCONTACT KEY IS >= SCON-KEY
               INVALID KEY SET EOF-SCON TO TRUE
           END-START
           PERFORM UNTIL EOF-SCON
               READ FXSCHCONTACT NEXT RECORD
                   AT END SET EOF-SCON TO TRUE
                   NOT AT END
                       IF SCON-SCHOOL-ID NOT = WSSCHOOL-ID
                           SET EOF-SCON TO TRUE
                       ELSE
                           PERFORM 430-SHOW-ONE-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHCONTACT
           IF CONTACT-COUNT = ZERO
               MOVE VIEW-NO-CONTACTS TO ERROR-TEXT
           ELSE
               MOVE VIEW-CONTACTS-END TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       420-CONTACTS-PAGE SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY VIEW-CONTACTS-TITLE AT LINE 06 COL 10
           DISPLAY WSSCHOOL-ID AT LINE 06 COL 27
           DISPLAY WSSCHOOL-DESIGNATION1 AT LINE 06 COL 34
           DISPLAY VIEW-CONTACTS-HEADER AT LINE 08 COL 10
       EXIT SECTION.

       430-SHOW-ONE-CONTACT SECTION.
           IF CONTACT-LIN >= 20
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               PERFORM 420-CONTACTS-PAGE
               MOVE 8 TO CONTACT-LIN
           END-IF
           ADD 1 TO CONTACT-LIN
           ADD 1 TO CONTACT-COUNT
           DISPLAY SCON-SEQ AT LINE CONTACT-LIN COL 10
           DISPLAY SCON-ROLE AT LINE CONTACT-LIN COL 14
           DISPLAY SCON-NAME AT LINE CONTACT-LIN COL 19
           DISPLAY SCON-PHONE AT LINE CONTACT-LIN COL 60
           DISPLAY SCON-EMAIL AT LINE CONTACT-LIN COL 70
       EXIT SECTION.
       END PROGRAM SCM-VIEW.
