      ******************************************************************
      *    LAB | SECOND PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL MANAGEMENT
      ******************************************************************
      *    SCM MODULE - EDIT SCHOOL DLL
      *    CORRECTS A REGISTERED SCHOOL ON FXSCHOOLS: EXTERNAL ID,
      *    DESIGNATION, ADDRESS, POSTAL CODE, TOWN, CREDIT LIMIT AND
      *    COUNCIL, WITH THE SAME CHECKS SCM-ADD APPLIES ON
      *    REGISTRATION. THE SCHOOL IS LOCKED THROUGH LOCKREC WHILE
      *    IT IS BEING EDITED, AS SUPPEDIT DOES FOR SUPPLIERS.
      *    THE TAX NUMBER (NIF) IS HELD TO THE NIFCHK CHECK DIGIT.
      *    THE SHORTAGE PRIORITY FLAG MARKS A SCHOOL SHORTALLOC FILLS
      *    IN FULL BEFORE THE OTHERS WHEN PRODUCTION FALLS SHORT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCM-EDIT.
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

               SELECT FXCOUNCIL ASSIGN TO "FXCOUNCIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CNCL-ID
                   FILE STATUS CNCL-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCOUNCIL.
           COPY FD-COUNCIL.

       WORKING-STORAGE SECTION.
           COPY CONSTANTS.
           COPY "WS-SCHOOLFX".
       COPY LK-LOCKREC.
       COPY LK-SITEINFO.
       COPY LK-NIFCHK.

       77  DUMMY                               PIC X(001).
       77  SCHOOL-STATUS                       PIC 9(002).
       77  CNCL-STATUS-FS                      PIC 9(002).
       77  KEYSTATUS                           PIC 9(004).
       77  FILE-ERROR-STATUS                   PIC 9(002).
       01  EDIT-WHAT                           PIC 9(002).
           88  EDIT-WHAT-LEAVE                 VALUE 11.
       01  PICK-ID                             PIC 9(005).
       01  PICK-EXTID                          PIC X(008).
       01  SCHOOL-FOUND                        PIC X(001).
           88  SCHOOL-FOUND-YES                VALUE "Y".
       01  SCH-DUPLICATE                       PIC X(001) VALUE "N".
           88  SCH-EXTERNAL-ID-DUPLICATE       VALUE "Y".
       01  FIELD-OK                            PIC X(001).
           88  FIELD-OK-YES                    VALUE "Y".
       01  COUNCIL-FOUND                       PIC X(001).
           88  COUNCIL-FOUND-YES               VALUE "Y".
      *> THE RECORD AS IT WAS READ, SO A CHANGE THE OPERATOR DECLINES
      *> TO SAVE IS PUT BACK ON SCREEN INSTEAD OF LINGERING
       01  SAVED-SCHOOL-DETAILS                PIC X(382).
       78  CREDIT-LIMIT-TEXT
           VALUE "CREDIT LIMIT (ZERO = NO LIMIT):".
       78  COUNCIL-ID-TEXT
           VALUE "COUNCIL (ZERO = BILLED DIRECT):".

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
           05 VALUE ALT-MENU-TEXT LINE 07 COL 15.
           05 VALUE PICK-SCHOOL-PROMPT LINE 09 COL 15.
           05 PS-ID PIC 9(005) LINE 09 COL PLUS 1
               TO PICK-ID AUTO.
      ******************************************************************
       01  PICK-EXTID-SCREEN.
           05 VALUE PICK-EXTID-PROMPT LINE 11 COL 15.
           05 PE-EXTID PIC X(008) LINE 11 COL PLUS 1
               TO PICK-EXTID REQUIRED AUTO.
      ******************************************************************
       01  SHOW-SCHOOL.
           05 VALUE SPACES PIC X(080) LINE 5 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE ADD-MENU-TEXT1 LINE 06 COL 10.
           05 SH-ID PIC 9(005) LINE 06 COL PLUS 1 FROM WSSCHOOL-ID.
           05 VALUE ADD-MENU-TEXT2 LINE 07 COL 10.
           05 SH-EXTID PIC X(008) LINE 07 COL PLUS 1
               FROM WSSCHOOL-EXTERNAL-ID.
           05 VALUE ADD-MENU-TEXT3 LINE 08 COL 10.
           05 SH-DSG1 PIC X(050) LINE 08 COL PLUS 1
               FROM WSSCHOOL-DESIGNATION1.
           05 VALUE ADD-MENU-TEXT6 LINE 09 COL 10.
           05 SH-ADR1 PIC X(075) LINE 09 COL PLUS 1
               FROM WSSCHOOL-ADDRESS1.
           05 VALUE ADD-MENU-TEXT8 LINE 10 COL 10.
           05 SH-POSTAL PIC 9(007) LINE 10 COL PLUS 1
               FROM WSSCHOOL-POSTAL-CODE.
           05 VALUE ADD-MENU-TEXT9 LINE 11 COL 10.
           05 SH-TOWN PIC X(030) LINE 11 COL PLUS 1
               FROM WSSCHOOL-TOWN.
           05 VALUE VIEW-TEXT-CREDIT LINE 12 COL 10.
           05 SH-CREDIT PIC Z(006)9.99 LINE 12 COL PLUS 1
               FROM WSSCHOOL-CREDIT-LIMIT.
           05 VALUE VIEW-TEXT-COUNCIL LINE 13 COL 10.
           05 SH-COUNCIL PIC ZZZ9 LINE 13 COL PLUS 1
               FROM WSSCHOOL-COUNCIL-ID.
           05 VALUE VIEW-TEXT-SITE LINE 13 COL 40.
           05 SH-SITE PIC X(002) LINE 13 COL PLUS 1
               FROM WSSCHOOL-SITE.
           05 VALUE VIEW-TEXT-NIF LINE 12 COL 40.
           05 SH-NIF PIC 9(009) LINE 12 COL PLUS 1
               FROM WSSCHOOL-NIF.
           05 VALUE VIEW-TEXT-PRIORITY LINE 14 COL 41.
           05 SH-PRIORITY PIC X(001) LINE 14 COL PLUS 1
               FROM WSSCHOOL-SHORT-PRIORITY.
      ******************************************************************
       01  EDIT-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO.
           05 VALUE WHAT-TO-EDIT LINE 15 COL 10.
           05 VALUE EDIT1 LINE 16 COL 10.
           05 VALUE EDIT2 LINE 17 COL 10.
           05 VALUE EDIT3 LINE 18 COL 10.
           05 VALUE EDIT4 LINE 19 COL 10.
           05 VALUE EDIT5 LINE 20 COL 10.
           05 VALUE EDIT7 LINE 16 COL 40.
           05 VALUE EDIT8 LINE 17 COL 40.
           05 VALUE EDIT9 LINE 18 COL 40.
           05 VALUE EDIT10 LINE 19 COL 40.
           05 VALUE EDIT11 LINE 20 COL 40.
           05 VALUE EDIT6 LINE 20 COL 65.
           05 VALUE CHOOSE LINE 21 COL 10.
           05 EM-OPTION PIC 9(002) LINE 21 COL PLUS 2
               TO EDIT-WHAT BLANK WHEN ZERO.
      ******************************************************************
       01  EDIT-EXTID-SCREEN.
           05 VALUE ADD-MENU-TEXT2 LINE 07 COL 10.
           05 EE-EXTID PIC X(008) LINE 07 COL PLUS 1
               USING WSSCHOOL-EXTERNAL-ID REQUIRED AUTO.
      ******************************************************************
       01  EDIT-DSG-SCREEN.
           05 VALUE ADD-MENU-TEXT3 LINE 08 COL 10.
           05 ED-DSG1 PIC X(050) LINE 08 COL PLUS 1
               USING WSSCHOOL-DESIGNATION1 REQUIRED AUTO.
           05 ED-DSG2 PIC X(050) LINE 16 COL 27
               USING WSSCHOOL-DESIGNATION2 AUTO.
           05 ED-DSG3 PIC X(050) LINE 17 COL 27
               USING WSSCHOOL-DESIGNATION3 AUTO.
      ******************************************************************
       01  EDIT-ADR-SCREEN.
           05 VALUE ADD-MENU-TEXT6 LINE 09 COL 10.
           05 EA-ADR1 PIC X(075) LINE 09 COL PLUS 1
               USING WSSCHOOL-ADDRESS1 REQUIRED AUTO.
           05 EA-ADR2 PIC X(075) LINE 16 COL 27
               USING WSSCHOOL-ADDRESS2 AUTO.
      ******************************************************************
       01  EDIT-POSTAL-SCREEN.
           05 VALUE ADD-MENU-TEXT8 LINE 10 COL 10.
           05 EP-POSTAL PIC 9(007) LINE 10 COL PLUS 1
               USING WSSCHOOL-POSTAL-CODE REQUIRED.
      ******************************************************************
       01  EDIT-TOWN-SCREEN.
           05 VALUE ADD-MENU-TEXT9 LINE 11 COL 10.
           05 ET-TOWN PIC X(030) LINE 11 COL PLUS 1
               USING WSSCHOOL-TOWN REQUIRED AUTO.
      ******************************************************************
       01  EDIT-CREDIT-SCREEN.
           05 VALUE CREDIT-LIMIT-TEXT LINE 12 COL 10.
           05 EC-CREDIT PIC 9(007)V99 LINE 12 COL PLUS 1
               USING WSSCHOOL-CREDIT-LIMIT AUTO.
      ******************************************************************
       01  EDIT-COUNCIL-SCREEN.
           05 VALUE COUNCIL-ID-TEXT LINE 13 COL 10.
           05 EK-COUNCIL PIC 9(004) LINE 13 COL PLUS 1
               USING WSSCHOOL-COUNCIL-ID AUTO.
      ******************************************************************
       01  EDIT-SITE-SCREEN.
           05 VALUE SITE-ENTRY-TEXT LINE 13 COL 40.
           05 EN-SITE PIC X(002) LINE 13 COL PLUS 1
               USING WSSCHOOL-SITE AUTO.
      ******************************************************************
       01  EDIT-NIF-SCREEN.
           05 VALUE NIF-ENTRY-TEXT LINE 12 COL 40.
           05 EF-NIF PIC 9(009) LINE 12 COL PLUS 1
               USING WSSCHOOL-NIF.
      ******************************************************************
       01  EDIT-PRIORITY-SCREEN.
           05 VALUE PRIORITY-ENTRY-TEXT LINE 14 COL 40.
           05 EY-PRIORITY PIC X(001) LINE 14 COL PLUS 1
               USING WSSCHOOL-SHORT-PRIORITY AUTO.
      ******************************************************************
       01 INSTRUCTIONS-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 INSTRUCTIONS-TEXT LINE 25 COL 03 PIC X(085)
               FOREGROUND-COLOR 1 BACKGROUND-COLOR 7.
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
           05 VALUE ADD-MENU-TEXT10 LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-PICK-SCHOOL
           IF KEYSTATUS = 1003 OR NOT SCHOOL-FOUND-YES
               EXIT PROGRAM
           END-IF
      *> THE CHOSEN SCHOOL IS LOCKED FOR THIS OPERATOR BEFORE ANY
      *> EDITING - A SECOND CLERK GETS "RECORD IN USE BY ..."
      *> INSTEAD OF SILENTLY CLOBBERING THE FIRST ONE'S CHANGE
           PERFORM 095-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               MOVE SPACES TO ERROR-TEXT
               STRING RECORD-IN-USE-TEXT DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           PERFORM WITH TEST AFTER UNTIL EDIT-WHAT-LEAVE
               OR KEYSTATUS = 1003
               MOVE ZERO TO EDIT-WHAT
               MOVE WSSCHOOL-DETAILS TO SAVED-SCHOOL-DETAILS
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY SHOW-SCHOOL
               DISPLAY EDIT-MENU
               ACCEPT EDIT-MENU
               IF KEYSTATUS NOT = 1003 AND NOT EDIT-WHAT-LEAVE
                   MOVE "N" TO FIELD-OK
                   PERFORM 200-EDIT-WHAT
                   IF KEYSTATUS NOT = 1003 AND FIELD-OK-YES
                       PERFORM 190-CONFIRM-AND-SAVE
                   ELSE
                       MOVE SAVED-SCHOOL-DETAILS TO WSSCHOOL-DETAILS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 096-RELEASE-LOCK
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

       095-ACQUIRE-LOCK SECTION.
           MOVE "A" TO LOCK-ACTION
           MOVE "FXSCHOOLS" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WSSCHOOL-ID TO LOCK-RECORD-KEY (1:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

       096-RELEASE-LOCK SECTION.
           MOVE "R" TO LOCK-ACTION
           MOVE "FXSCHOOLS" TO LOCK-FILE-NAME
           MOVE SPACES TO LOCK-RECORD-KEY
           MOVE WSSCHOOL-ID TO LOCK-RECORD-KEY (1:5)
           CALL "LOCKREC" USING LOCKREC-REQUEST
       EXIT SECTION.

      *> THE SCHOOL IS PICKED BY ITS INTERNAL ID, OR - WHEN THE CLERK
      *> ONLY HAS THE COUNCIL'S CODE TO HAND - BY ITS EXTERNAL ID
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
               MOVE ID-ERROR-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> EACH FIELD IS ACCEPTED OVER ITS CURRENT VALUE AND HELD TO THE
      *> RULES SCM-ADD APPLIES ON REGISTRATION. FIELD-OK IS ONLY SET
      *> WHEN THE NEW VALUE PASSED, SO A REJECTED VALUE IS NEVER SAVED
       200-EDIT-WHAT SECTION.
           EVALUATE EDIT-WHAT
               WHEN 1
                   PERFORM 210-EDIT-EXTERNAL-ID
               WHEN 2
                   PERFORM 220-EDIT-DESIGNATION
               WHEN 3
                   PERFORM 230-EDIT-ADDRESS
               WHEN 4
                   PERFORM 240-EDIT-POSTAL-CODE
               WHEN 5
                   PERFORM 250-EDIT-TOWN
               WHEN 6
                   PERFORM 260-EDIT-CREDIT-LIMIT
               WHEN 7
                   PERFORM 270-EDIT-COUNCIL
               WHEN 8
                   PERFORM 280-EDIT-SITE
               WHEN 9
                   PERFORM 285-EDIT-NIF
               WHEN 10
                   PERFORM 287-EDIT-PRIORITY
               WHEN OTHER
                   MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
           END-EVALUATE
       EXIT SECTION.

       210-EDIT-EXTERNAL-ID SECTION.
           MOVE INSTRUCTION-EED TO INSTRUCTIONS-TEXT
           DISPLAY INSTRUCTIONS-ZONE
           ACCEPT EDIT-EXTID-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WSSCHOOL-EXTERNAL-ID)
               TO WSSCHOOL-EXTERNAL-ID
           IF WSSCHOOL-EXTERNAL-ID = SPACES
               MOVE ERROR-EED1 TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 215-CHECK-DUPLICATE-EXTERNAL-ID
           IF SCH-EXTERNAL-ID-DUPLICATE
               MOVE ERROR-EED TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

      *> THE SAME WHOLE-FILE SCAN AS SCM-ADD'S 110-CHECK-DUPLICATE-
      *> EXTERNAL-ID, EXCEPT THAT THE SCHOOL BEING EDITED MAY OF
      *> COURSE KEEP ITS OWN EXTERNAL ID
       215-CHECK-DUPLICATE-EXTERNAL-ID SECTION.
           MOVE "N" TO SCH-DUPLICATE
           MOVE "N" TO SCHOOL-EOF-FLAG
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS NOT = ZERO THEN
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL EOFSCHOOL
               READ FXSCHOOL NEXT RECORD
                   AT END SET EOFSCHOOL TO TRUE
                   NOT AT END
                       IF SCHOOL-EXTERNAL-ID = WSSCHOOL-EXTERNAL-ID
                           AND SCHOOL-ID NOT = WSSCHOOL-ID
                           MOVE "Y" TO SCH-DUPLICATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHOOL
       EXIT SECTION.

       220-EDIT-DESIGNATION SECTION.
           MOVE INSTRUCTION-DSG TO INSTRUCTIONS-TEXT
           DISPLAY INSTRUCTIONS-ZONE
           ACCEPT EDIT-DSG-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WSSCHOOL-DESIGNATION1)
               TO WSSCHOOL-DESIGNATION1
           MOVE UPPER-CASE (WSSCHOOL-DESIGNATION2)
               TO WSSCHOOL-DESIGNATION2
           MOVE UPPER-CASE (WSSCHOOL-DESIGNATION3)
               TO WSSCHOOL-DESIGNATION3
           IF WSSCHOOL-DESIGNATION1 = SPACES
               MOVE ERROR-DSG TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

       230-EDIT-ADDRESS SECTION.
           MOVE INSTRUCTION-ADR TO INSTRUCTIONS-TEXT
           DISPLAY INSTRUCTIONS-ZONE
           ACCEPT EDIT-ADR-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WSSCHOOL-ADDRESS1) TO WSSCHOOL-ADDRESS1
           MOVE UPPER-CASE (WSSCHOOL-ADDRESS2) TO WSSCHOOL-ADDRESS2
           IF WSSCHOOL-ADDRESS1 = SPACES
               MOVE ERROR-ADR TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

       240-EDIT-POSTAL-CODE SECTION.
           MOVE INSTRUCTION-POSTAL-CODE TO INSTRUCTIONS-TEXT
           DISPLAY INSTRUCTIONS-ZONE
           ACCEPT EDIT-POSTAL-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF NOT VALID-POSTAL-CODE OF WSSCHOOL-POSTAL-CODE
               MOVE ERROR-POSTAL-CODE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

       250-EDIT-TOWN SECTION.
           MOVE INSTRUCTION-TOWN TO INSTRUCTIONS-TEXT
           DISPLAY INSTRUCTIONS-ZONE
           ACCEPT EDIT-TOWN-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WSSCHOOL-TOWN) TO WSSCHOOL-TOWN
           IF WSSCHOOL-TOWN = SPACES
               MOVE ERROR-TOWN TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

       260-EDIT-CREDIT-LIMIT SECTION.
           ACCEPT EDIT-CREDIT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

      *> A NON-ZERO COUNCIL MUST EXIST ON FXCOUNCIL, OTHERWISE THE
      *> SCHOOL WOULD DROP OUT OF CNCLINV'S CONSOLIDATED BILLING
       270-EDIT-COUNCIL SECTION.
           ACCEPT EDIT-COUNCIL-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF WSSCHOOL-COUNCIL-ID = ZERO
               MOVE "Y" TO FIELD-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO COUNCIL-FOUND
           OPEN INPUT FXCOUNCIL
           IF CNCL-STATUS-FS = ZERO THEN
               MOVE WSSCHOOL-COUNCIL-ID TO CNCL-ID
               READ FXCOUNCIL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO COUNCIL-FOUND
               END-READ
           END-IF
           CLOSE FXCOUNCIL
           IF NOT COUNCIL-FOUND-YES
               MOVE ERROR-NO-COUNCIL TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

      *> THE SITE DECIDES WHICH KITCHEN'S PICKING SHEET, BACKFLUSH
      *> AND DISPATCH SET THE SCHOOL'S ORDERS FALL INTO
       280-EDIT-SITE SECTION.
           ACCEPT EDIT-SITE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WSSCHOOL-SITE) TO WSSCHOOL-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE WSSCHOOL-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF NOT SINF-FOUND-YES
               MOVE ERROR-NO-SITE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

      *> ZERO IS KEPT AS "NOT YET KNOWN"; ANYTHING ELSE MUST PASS THE
      *> CHECK DIGIT SO THE SAF-T FILE AND THE INVOICES CARRY A REAL NIF
       285-EDIT-NIF SECTION.
           ACCEPT EDIT-NIF-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF WSSCHOOL-NIF NOT = ZERO
               MOVE WSSCHOOL-NIF TO NIFC-NUMBER
               CALL "NIFCHK" USING NIFCHK-REQUEST
               IF NOT NIFC-VALID
                   MOVE ERROR-NIF TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

      *> A PRIORITY SCHOOL IS FILLED IN FULL BEFORE THE OTHERS ARE
      *> SHARED WHAT IS LEFT WHEN SHORTALLOC RUNS THE PRIORITY RULE
       287-EDIT-PRIORITY SECTION.
           ACCEPT EDIT-PRIORITY-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WSSCHOOL-SHORT-PRIORITY)
               TO WSSCHOOL-SHORT-PRIORITY
           IF NOT WSSCHOOL-PRIORITY-VALID
               MOVE ERROR-PRIORITY TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "Y" TO FIELD-OK
       EXIT SECTION.

       190-CONFIRM-AND-SAVE SECTION.
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   MOVE SAVED-SCHOOL-DETAILS TO WSSCHOOL-DETAILS
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF NOT SAVE-IT1-YES
               MOVE SAVED-SCHOOL-DETAILS TO WSSCHOOL-DETAILS
               EXIT SECTION
           END-IF
           PERFORM 195-STAMP-AUDIT
           OPEN I-O FXSCHOOL
           IF SCHOOL-STATUS NOT = ZERO THEN
               MOVE SCHOOL-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE WSSCHOOL-ID TO SCHOOL-ID
           READ FXSCHOOL
               INVALID KEY
                   MOVE ID-ERROR-TEXT TO ERROR-TEXT
               NOT INVALID KEY
                   REWRITE SCHOOL-DETAILS FROM WSSCHOOL-DETAILS
                   END-REWRITE
                   MOVE CONFIRM-RECORD TO ERROR-TEXT
           END-READ
           CLOSE FXSCHOOL
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> STAMPS WHO EDITED THE RECORD AND WHEN, THE SAME APPROACH
      *> SCM-ADD USES ON REGISTRATION
       195-STAMP-AUDIT SECTION.
           CALL "GETOPER" USING WSSCHOOL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WSSCHOOL-LAST-DATE
       EXIT SECTION.
       END PROGRAM SCM-EDIT.
