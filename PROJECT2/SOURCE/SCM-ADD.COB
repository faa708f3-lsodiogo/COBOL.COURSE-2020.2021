      *    BREADWICH | SCHOOL MANAGEMENT
      ******************************************************************
      *    SCM MODULE - ADD SCHOOL DLL
      *    THE SCHOOL'S TAX NUMBER (NIF) IS TAKEN WITH THE ADDRESS AND
      *    MUST PASS NIFCHK; ZERO LEAVES IT AS NOT YET KNOWN.
      *    A NEW SCHOOL IS NOT A SHORTAGE PRIORITY; SCM-EDIT SETS IT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 08.08.2026
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY LK-NEXTID.
       COPY LK-RUNLOG.
       COPY LK-SITEINFO.
       COPY LK-NIFCHK.
       01  RUN-START-STAMP                  PIC 9(014).

           COPY CONSTANTS.
               TO WSSCHOOL-CREDIT-LIMIT.
           05 VALUE COUNCIL-ID-TEXT LINE 21 COL 15.
           05 EDIT-SCH-COUNCIL PIC 9(004) LINE 21 COL PLUS 1
               TO WSSCHOOL-COUNCIL-ID.
           05 VALUE SITE-ENTRY-TEXT LINE 21 COL 56.
           05 EDIT-SCH-SITE PIC X(002) LINE 21 COL PLUS 1
               TO WSSCHOOL-SITE AUTO.
           05 VALUE NIF-ENTRY-TEXT LINE 20 COL 57.
           05 EDIT-SCH-NIF PIC 9(009) LINE 20 COL PLUS 1
               TO WSSCHOOL-NIF.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
               WSSCHOOL-ADDRESS WSSCHOOL-TOWN
           MOVE ZERO TO WSSCHOOL-POSTAL-CODE
           MOVE ZERO TO WSSCHOOL-CREDIT-LIMIT WSSCHOOL-COUNCIL-ID
           MOVE SPACES TO WSSCHOOL-SITE
           MOVE ZERO TO WSSCHOOL-NIF
           MOVE "N" TO WSSCHOOL-SHORT-PRIORITY
           MOVE 1 TO WSSCHOOL-IS-ACTIVE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           PERFORM WITH TEST AFTER UNTIL VALID-POSTAL-CODE OF
               WSSCHOOL-POSTAL-CODE AND SINF-FOUND-YES AND NIFC-VALID
               DISPLAY VIEW-SCHOOL-ADR
               ACCEPT VIEW-SCHOOL-ADR
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               MOVE UPPER-CASE (WSSCHOOL-SITE) TO WSSCHOOL-SITE
               SET SINF-BY-SITE TO TRUE
               MOVE WSSCHOOL-SITE TO SINF-SITE
               CALL "SITEINFO" USING SITEINFO-REQUEST
               IF NOT VALID-POSTAL-CODE OF WSSCHOOL-POSTAL-CODE THEN
                   MOVE ERROR-POSTAL-CODE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                       EXIT SECTION
                   END-IF
               END-IF
               IF NOT SINF-FOUND-YES THEN
                   MOVE ERROR-NO-SITE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   IF KEYSTATUS = 1003
                       EXIT SECTION
                   END-IF
               END-IF
               MOVE "Y" TO NIFC-RESULT
               IF WSSCHOOL-NIF NOT = ZERO THEN
                   MOVE WSSCHOOL-NIF TO NIFC-NUMBER
                   CALL "NIFCHK" USING NIFCHK-REQUEST
               END-IF
               IF NOT NIFC-VALID THEN
                   MOVE ERROR-NIF TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   IF KEYSTATUS = 1003
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM
           MOVE UPPER-CASE (WSSCHOOL-ADDRESS1) TO WSSCHOOL-ADDRESS1
           MOVE UPPER-CASE (WSSCHOOL-ADDRESS2) TO WSSCHOOL-ADDRESS2
               WSSCHOOL-ADDRESS1 WSSCHOOL-TOWN
           MOVE ZERO TO WSSCHOOL-POSTAL-CODE
           MOVE ZERO TO WSSCHOOL-CREDIT-LIMIT WSSCHOOL-COUNCIL-ID
           MOVE SPACES TO WSSCHOOL-SITE
           MOVE ZERO TO WSSCHOOL-NIF
           MOVE "N" TO WSSCHOOL-SHORT-PRIORITY
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO WSSCHOOL-EXTERNAL-ID WSSCHOOL-DESIGNATION1
               WSSCHOOL-ADDRESS1 WSSCHOOL-POSTAL-CODE WSSCHOOL-TOWN
