      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    SITEINFO - LOOKS UP ONE PRODUCTION SITE ON FXSITE, EITHER
      *    BY ITS CODE OR BY ONE OF ITS STOCK LOCATIONS. THE MAIN
      *    KITCHEN "01" IS ALWAYS FOUND, WITH ST AND KI, EVEN BEFORE
      *    FXSITE EXISTS, SO A SINGLE-KITCHEN INSTALLATION RUNS
      *    EXACTLY AS IT DID.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEINFO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       78  MAIN-SITE-CODE      VALUE "01".
       78  MAIN-SITE-NAME      VALUE "MAIN KITCHEN".
       78  MAIN-STORE-LOC      VALUE "ST".
       78  MAIN-KITCHEN-LOC    VALUE "KI".

       77  SITE-STATUS-FS                   PIC 9(002).

       01  SITE-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SITE                     VALUE "Y".

       LINKAGE SECTION.
       COPY LK-SITEINFO.

       PROCEDURE DIVISION USING SITEINFO-REQUEST.
       MAIN-PROCEDURE.
           SET SINF-FOUND-NO TO TRUE
           MOVE SPACES TO SINF-NAME SINF-STORE-LOC SINF-KITCHEN-LOC
           IF SINF-BY-LOCATION
               PERFORM 200-FIND-BY-LOCATION
           ELSE
               PERFORM 100-FIND-BY-SITE
           END-IF
           GOBACK.

       100-FIND-BY-SITE SECTION.
           IF SINF-SITE = SPACES
               MOVE MAIN-SITE-CODE TO SINF-SITE
           END-IF
           IF SINF-SITE = MAIN-SITE-CODE
               PERFORM 300-MAIN-SITE
           END-IF
           OPEN INPUT FXSITE
           IF SITE-STATUS-FS = ZERO THEN
               MOVE SINF-SITE TO SITE-CODE
               READ FXSITE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 310-COPY-SITE
               END-READ
           END-IF
           CLOSE FXSITE
       EXIT SECTION.

      *> ST AND KI BELONG TO THE MAIN KITCHEN; ANY OTHER CODE IS
      *> SEARCHED FOR ACROSS THE SITES ON FILE
       200-FIND-BY-LOCATION SECTION.
           MOVE SPACES TO SINF-SITE
           IF SINF-LOCATION = MAIN-STORE-LOC
           OR SINF-LOCATION = MAIN-KITCHEN-LOC
               MOVE MAIN-SITE-CODE TO SINF-SITE
               PERFORM 300-MAIN-SITE
               EXIT SECTION
           END-IF
           IF SINF-LOCATION = SPACES
               EXIT SECTION
           END-IF
           MOVE "N" TO SITE-EOF-FLAG
           OPEN INPUT FXSITE
           IF SITE-STATUS-FS NOT = ZERO THEN
               CLOSE FXSITE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-SITE
               READ FXSITE NEXT RECORD
                   AT END SET EOF-SITE TO TRUE
                   NOT AT END
                       IF SITE-STORE-LOC = SINF-LOCATION
                       OR SITE-KITCHEN-LOC = SINF-LOCATION
                           MOVE SITE-CODE TO SINF-SITE
                           PERFORM 310-COPY-SITE
                           SET EOF-SITE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSITE
       EXIT SECTION.

       300-MAIN-SITE SECTION.
           MOVE MAIN-SITE-NAME TO SINF-NAME
           MOVE MAIN-STORE-LOC TO SINF-STORE-LOC
           MOVE MAIN-KITCHEN-LOC TO SINF-KITCHEN-LOC
           SET SINF-FOUND-YES TO TRUE
       EXIT SECTION.

      *> THE MAIN KITCHEN KEEPS ST AND KI WHATEVER ITS RECORD SAYS;
      *> ONLY ITS NAME IS TAKEN FROM FXSITE
       310-COPY-SITE SECTION.
           MOVE SITE-NAME TO SINF-NAME
           IF SITE-CODE NOT = MAIN-SITE-CODE
               MOVE SITE-STORE-LOC TO SINF-STORE-LOC
               MOVE SITE-KITCHEN-LOC TO SINF-KITCHEN-LOC
           END-IF
           SET SINF-FOUND-YES TO TRUE
       EXIT SECTION.
