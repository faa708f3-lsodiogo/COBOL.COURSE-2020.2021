      *    ORDER MUST NOT ALREADY EXIST. CLEAN LINES BECOME OPEN
      *    FXORDERS RECORDS; REJECTS GO ON THE ERROR LISTING WITH
      *    THE REASON.
      *    A MEAL-DEAL BUNDLE IMPORTS LIKE ANY SANDWICH, BUT ONLY
      *    ONCE ITS CONTENTS ARE ON FXBUNDLE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-BUNDLEX.

       78  MODULE-NAME-VIEW    VALUE "COUNCIL ORDER IMPORT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  ERROR-NO-FILE       VALUE "CSV FILE NOT FOUND".
       78  REJ-NO-SCHOOL       VALUE "SCHOOL MISSING OR INACTIVE".
       78  REJ-NO-SANDWICH     VALUE "SANDWICH DOES NOT EXIST".
       78  REJ-DRAFT-SANDWICH  VALUE "SANDWICH IS STILL A DRAFT".
       78  REJ-EMPTY-BUNDLE    VALUE "BUNDLE HAS NO CONTENTS".
       78  REJ-NO-CONTRACT
           VALUE "NO CONTRACT VALID ON THE DELIVERY DATE".
       78  REJ-OFF-SCHEDULE    VALUE "NOT A DELIVERY DAY".
                   MOVE "N" TO LINE-OK
                   EXIT SECTION
           END-READ
           IF SANDWICH-DRAFT
               MOVE REJ-DRAFT-SANDWICH TO REJECT-REASON
               MOVE "N" TO LINE-OK
               EXIT SECTION
           END-IF
           IF SANDWICH-IS-BUNDLE
               MOVE CSV-SANDWICH-ID TO BUNX-BUNDLE-ID
               CALL "BUNDLEX" USING BUNDLEX-REQUEST
               IF BUNX-COUNT = ZERO
                   MOVE REJ-EMPTY-BUNDLE TO REJECT-REASON
                   MOVE "N" TO LINE-OK
                   EXIT SECTION
               END-IF
           END-IF
      *> A REQUESTED VARIANT MUST EXIST ON FXSANDVAR, EXACTLY AS
      *> ORDER ENTRY DEMANDS - AN UNKNOWN VARIANT WOULD PRINT THE
      *> PARENT'S ALLERGEN LINE ON THE LABEL
