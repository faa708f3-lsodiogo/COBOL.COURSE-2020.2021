      *    DRY STORE (ST) AND THE PREP KITCHEN (KI), WRITING A PAIR
      *    OF TRANSFER MOVEMENTS THROUGH MOVPOST. THE TOTAL ON THE
      *    INGREDIENT RECORD DOES NOT CHANGE; ONLY THE SPLIT MOVES.
      *    AT ANOTHER PRODUCTION SITE THE SAME TRANSFER RUNS BETWEEN
      *    THAT SITE'S OWN STORE AND KITCHEN CODES; STOCK ONLY
      *    CROSSES BETWEEN SITES THROUGH THE SITE TRANSFER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************

       WORKING-STORAGE SECTION.
       COPY LK-MOVPOST.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "STOCK LOCATION TRANSFER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  TXT-ING             VALUE " INGREDIENT ID:".
       78  TXT-FROM            VALUE "FROM LOCATION :".
       78  TXT-TO              VALUE "TO LOCATION   :".
       78  TXT-QTY             VALUE "      QUANTITY:".
       78  ERROR-INGRED-NO     VALUE "INGREDIENT ID DOESN'T EXIST".
       78  ERROR-BAD-LOCATION
           VALUE "LOCATIONS MUST BE DIFFERENT AND OF THE SAME SITE".
       78  ERROR-QTY-ZERO      VALUE "QUANTITY MUST BE GREATER THAN 0".
       78  ERROR-NOT-ENOUGH
           VALUE "NOT ENOUGH STOCK AT THE SOURCE LOCATION".

       01  ASK-ING-ID                       PIC 9(005).
       01  ASK-FROM-LOC                     PIC X(002).
       01  ASK-TO-LOC                       PIC X(002).
       01  FROM-SITE                        PIC X(002).
       01  LOCATIONS-GOOD                   PIC X(001).
           88  LOCATIONS-GOOD-YES           VALUE "Y".
       01  ASK-QTY                          PIC 9(005).
       01  INGREDEXIST                      PIC X(001).
           88  INGREDEXIST-YES              VALUE "Y".
           END-IF
           MOVE UPPER-CASE (ASK-FROM-LOC) TO ASK-FROM-LOC
           MOVE UPPER-CASE (ASK-TO-LOC) TO ASK-TO-LOC
           PERFORM 105-CHECK-LOCATIONS
           IF NOT LOCATIONS-GOOD-YES
               MOVE ERROR-BAD-LOCATION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
       EXIT SECTION.

      *> BOTH CODES MUST BELONG TO THE SAME PRODUCTION SITE
       105-CHECK-LOCATIONS SECTION.
           MOVE "N" TO LOCATIONS-GOOD
           IF ASK-FROM-LOC = ASK-TO-LOC
               EXIT SECTION
           END-IF
           SET SINF-BY-LOCATION TO TRUE
           MOVE ASK-FROM-LOC TO SINF-LOCATION
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF NOT SINF-FOUND-YES
               EXIT SECTION
           END-IF
           MOVE SINF-SITE TO FROM-SITE
           SET SINF-BY-LOCATION TO TRUE
           MOVE ASK-TO-LOC TO SINF-LOCATION
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF SINF-FOUND-YES AND SINF-SITE = FROM-SITE
               MOVE "Y" TO LOCATIONS-GOOD
           END-IF
       EXIT SECTION.

       110-CHECK-INGREDIENT SECTION.
           MOVE SPACES TO INGREDEXIST
           OPEN INPUT FXINGRED
