      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH RECIPES MANAGEMENT
      ******************************************************************
      *    BUNDLEX - THE CONTENTS OF A MEAL-DEAL BUNDLE: THE
      *    COMPONENT SANDWICHES AND BOUGHT-IN INGREDIENTS ON FXBUNDLE,
      *    WITH THE VALUE AND VAT CODE EACH ONE CARRIES INTO THE
      *    BUNDLE PRICE. USED BY ORDER ENTRY, THE GENERATION RUN AND
      *    THE ORDER IMPORT TO REFUSE AN EMPTY BUNDLE, BY THE
      *    PRODUCTION SHEET AND THE PRODUCTION CONFIRMATION TO
      *    EXPLODE IT, BY DISPATCH TO PRINT ITS CONTENTS AND BY
      *    INVOICING TO SPLIT ITS VAT, SO THEY ALL SEE THE SAME
      *    BUNDLE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUNDLEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXBUNDLE ASSIGN TO "FXBUNDLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BUN-ID
                   FILE STATUS BUN-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXBUNDLE.
           COPY FD-BUNDLE.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXINGRED.
           COPY FD-INGREDSFX.

       WORKING-STORAGE SECTION.
       77  BUN-STATUS-FS                    PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  BUNX-IX                          PIC 9(002).

       01  BUN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-BUN                      VALUE "Y".

       LINKAGE SECTION.
       COPY LK-BUNDLEX.

       PROCEDURE DIVISION USING BUNDLEX-REQUEST.
       MAIN-PROCEDURE.
           MOVE SPACE TO BUNX-BUNDLE-FLAG
           MOVE ZERO TO BUNX-COUNT BUNX-VALUE-TOTAL
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO
               CLOSE FXSANDWICH
               GOBACK
           END-IF
           MOVE BUNX-BUNDLE-ID TO SANDWICH-ID
           READ FXSANDWICH
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SANDWICH-BUNDLE-FLAG TO BUNX-BUNDLE-FLAG
           END-READ
      *> ONLY A FLAGGED BUNDLE IS LOOKED UP, SO THE PLAIN SANDWICHES
      *> THE PRODUCTION RUNS WALK THROUGH COST ONE READ EACH
           IF BUNX-IS-BUNDLE
               OPEN INPUT FXINGRED
               PERFORM 100-LOAD-LINES
               CLOSE FXINGRED
           END-IF
           CLOSE FXSANDWICH
           GOBACK.

       100-LOAD-LINES SECTION.
           MOVE "N" TO BUN-EOF-FLAG
           OPEN INPUT FXBUNDLE
           IF BUN-STATUS-FS NOT = ZERO THEN
               CLOSE FXBUNDLE
               EXIT SECTION
           END-IF
           MOVE BUNX-BUNDLE-ID TO BUN-BUNDLE-ID
           MOVE ZERO TO BUN-LINE-NO
           START FXBUNDLE KEY IS >= BUN-ID
               INVALID KEY SET EOF-BUN TO TRUE
           END-START
           PERFORM UNTIL EOF-BUN
               READ FXBUNDLE NEXT RECORD
                   AT END SET EOF-BUN TO TRUE
                   NOT AT END
                       IF BUN-BUNDLE-ID NOT = BUNX-BUNDLE-ID
                           SET EOF-BUN TO TRUE
                       ELSE
                           IF BUNX-COUNT < BUNX-MAX-LINES AND
                               BUN-COMP-QTY > ZERO
                               PERFORM 110-TAKE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXBUNDLE
       EXIT SECTION.

      *> THE COMPONENT'S NAME, UNIT, VALUE AND VAT CODE, WITH THE
      *> DEFAULTS TAKEN FROM ITS OWN MASTER RECORD WHEN THE BUNDLE
      *> LINE LEAVES THEM OPEN
       110-TAKE-ONE-LINE SECTION.
           ADD 1 TO BUNX-COUNT
           MOVE BUNX-COUNT TO BUNX-IX
           MOVE BUN-COMP-TYPE TO BUNX-COMP-TYPE (BUNX-IX)
           MOVE BUN-COMP-ID TO BUNX-COMP-ID (BUNX-IX)
           MOVE BUN-COMP-QTY TO BUNX-COMP-QTY (BUNX-IX)
           MOVE BUN-UNIT-VALUE TO BUNX-UNIT-VALUE (BUNX-IX)
           MOVE BUN-TAX-CODE TO BUNX-TAX-CODE (BUNX-IX)
           MOVE SPACES TO BUNX-COMP-NAME (BUNX-IX)
           IF BUN-COMP-SANDWICH
               MOVE "UN" TO BUNX-COMP-UNIT (BUNX-IX)
               MOVE BUN-COMP-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO BUNX-COMP-NAME (BUNX-IX)
                       IF BUN-UNIT-VALUE = ZERO
                           MOVE SANDWICH-PRICE
                               TO BUNX-UNIT-VALUE (BUNX-IX)
                       END-IF
                       IF BUN-TAX-CODE = SPACES
                           MOVE SANDWICH-TAX-CODE
                               TO BUNX-TAX-CODE (BUNX-IX)
                       END-IF
               END-READ
           ELSE
               MOVE SPACES TO BUNX-COMP-UNIT (BUNX-IX)
               IF INGRED-STATUS = ZERO
                   MOVE BUN-COMP-ID TO INGREDS-ID
                   READ FXINGRED
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE INGREDS-NAME
                               TO BUNX-COMP-NAME (BUNX-IX)
                           MOVE INGREDS-UNIT-SANDWICH
                               TO BUNX-COMP-UNIT (BUNX-IX)
                           IF BUN-TAX-CODE = SPACES
                               MOVE INGREDS-TAX-CODE
                                   TO BUNX-TAX-CODE (BUNX-IX)
                           END-IF
                   END-READ
               END-IF
           END-IF
           COMPUTE BUNX-VALUE-TOTAL = BUNX-VALUE-TOTAL +
               BUNX-UNIT-VALUE (BUNX-IX) * BUNX-COMP-QTY (BUNX-IX)
       EXIT SECTION.
       END PROGRAM BUNDLEX.
