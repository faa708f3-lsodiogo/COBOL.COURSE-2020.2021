      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    DIETCHK - CHECKS ONE SANDWICH OR VARIANT AGAINST A PUPIL'S
      *    AVOID LIST (SEE LK-DIETCHK). THE RECIPE LINES IN FORCE ON
      *    THE DATE ARE WALKED THE WAY THE LABEL RUN BUILDS A
      *    VARIANT'S ALLERGEN LINE - AN OMITTED INGREDIENT COUNTS FOR
      *    NOTHING, A SWAPPED ONE COUNTS AS ITS ALTERNATE - SO THE
      *    MEAL IS REFUSED ON EXACTLY WHAT ITS LABEL WOULD DECLARE.
      *    USED BY THE SPECIAL DIET REGISTER WHEN A MEAL IS APPROVED
      *    AND BY THE GENERATION RUN ON EVERY DELIVERY DAY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIETCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXRECIPE ASSIGN TO "FXRECIPES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RECIPE-ID
                   FILE STATUS RECIPE-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXVARLINE ASSIGN TO "FXVARLINE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VRL-ID
                   FILE STATUS VRL-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXRECIPE.
           COPY FD-RECIPE.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXVARLINE.
           COPY FD-VARLINE.

       WORKING-STORAGE SECTION.
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  VRL-STATUS-FS                    PIC 9(002).

       01  RECIPE-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-RECIPE                   VALUE "Y".
       01  VARIANT-MATCH                    PIC X(001).
           88  VARIANT-OMITTED              VALUE "O".
       01  CHECK-ING                        PIC 9(005).
       01  LINES-IN-FORCE                   PIC 9(003).
       77  AVOID-IX                         PIC 9(001).

      *> EFFECTIVE-DATED RECIPE VERSION SELECTION (SEE FD-RECIPE):
      *> ONLY THE LINE IN FORCE ON RECIPE-ASOF-DATE IS TAKEN
       01  VERSION-IN-FORCE                 PIC X(001).
           88  VERSION-IN-FORCE-YES         VALUE "Y".
       01  SAVE-RECIPE-SAND                 PIC 9(005).
       01  SAVE-RECIPE-ING                  PIC 9(005).
       01  SAVE-RECIPE-EFF                  PIC 9(008).
       01  NEXT-VERSION-EFF                 PIC 9(008).
       01  NEXT-VERSION-SAME                PIC X(001).
           88  NEXT-VERSION-SAME-YES        VALUE "Y".
       01  RECIPE-ASOF-DATE                 PIC 9(008).

       LINKAGE SECTION.
       COPY LK-DIETCHK.

       PROCEDURE DIVISION USING DIETCHK-REQUEST.
       MAIN-PROCEDURE.
           MOVE "N" TO DCHK-RESULT
           MOVE ZERO TO DCHK-FOUND-ING LINES-IN-FORCE
           MOVE DCHK-DATE TO RECIPE-ASOF-DATE
           OPEN INPUT FXRECIPE
           IF RECIPE-STATUS NOT = ZERO THEN
               CLOSE FXRECIPE
               GOBACK
           END-IF
           OPEN INPUT FXINGRED
           OPEN INPUT FXVARLINE
           PERFORM 100-WALK-RECIPE
           CLOSE FXVARLINE
           CLOSE FXINGRED
           CLOSE FXRECIPE
           IF NOT DCHK-UNSAFE AND LINES-IN-FORCE > ZERO
               MOVE "S" TO DCHK-RESULT
           END-IF
           GOBACK.

       100-WALK-RECIPE SECTION.
           MOVE "N" TO RECIPE-EOF-FLAG
           MOVE DCHK-SANDWICH-ID TO RECIPE-SAND-ID
           MOVE ZERO TO RECIPE-ING-ID RECIPE-EFF-DATE
           START FXRECIPE KEY IS >= RECIPE-ID
               INVALID KEY SET EOF-RECIPE TO TRUE
           END-START
           PERFORM UNTIL EOF-RECIPE
               READ FXRECIPE NEXT RECORD
                   AT END SET EOF-RECIPE TO TRUE
                   NOT AT END
                       IF RECIPE-SAND-ID NOT = DCHK-SANDWICH-ID
                           SET EOF-RECIPE TO TRUE
                       ELSE
                           PERFORM 095-CHECK-RECIPE-VERSION
                           IF VERSION-IN-FORCE-YES
                               ADD 1 TO LINES-IN-FORCE
                               PERFORM 110-CHECK-ONE-LINE
                               IF DCHK-UNSAFE
                                   SET EOF-RECIPE TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> DECIDES WHETHER THE RECIPE LINE JUST READ IS THE VERSION
      *> IN FORCE ON RECIPE-ASOF-DATE: ITS EFFECTIVE DATE MUST NOT
      *> BE IN THE FUTURE AND NO LATER VERSION OF THE SAME LINE MAY
      *> APPLY YET. THE ONE-RECORD LOOK-AHEAD IS UNDONE BY
      *> RE-POSITIONING ON THE SAVED KEY, SO THE CALLING SCAN
      *> CARRIES ON UNDISTURBED. A LINE RE-ISSUED WITH QUANTITY
      *> ZERO MEANS THE INGREDIENT WAS REMOVED FROM THE RECIPE.
       095-CHECK-RECIPE-VERSION SECTION.
           MOVE "N" TO VERSION-IN-FORCE
           IF RECIPE-EFF-DATE > RECIPE-ASOF-DATE
               EXIT SECTION
           END-IF
           MOVE RECIPE-SAND-ID TO SAVE-RECIPE-SAND
           MOVE RECIPE-ING-ID TO SAVE-RECIPE-ING
           MOVE RECIPE-EFF-DATE TO SAVE-RECIPE-EFF
           MOVE "N" TO NEXT-VERSION-SAME
           READ FXRECIPE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF RECIPE-SAND-ID = SAVE-RECIPE-SAND AND
                       RECIPE-ING-ID = SAVE-RECIPE-ING
                       MOVE "Y" TO NEXT-VERSION-SAME
                       MOVE RECIPE-EFF-DATE TO NEXT-VERSION-EFF
                   END-IF
           END-READ
           MOVE SAVE-RECIPE-SAND TO RECIPE-SAND-ID
           MOVE SAVE-RECIPE-ING TO RECIPE-ING-ID
           MOVE SAVE-RECIPE-EFF TO RECIPE-EFF-DATE
           START FXRECIPE KEY IS = RECIPE-ID
               INVALID KEY CONTINUE
           END-START
           READ FXRECIPE NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT NEXT-VERSION-SAME-YES OR
               NEXT-VERSION-EFF > RECIPE-ASOF-DATE
               IF RECIPE-QTY > ZERO
                   MOVE "Y" TO VERSION-IN-FORCE
               END-IF
           END-IF
       EXIT SECTION.

      *> THE VARIANT DECIDES WHAT ACTUALLY GOES IN THE SANDWICH;
      *> ONLY AN ALLERGEN-FLAGGED INGREDIENT ON THE PUPIL'S LIST
      *> MAKES THE MEAL UNSAFE
       110-CHECK-ONE-LINE SECTION.
           MOVE SPACES TO VARIANT-MATCH
           MOVE RECIPE-ING-ID TO CHECK-ING
           IF DCHK-VARIANT-NO > ZERO AND VRL-STATUS-FS = ZERO
               MOVE DCHK-SANDWICH-ID TO VRL-SAND-ID
               MOVE DCHK-VARIANT-NO TO VRL-VAR-NO
               MOVE RECIPE-ING-ID TO VRL-ING-ID
               READ FXVARLINE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VRL-ACTION TO VARIANT-MATCH
                       IF VRL-ACTION-SWAP
                           MOVE VRL-ALT-ING TO CHECK-ING
                       END-IF
               END-READ
           END-IF
           IF VARIANT-OMITTED
               EXIT SECTION
           END-IF
           IF INGRED-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE CHECK-ING TO INGREDS-ID
           READ FXINGRED
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF INGREDS-IS-ALLERGEN NOT = 1
               EXIT SECTION
           END-IF
           PERFORM VARYING AVOID-IX FROM 1 BY 1
               UNTIL AVOID-IX > 5 OR DCHK-UNSAFE
               IF DCHK-AVOID-ING (AVOID-IX) = CHECK-ING
                   MOVE "U" TO DCHK-RESULT
                   MOVE CHECK-ING TO DCHK-FOUND-ING
               END-IF
           END-PERFORM
       EXIT SECTION.
