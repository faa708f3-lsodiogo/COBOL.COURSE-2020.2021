      *    BREADWICH | SANDWICH RECIPES MANAGEMENT
      ******************************************************************
      *    SANDWICH MODULE - REGISTER SANDWICH AND RECIPE
      *    A NEW SANDWICH MAY BE REGISTERED AS A DRAFT FOR PRODUCT
      *    TRIALS, AND A LIVE ONE MAY BE GIVEN DRAFT RECIPE LINES
      *    FOR A REFORMULATION; DRAFT LINES STAY OUT OF FORCE UNTIL
      *    SANDLAUNCH PROMOTES THEM.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 08.08.2026
      ******************************************************************
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  ADD-OPTION                       PIC 9(001).
           88  ADD-OPTION-EXIT              VALUE 3.
       01  ASK-DRAFT                        PIC X(001).
           88  ASK-DRAFT-YES                VALUE "Y" "y".
       01  DRAFT-MODE                       PIC X(001) VALUE "N".
           88  DRAFT-MODE-YES               VALUE "Y".
       01  ASK-SAND-ID                      PIC 9(005).

       01  SAND-DUPLICATE                   PIC X(001) VALUE "N".
           88  SAND-NAME-DUPLICATE          VALUE "Y".
           03 VALUE SPACES PIC X(50) LINE 09 COL 35.
           03 VALUE SPACES PIC X(50) LINE 10 COL 35.
           03 VALUE SPACES PIC X(50) LINE 11 COL 35.
           03 VALUE SPACES PIC X(50) LINE 12 COL 35.
           03 VALUE ADD-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE ADD-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE ADD-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE ADD-MENU-CHOICE LINE 14 COL 35.
           03 AM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO ADD-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  VIEW-SANDWICH.
               TO WSSANDWICH-PRICE REQUIRED.
           05 VALUE SCREEN-SAND-TAX LINE 17 COL 15.
           05 EDIT-SAND-TAX PIC X(002) LINE 17 COL PLUS 1
               TO WSSANDWICH-TAX-CODE.
           05 VALUE SCREEN-SAND-DRAFT LINE 19 COL 15.
           05 EDIT-SAND-DRAFT PIC X(001) LINE 19 COL PLUS 1
               TO ASK-DRAFT AUTO.
      ******************************************************************
       01  ASK-SAND-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SCREEN-SAND-ID LINE 09 COL 15.
           05 ASK-SAND-FIELD PIC 9(005) LINE 09 COL PLUS 1
               TO ASK-SAND-ID REQUIRED AUTO.
           05 VALUE SCREEN-DRAFT-NOTE LINE 11 COL 15.
      ******************************************************************
       01  VIEW-RECIPE-LINE.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
                   WHEN 1
                       PERFORM 100-ADD-SANDWICH
                   WHEN 2
                       PERFORM 200-DRAFT-REFORMULATION
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       MOVE ADD-MENU-ERROR TO ERROR-TEXT
               EXIT SECTION
           END-IF
           MOVE SPACES TO WSSANDWICH-NAME WSSANDWICH-TAX-CODE
               WSSANDWICH-LABEL-FLAG WSSANDWICH-BUNDLE-FLAG
           MOVE ZERO TO WSSANDWICH-CATEGORY-ID WSSANDWICH-PRICE
               WSSANDWICH-LABOUR-MINUTES WSSANDWICH-COST-MATERIAL
               WSSANDWICH-COST-LABOUR WSSANDWICH-COST-PACKAGING
               WSSANDWICH-COST-OVERHEAD
           MOVE 1 TO WSSANDWICH-IS-ACTIVE
           MOVE "N" TO ASK-DRAFT DRAFT-MODE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY VIEW-SANDWICH
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-DRAFT-YES
               MOVE 2 TO WSSANDWICH-IS-ACTIVE
               MOVE "Y" TO DRAFT-MODE
           END-IF
           MOVE UPPER-CASE (WSSANDWICH-NAME) TO WSSANDWICH-NAME
           MOVE UPPER-CASE (WSSANDWICH-TAX-CODE)
               TO WSSANDWICH-TAX-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WSSANDWICH-LAST-DATE
       EXIT SECTION.

      *> DRAFT LINES FOR A SANDWICH ALREADY ON FILE - A TRIAL
      *> REFORMULATION OF A LIVE ONE, OR MORE LINES FOR A DRAFT
       200-DRAFT-REFORMULATION SECTION.
           MOVE ZERO TO ASK-SAND-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ASK-SAND-SCREEN
           ACCEPT ASK-SAND-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           OPEN INPUT FXSANDWICH
           IF SAND-STATUS NOT = ZERO AND SAND-STATUS NOT = 35
               MOVE SAND-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ASK-SAND-ID TO SANDWICH-ID
           READ FXSANDWICH INTO WSSANDWICH-DETAILS
               INVALID KEY
                   CLOSE FXSANDWICH
                   MOVE ERROR-SAND-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-READ
           CLOSE FXSANDWICH
           MOVE "Y" TO DRAFT-MODE
           PERFORM 300-ADD-RECIPE-LINES
       EXIT SECTION.

      *> BUILDS THE RECIPE LINE BY LINE, ONE INGREDIENT/QUANTITY PAIR
      *> AT A TIME, UNTIL THE OPERATOR ANSWERS "N" TO ADD-ANOTHER-PROMPT
       300-ADD-RECIPE-LINES SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY VIEW-RECIPE-LINE
           IF DRAFT-MODE-YES
               DISPLAY SCREEN-DRAFT-NOTE AT LINE 20 COL 15
           END-IF
           ACCEPT VIEW-RECIPE-LINE
      *> A DRAFT LINE IS HELD OUT OF FORCE UNTIL THE LAUNCH DATES IT
           IF DRAFT-MODE-YES
               SET WS-RECIPE-EFF-DRAFT TO TRUE
           END-IF
       EXIT SECTION.

       320-CHECK-INGREDIENT SECTION.
