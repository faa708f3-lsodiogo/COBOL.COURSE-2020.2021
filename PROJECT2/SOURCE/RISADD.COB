      *    BREADWICH | INGREDIENTS SUPPLIERS MANAGEMENT
      ******************************************************************
      *    RIS MODULE - REGISTER PRICE AGREEMENT
      *    ALSO KEEPS THE QUANTITY PRICE BREAKS (FXRISBREAK) OF THE
      *    LATEST AGREEMENT FOR AN INGREDIENT AND SUPPLIER.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 08.08.2026
      ******************************************************************
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

          *> QUANTITY PRICE BREAKS ON THE AGREEMENTS
               SELECT FXRISBREAK ASSIGN TO "FXRISBREAK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RBK-ID
                   FILE STATUS RBK-STATUS.

          *> INGREDIENTS FILE
               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
       FILE SECTION.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXRISBREAK.
           COPY FD-RISBREAK.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXSUPPLY.
       77  SUPP-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).
       77  TOL-STATUS                       PIC 9(002).
       77  RBK-STATUS                       PIC 9(002).
       01  TOLERANCE-PCT                    PIC 9(003)V99.
       01  PREVIOUS-PRICE                   PIC 9(003)V99.
       01  PREVIOUS-FOUND                   PIC X(001).
               VALUE "Y" "y" "N" "n" "S" "s".

       01  ADD-OPTION                       PIC 9(001).
           88  ADD-OPTION-EXIT              VALUE 3.

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       78  RIS-ADD-MENU-OPTION1
           VALUE "1 - REGISTER PRICE AGREEMENT".
       78  RIS-ADD-MENU-OPTION2
           VALUE "2 - MAINTAIN PRICE BREAKS".
       78  RIS-ADD-MENU-OPTION3
           VALUE "3 - BACK".

       01  AGREEMENT-FOUND                  PIC X(001).
           88  AGREEMENT-YES                VALUE "Y".
       01  BEST-EFF-DATE                    PIC 9(008).
       01  BREAK-QTY                        PIC 9(005).
       01  BREAK-PRICE                      PIC 9(003)V99.
       01  BREAK-COUNT                      PIC 9(002).
       01  VIEW-LIN                         PIC 9(002).
       01  RBK-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RBK                      VALUE "Y".
       01  SHOW-EFF-DATE.
           05  SHOW-EFF-DAY                 PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  SHOW-EFF-MONTH               PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  SHOW-EFF-YEAR                PIC 9(004).
       01  SHOW-BREAK-QTY                   PIC ZZZZ9.
       01  SHOW-BREAK-PRICE                 PIC ZZ9.99.

       78  BREAK-TEXT-AGREEMENT  VALUE "AGREEMENT IN FORCE FROM ".
       78  BREAK-TEXT-PRICE      VALUE "AGREED PRICE: ".
       78  BREAK-TEXT-HEAD       VALUE "FROM QTY  UNIT PRICE".
       78  BREAK-TEXT-NONE       VALUE "NO PRICE BREAKS YET".
       78  BREAK-TEXT-QTY        VALUE "FROM QUANTITY (0 = DONE): ".
       78  BREAK-TEXT-UNIT       VALUE "UNIT PRICE (0 = REMOVE): ".
       78  ERROR-NO-AGREEMENT
           VALUE "NO PRICE AGREEMENT FOR THIS INGREDIENT AND SUPPLIER".
       78  ERROR-BREAK-PRICE
           VALUE "BREAK PRICE MUST BE BELOW THE AGREED PRICE".
       78  ERROR-BREAK-NONE
           VALUE "THERE IS NO PRICE BREAK AT THAT QUANTITY".
       78  CONFIRM-BREAK-SAVED   VALUE "PRICE BREAK SAVED".
       78  CONFIRM-BREAK-REMOVED VALUE "PRICE BREAK REMOVED".

       COPY LK-LOCKREC.
       78  RECORD-IN-USE-TEXT  VALUE "RECORD IN USE BY ".
           03 VALUE SPACES PIC X(50) LINE 09 COL 35.
           03 VALUE SPACES PIC X(50) LINE 10 COL 35.
           03 VALUE SPACES PIC X(50) LINE 11 COL 35.
           03 VALUE SPACES PIC X(50) LINE 12 COL 35.
           03 VALUE RIS-ADD-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE RIS-ADD-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE RIS-ADD-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 14 COL 35.
           03 AM-OPTION PIC 9(001) LINE 14 COL PLUS 2
               TO ADD-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  VIEW-RIS.
           05 VALUE ADD-TEXT-CURRENCY LINE 17 COL 15.
           05 ADD-CURRENCY-ANSWER PIC X(003) LINE 17 COL PLUS 1
               TO CURRENCY-ANSWER REQUIRED AUTO.
      ******************************************************************
       01  BREAK-ASK-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE ADD-MENU-TEXT1 LINE 09 COL 15.
           05 BA-ING PIC 9(005) LINE 09 COL PLUS 1
               TO WS-RIS-ID-ING REQUIRED.
           05 VALUE ADD-MENU-TEXT LINE 11 COL 15.
           05 BA-SUPP PIC 9(005) LINE 11 COL PLUS 1
               TO WS-RIS-ID-SUPP REQUIRED AUTO.
      ******************************************************************
       01  BREAK-HEADER-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 7 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 22 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE BREAK-TEXT-AGREEMENT LINE 06 COL 10.
           05 PIC X(010) FROM SHOW-EFF-DATE LINE 06 COL PLUS 1.
           05 VALUE BREAK-TEXT-PRICE LINE 06 COL PLUS 3.
           05 PIC ZZ9.99 FROM WS-RIS-PRICE LINE 06 COL PLUS 1.
           05 PIC X(003) FROM WS-RIS-CURRENCY LINE 06 COL PLUS 1.
           05 VALUE BREAK-TEXT-HEAD LINE 08 COL 15.
      ******************************************************************
       01  BREAK-ENTRY-SCREEN.
           05 VALUE BREAK-TEXT-QTY LINE 20 COL 15.
           05 BE-QTY PIC 9(005) LINE 20 COL PLUS 1
               TO BREAK-QTY REQUIRED.
           05 VALUE BREAK-TEXT-UNIT LINE 21 COL 15.
           05 BE-PRICE PIC 999.99 LINE 21 COL PLUS 1
               TO BREAK-PRICE AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
                   WHEN 1
                       PERFORM 100-ADD-AGREEMENT
                   WHEN 2
                       PERFORM 200-MAINTAIN-BREAKS
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> PRICE BREAKS BELONG TO ONE AGREEMENT; THE ONES KEPT HERE ARE
      *> ON THE LATEST AGREEMENT FOR THE PAIR THAT WAS NOT REJECTED,
      *> SO A NEW AGREEMENT STARTS WITH NO BREAKS UNTIL THEY ARE KEYED
      *> AGAIN. THE PAIR IS LOCKED WHILE ITS BREAKS ARE EDITED.
       200-MAINTAIN-BREAKS SECTION.
           MOVE ZERO TO WS-RIS-ID-ING WS-RIS-ID-SUPP
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY BREAK-ASK-SCREEN
           ACCEPT BREAK-ASK-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           PERFORM 105-CHECK-INGREDIENT
           IF NOT INGREDEXIST-YES
               EXIT SECTION
           END-IF
           PERFORM 110-CHECK-SUPPLIER
           IF NOT SUPP-YES
               EXIT SECTION
           END-IF
           PERFORM 210-FIND-LATEST-AGREEMENT
           IF NOT AGREEMENT-YES
               MOVE ERROR-NO-AGREEMENT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 188-ACQUIRE-LOCK
           IF NOT LOCK-GRANTED
               MOVE SPACES TO ERROR-TEXT
               STRING RECORD-IN-USE-TEXT DELIMITED BY SIZE
                   LOCK-HOLDER DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXRISBREAK
           IF RBK-STATUS = 35 THEN
               OPEN OUTPUT FXRISBREAK
               CLOSE FXRISBREAK
               OPEN I-O FXRISBREAK
           END-IF
           IF RBK-STATUS NOT = ZERO THEN
               MOVE RBK-STATUS TO FILE-ERROR-STATUS
               PERFORM 189-RELEASE-LOCK
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE WS-RIS-EFF-DAY TO SHOW-EFF-DAY
           MOVE WS-RIS-EFF-MONTH TO SHOW-EFF-MONTH
           MOVE WS-RIS-EFF-YEAR TO SHOW-EFF-YEAR
           MOVE 1 TO BREAK-QTY
           PERFORM UNTIL BREAK-QTY = ZERO OR KEYSTATUS = 1003
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               DISPLAY BREAK-HEADER-SCREEN
               PERFORM 220-LIST-BREAKS
               MOVE ZERO TO BREAK-QTY BREAK-PRICE
               DISPLAY BREAK-ENTRY-SCREEN
               ACCEPT BREAK-ENTRY-SCREEN
               IF KEYSTATUS NOT = 1003 AND BREAK-QTY NOT = ZERO
                   PERFORM 230-APPLY-BREAK
               END-IF
           END-PERFORM
           CLOSE FXRISBREAK
           PERFORM 189-RELEASE-LOCK
       EXIT SECTION.

       210-FIND-LATEST-AGREEMENT SECTION.
           MOVE "N" TO AGREEMENT-FOUND
           MOVE "N" TO RIS-EOF-FLAG
           MOVE ZERO TO BEST-EFF-DATE
           OPEN INPUT FXRISUPPLY
           IF RIS-STATUS NOT = ZERO THEN
               CLOSE FXRISUPPLY
               EXIT SECTION
           END-IF
           MOVE WS-RIS-ID-ING TO RIS-ID-ING
           MOVE WS-RIS-ID-SUPP TO RIS-ID-SUPP
           MOVE ZERO TO RIS-EFF-DATE
           START FXRISUPPLY KEY IS >= RIS-ID
               INVALID KEY SET EOF-RIS TO TRUE
           END-START
           PERFORM UNTIL EOF-RIS
               READ FXRISUPPLY NEXT RECORD
                   AT END SET EOF-RIS TO TRUE
                   NOT AT END
                       IF RIS-ID-ING NOT = WS-RIS-ID-ING OR
                           RIS-ID-SUPP NOT = WS-RIS-ID-SUPP
                           SET EOF-RIS TO TRUE
                       ELSE
                           IF NOT RIS-APPR-REJECTED AND
                               RIS-EFF-DATE >= BEST-EFF-DATE
                               MOVE RIS-DETAILS TO WS-RIS-DETAILS
                               MOVE RIS-EFF-DATE TO BEST-EFF-DATE
                               MOVE "Y" TO AGREEMENT-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRISUPPLY
       EXIT SECTION.

       220-LIST-BREAKS SECTION.
           MOVE ZERO TO BREAK-COUNT
           MOVE 9 TO VIEW-LIN
           MOVE "N" TO RBK-EOF-FLAG
           MOVE WS-RIS-ID-ING TO RBK-ING-ID
           MOVE WS-RIS-ID-SUPP TO RBK-SUPP-ID
           MOVE WS-RIS-EFF-DATE TO RBK-EFF-DATE
           MOVE ZERO TO RBK-MIN-QTY
           START FXRISBREAK KEY IS >= RBK-ID
               INVALID KEY SET EOF-RBK TO TRUE
           END-START
           PERFORM UNTIL EOF-RBK OR BREAK-COUNT > 9
               READ FXRISBREAK NEXT RECORD
                   AT END SET EOF-RBK TO TRUE
                   NOT AT END
                       IF RBK-ING-ID NOT = WS-RIS-ID-ING OR
                           RBK-SUPP-ID NOT = WS-RIS-ID-SUPP OR
                           RBK-EFF-DATE NOT = WS-RIS-EFF-DATE
                           SET EOF-RBK TO TRUE
                       ELSE
                           ADD 1 TO BREAK-COUNT
                           ADD 1 TO VIEW-LIN
                           MOVE RBK-MIN-QTY TO SHOW-BREAK-QTY
                           MOVE RBK-PRICE TO SHOW-BREAK-PRICE
                           DISPLAY SHOW-BREAK-QTY
                               AT LINE VIEW-LIN COL 18
                           DISPLAY SHOW-BREAK-PRICE
                               AT LINE VIEW-LIN COL 29
                       END-IF
               END-READ
           END-PERFORM
           IF BREAK-COUNT = ZERO
               DISPLAY BREAK-TEXT-NONE AT LINE 10 COL 15
           END-IF
       EXIT SECTION.

      *> A PRICE OF ZERO TAKES THE BREAK AT THAT QUANTITY AWAY; ANY
      *> OTHER PRICE ADDS THE BREAK OR REPLACES ITS PRICE. A BREAK IS
      *> ONLY WORTH HAVING BELOW THE AGREEMENT'S OWN PRICE.
       230-APPLY-BREAK SECTION.
           MOVE WS-RIS-ID-ING TO RBK-ING-ID
           MOVE WS-RIS-ID-SUPP TO RBK-SUPP-ID
           MOVE WS-RIS-EFF-DATE TO RBK-EFF-DATE
           MOVE BREAK-QTY TO RBK-MIN-QTY
           IF BREAK-PRICE = ZERO
               DELETE FXRISBREAK RECORD
                   INVALID KEY
                       MOVE ERROR-BREAK-NONE TO ERROR-TEXT
                   NOT INVALID KEY
                       MOVE CONFIRM-BREAK-REMOVED TO ERROR-TEXT
               END-DELETE
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF BREAK-PRICE NOT < WS-RIS-PRICE
               MOVE ERROR-BREAK-PRICE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           READ FXRISBREAK
               INVALID KEY
                   MOVE WS-RIS-ID-ING TO RBK-ING-ID
                   MOVE WS-RIS-ID-SUPP TO RBK-SUPP-ID
                   MOVE WS-RIS-EFF-DATE TO RBK-EFF-DATE
                   MOVE BREAK-QTY TO RBK-MIN-QTY
                   MOVE BREAK-PRICE TO RBK-PRICE
                   CALL "GETOPER" USING RBK-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO RBK-LAST-DATE
                   WRITE RBK-DETAILS
                   END-WRITE
               NOT INVALID KEY
                   MOVE BREAK-PRICE TO RBK-PRICE
                   CALL "GETOPER" USING RBK-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO RBK-LAST-DATE
                   REWRITE RBK-DETAILS
                   END-REWRITE
           END-READ
           MOVE CONFIRM-BREAK-SAVED TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.
