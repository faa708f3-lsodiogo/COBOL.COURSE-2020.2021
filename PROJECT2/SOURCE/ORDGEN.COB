      *    SKIPPED, WITH THE REASON) GOES TO A DATED LISTING FILE,
      *    REGISTERED IN THE REPORT CATALOG, SO THE CLERK
      *    ONLY KEYS THE EXCEPTIONS.
      *    PUPILS ON THE SPECIAL DIET REGISTER (FXSPECDIET) AT A
      *    SCHOOL THAT HAS A DELIVERY THAT DAY GET A NAMED MEAL ON
      *    FXMEALORD: THE FIRST APPROVED SANDWICH OR VARIANT THAT
      *    DIETCHK PASSES ON THE DAY'S RECIPE, ALSO COUNTED INTO THE
      *    SCHOOL'S ORDER LINE FOR THAT SANDWICH. A PUPIL WITH NO SAFE
      *    CHOICE GETS NOTHING AND IS LISTED UNSAFE.
      *    A STANDING ORDER FOR A MEAL-DEAL BUNDLE GENERATES ONE
      *    ORDER LINE FOR THE BUNDLE; A BUNDLE WHOSE CONTENTS ARE NOT
      *    ON FXBUNDLE IS SKIPPED AND LISTED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXSCHSCHED ASSIGN TO "FXSCHSCHED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OVR-ID
                   FILE STATUS OVR-STATUS-FS.

               SELECT FXSPECDIET ASSIGN TO "FXSPECDIET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SDIET-KEY
                   FILE STATUS SDIET-STATUS-FS.

               SELECT FXMEALORD ASSIGN TO "FXMEALORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MEAL-ID
                   FILE STATUS MEAL-STATUS-FS.

               SELECT LISTING-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LISTING-STATUS.
           COPY FD-SCHHOL.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHMENU.
           COPY FD-SCHMENU.
       FD FXMENUTPL.
           COPY FD-MENUTPL.
       FD FXMENUOVR.
           COPY FD-MENUOVR.
       FD FXSPECDIET.
           COPY FD-SPECDIET.
       FD FXMEALORD.
           COPY FD-MEALORD.
       FD LISTING-FILE.
           01  LISTING-LINE                 PIC X(080).

       78  LST-NO-QTY          VALUE "NOQTY    ".
       78  LST-OVER-CREDIT     VALUE "OVERCRED ".
       78  LST-OVER-CAPACITY   VALUE "OVERCAP  ".
       78  LST-NAMED-MEAL      VALUE "NAMEDMEAL".
       78  LST-UNSAFE          VALUE "UNSAFE   ".
       78  LST-LOCKED          VALUE "LOCKED   ".
       78  LST-EMPTY-BUNDLE    VALUE "NOBUNDLE ".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

           88  ORDER-EXISTS-YES             VALUE "Y".
       01  RUN-START-STAMP                  PIC 9(014).
       COPY LK-RPTCAT.
       COPY LK-DAYCAP.
       COPY LK-DIETCHK.
       COPY LK-BUNDLEX.
       77  SDIET-STATUS-FS                  PIC 9(002).
       77  MEAL-STATUS-FS                   PIC 9(002).
       01  SDIET-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-SDIET                    VALUE "Y".
       01  SCHOOL-DELIVERED                 PIC X(001).
           88  SCHOOL-DELIVERED-YES         VALUE "Y".
       77  CHOICE-IX                        PIC 9(001).
       77  SAFE-CHOICE-IX                   PIC 9(001).
       77  AVOID-IX                         PIC 9(001).
       01  REPORT-FILENAME                  PIC X(040).
       77  GEN-COUNT                        PIC 9(007).
       77  SKIP-COUNT                       PIC 9(007).
       01  SAVE-STO-EFF                     PIC 9(008).
       01  NEXT-STO-SAME                    PIC X(001).
       01  NEXT-STO-EFF                     PIC 9(008).
       01  DAY-BOOKED-QTY                   PIC 9(007).
       01  DAY-CAPACITY-QTY                 PIC 9(005).
       01  CAPACITY-ON-FILE                 PIC X(001).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LST-RESULT                   PIC X(009).

       01  MEAL-LISTING-DETAIL.
           05  MLST-SCHOOL                  PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  MLST-SANDWICH                PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  MLST-QTY                     PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  MLST-RESULT                  PIC X(009).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  MLST-PUPIL                   PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  MLST-VARIANT                 PIC 9(002).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 300-GENERATE-NAMED-MEALS
           PERFORM 500-LIST-UNCOVERED-MENU-SLOTS
      *> ONE LAST LINE WARNS WHEN THE DAY'S TOTAL BOOK HAS PASSED
      *> THE KITCHEN'S CAPACITY FOR THAT DATE (SEE CAPLOAD, DAYCAP)
           PERFORM 600-CHECK-DAY-CAPACITY
           CLOSE LISTING-FILE
           MOVE "ORDGEN" TO RCAT-BASE-NAME
               WRITE LISTING-LINE FROM LISTING-DETAIL
               EXIT SECTION
           END-IF
           MOVE STO-SANDWICH-ID TO BUNX-BUNDLE-ID
           CALL "BUNDLEX" USING BUNDLEX-REQUEST
           IF BUNX-IS-BUNDLE AND BUNX-COUNT = ZERO
               MOVE LST-EMPTY-BUNDLE TO LST-RESULT
               WRITE LISTING-LINE FROM LISTING-DETAIL
               ADD 1 TO SKIP-COUNT
               EXIT SECTION
           END-IF
           MOVE SPACES TO ORD-DETAILS
           MOVE STO-SCHOOL-ID TO ORD-SCHOOL-ID
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           CLOSE FXMENUOVR
       EXIT SECTION.

      *> NAMED MEALS FOR THE SPECIAL DIET REGISTER. A PUPIL ONLY
      *> EATS WHEN THE SCHOOL IS BEING DELIVERED, SO THE SCHOOL MUST
      *> ALREADY HAVE AN ORDER LINE FOR THE DAY - THAT LINE CARRIES
      *> EVERY SKIP THE STANDING ORDERS WENT THROUGH (INACTIVE,
      *> CREDIT, DOWNTIME, SCHEDULE, HOLIDAY)
       300-GENERATE-NAMED-MEALS SECTION.
           MOVE "N" TO SDIET-EOF-FLAG
           OPEN INPUT FXSPECDIET
           IF SDIET-STATUS-FS NOT = ZERO THEN
               CLOSE FXSPECDIET
               EXIT SECTION
           END-IF
           OPEN I-O FXMEALORD
           IF MEAL-STATUS-FS = 35 THEN
               CLOSE FXMEALORD
               OPEN OUTPUT FXMEALORD
           ELSE
               IF MEAL-STATUS-FS NOT = ZERO THEN
                   MOVE MEAL-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           PERFORM UNTIL EOF-SDIET
               READ FXSPECDIET NEXT RECORD
                   AT END SET EOF-SDIET TO TRUE
                   NOT AT END
                       IF SDIET-ACTIVE-YES
                           PERFORM 310-GENERATE-ONE-MEAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXMEALORD
           CLOSE FXSPECDIET
       EXIT SECTION.

       310-GENERATE-ONE-MEAL SECTION.
           PERFORM 320-CHECK-SCHOOL-DELIVERED
           IF NOT SCHOOL-DELIVERED-YES
               EXIT SECTION
           END-IF
           MOVE SDIET-SCHOOL-ID TO MLST-SCHOOL
           MOVE SDIET-PUPIL-REF TO MLST-PUPIL
           MOVE SDIET-SAND-ID (1) TO MLST-SANDWICH
           MOVE SDIET-VARIANT-NO (1) TO MLST-VARIANT
           MOVE 1 TO MLST-QTY
           MOVE GEN-DATE-NUM TO MEAL-DELIVERY-DATE
           MOVE SDIET-SCHOOL-ID TO MEAL-SCHOOL-ID
           MOVE SDIET-PUPIL-REF TO MEAL-PUPIL-REF
           READ FXMEALORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEAL-SANDWICH-ID TO MLST-SANDWICH
                   MOVE MEAL-VARIANT-NO TO MLST-VARIANT
                   MOVE LST-DUPLICATE TO MLST-RESULT
                   WRITE LISTING-LINE FROM MEAL-LISTING-DETAIL
                   ADD 1 TO SKIP-COUNT
                   EXIT SECTION
           END-READ
           PERFORM 330-PICK-SAFE-CHOICE
           IF SAFE-CHOICE-IX = ZERO
               MOVE LST-UNSAFE TO MLST-RESULT
               WRITE LISTING-LINE FROM MEAL-LISTING-DETAIL
               ADD 1 TO SKIP-COUNT
               EXIT SECTION
           END-IF
           MOVE SDIET-SAND-ID (SAFE-CHOICE-IX) TO MLST-SANDWICH
           MOVE SDIET-VARIANT-NO (SAFE-CHOICE-IX) TO MLST-VARIANT
      *> THE MEAL IS COUNTED INTO THE SCHOOL'S LINE FOR THE SAME
      *> SANDWICH (OR STARTS ONE); A LINE ALREADY DISPATCHED OR
      *> INVOICED CANNOT TAKE IT ANY MORE
           MOVE "N" TO ORDER-EXISTS
           MOVE SDIET-SCHOOL-ID TO ORD-SCHOOL-ID
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           MOVE MLST-SANDWICH TO ORD-SANDWICH-ID
           READ FXORDERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ORDER-EXISTS
           END-READ
           IF ORDER-EXISTS-YES
               IF NOT ORD-STATUS-OPEN
                   MOVE LST-LOCKED TO MLST-RESULT
                   WRITE LISTING-LINE FROM MEAL-LISTING-DETAIL
                   ADD 1 TO SKIP-COUNT
                   EXIT SECTION
               END-IF
               ADD 1 TO ORD-QTY
               CALL "GETOPER" USING ORD-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
               REWRITE ORD-DETAILS
               END-REWRITE
           ELSE
               MOVE SPACES TO ORD-DETAILS
               MOVE SDIET-SCHOOL-ID TO ORD-SCHOOL-ID
               MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
               MOVE MLST-SANDWICH TO ORD-SANDWICH-ID
               MOVE 1 TO ORD-QTY
               MOVE ZERO TO ORD-VARIANT-NO
               MOVE "O" TO ORD-STATUS
               MOVE ZERO TO ORD-DISPATCH-NOTE ORD-INVOICE-NO
               CALL "GETOPER" USING ORD-LAST-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO ORD-LAST-DATE
               WRITE ORD-DETAILS
               END-WRITE
           END-IF
           MOVE SPACES TO MEAL-DETAILS
           MOVE GEN-DATE-NUM TO MEAL-DELIVERY-DATE
           MOVE SDIET-SCHOOL-ID TO MEAL-SCHOOL-ID
           MOVE SDIET-PUPIL-REF TO MEAL-PUPIL-REF
           MOVE MLST-SANDWICH TO MEAL-SANDWICH-ID
           MOVE MLST-VARIANT TO MEAL-VARIANT-NO
           MOVE "O" TO MEAL-STATUS
           MOVE ZERO TO MEAL-DISPATCH-NOTE
           CALL "GETOPER" USING MEAL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO MEAL-LAST-DATE
           WRITE MEAL-DETAILS
           END-WRITE
           MOVE LST-NAMED-MEAL TO MLST-RESULT
           WRITE LISTING-LINE FROM MEAL-LISTING-DETAIL
           ADD 1 TO GEN-COUNT
       EXIT SECTION.

      *> ANY ORDER LINE AT (SCHOOL, DAY) ON THE PRIMARY KEY
       320-CHECK-SCHOOL-DELIVERED SECTION.
           MOVE "N" TO SCHOOL-DELIVERED
           MOVE SDIET-SCHOOL-ID TO ORD-SCHOOL-ID
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           MOVE ZERO TO ORD-SANDWICH-ID
           START FXORDERS KEY IS >= ORD-ID
               INVALID KEY
                   EXIT SECTION
           END-START
           READ FXORDERS NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF ORD-SCHOOL-ID = SDIET-SCHOOL-ID AND
                       ORD-DELIVERY-DATE = GEN-DATE
                       MOVE "Y" TO SCHOOL-DELIVERED
                   END-IF
           END-READ
       EXIT SECTION.

      *> THE APPROVED MEALS ARE TRIED IN ORDER; THE FIRST ONE DIETCHK
      *> PASSES ON THE DELIVERY DAY'S RECIPE IS MADE
       330-PICK-SAFE-CHOICE SECTION.
           MOVE ZERO TO SAFE-CHOICE-IX
           MOVE GEN-DATE-NUM TO DCHK-DATE
           PERFORM VARYING AVOID-IX FROM 1 BY 1
               UNTIL AVOID-IX > 5
               MOVE SDIET-AVOID-ING (AVOID-IX)
                   TO DCHK-AVOID-ING (AVOID-IX)
           END-PERFORM
           PERFORM VARYING CHOICE-IX FROM 1 BY 1
               UNTIL CHOICE-IX > 3 OR SAFE-CHOICE-IX NOT = ZERO
               IF SDIET-SAND-ID (CHOICE-IX) NOT = ZERO
                   MOVE SDIET-SAND-ID (CHOICE-IX) TO DCHK-SANDWICH-ID
                   MOVE SDIET-VARIANT-NO (CHOICE-IX)
                       TO DCHK-VARIANT-NO
                   CALL "DIETCHK" USING DIETCHK-REQUEST
                   IF DCHK-SAFE
                       MOVE CHOICE-IX TO SAFE-CHOICE-IX
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> AFTER THE STANDING ORDERS ARE DONE, EVERY MENU SLOT OF THE
      *> DAY THAT ENDED UP WITH NO ORDER IS LISTED AS NOQTY SO THE
      *> CLERK KEYS THE MISSING QUANTITY BY HAND

       600-CHECK-DAY-CAPACITY SECTION.
           MOVE "N" TO CAPACITY-ON-FILE
           MOVE GEN-DATE-NUM TO DCAP-DATE
           MOVE SPACES TO DCAP-SITE
           CALL "DAYCAP" USING DAYCAP-REQUEST
           MOVE DCAP-QTY TO DAY-CAPACITY-QTY
           IF NOT DCAP-NOT-SET
               MOVE "Y" TO CAPACITY-ON-FILE
           END-IF
           IF NOT CAPACITY-ON-FILE-YES
               EXIT SECTION
           END-IF
           MOVE ZERO TO DAY-BOOKED-QTY
                   AT END SET EOF-DOWNTIME TO TRUE
                   NOT AT END
                       IF GEN-DATE >= FD-START-DOWNTIME AND
                           GEN-DATE <= FD-END-DOWNTIME AND
                           NOT FD-DOWNTIME-CANCELLED
                           MOVE "Y" TO IN-DOWNTIME
                           SET EOF-DOWNTIME TO TRUE
                       END-IF
