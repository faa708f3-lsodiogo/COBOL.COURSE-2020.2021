      *    NUMBER IS STORED BACK ON THE ORDER RECORDS AND THE
      *    ORDERS ARE MARKED DELIVERED SO INVOICING CAN PICK THEM
      *    UP.
      *    THE DRIVER SUMMARY AND THE MANIFESTS ALSO CARRY EACH
      *    SCHOOL'S ESTIMATED ARRIVAL FROM ROUTEETA, FLAGGED EARLY OR
      *    LATE WHEN IT FALLS OUTSIDE THE FXSCHSCHED WINDOW.
      *    EVERY NOTE LINE CARRIES THE PRODUCTION BATCH CODE OF THE
      *    SANDWICH (DELIVERY DATE AND SANDWICH ID, AS FILED ON
      *    FXPRODBATCH), SO A RECALL CAN BE MATCHED TO THE NOTE.
      *    UNDER EACH MANIFEST STOP THE DRIVER GETS THE NAME AND
      *    TELEPHONE OF THE SCHOOL CONTACT WHO RECEIVES THE DELIVERY
      *    (THE ROLE NAMED FOR "DISPATCH" ON FXDOCROLE, SEE SCHCONT).
      *    NAMED MEALS (FXMEALORD) ARE TAKEN OFF THEIR SANDWICH LINE
      *    AND LISTED ONE BY ONE UNDER THE NOTE WITH THE PUPIL AND A
      *    HAND-OVER SIGNATURE EACH; THEY ARE MARKED DELIVERED WITH
      *    THE NOTE NUMBER LIKE THE ORDERS.
      *    EACH PRODUCTION SITE PRINTS ITS OWN RUN: ONLY THE SCHOOLS
      *    IT SUPPLIES GET NOTES AND ONLY ITS OWN ROUTES GET MANIFESTS.
      *    EACH NOTE ALSO SHOWS THE RETURNABLE TRAYS GOING OUT WITH IT
      *    (SANDWICHES PER TRAY FROM FXDLVCTL) AND THE TRAYS THE SCHOOL
      *    WILL THEN HOLD, WITH A BOX FOR THE DRIVER TO WRITE IN THE
      *    EMPTIES COLLECTED; THE TRAYS SENT ARE POSTED TO THE SCHOOL'S
      *    CONTAINER LEDGER (FXTRAYLEDG) THROUGH TRAYPOST.
      *    A MEAL-DEAL BUNDLE PRINTS AS ONE LINE WITH ITS CONTENTS
      *    (FXBUNDLE) LISTED UNDER IT, EACH COMPONENT SANDWICH WITH
      *    ITS OWN BATCH CODE.
      *    EVENT ORDERS OF NON-SCHOOL CUSTOMERS (FXEVENT) GET A NOTE
      *    OF THEIR OWN AFTER THE SCHOOLS', ADDRESSED TO THE EVENT'S
      *    DELIVERY ADDRESS WITH THE TIME IT IS WANTED AND THE CONTACT
      *    ON THE SPOT, FROM THE SITE THAT SUPPLIES THE CUSTOMER. THEY
      *    TRAVEL WITHOUT RETURNABLE TRAYS AND ARE LISTED ON THE
      *    DRIVER SUMMARY UNDER THE SCHOOLS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS SCHED-SCHOOL-ID
                   FILE STATUS SCHED-STATUS-FS.

               SELECT FXMEALORD ASSIGN TO "FXMEALORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MEAL-ID
                   FILE STATUS MEAL-STATUS-FS.

               SELECT FXDLVCTL ASSIGN TO "FXDLVCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLC-ID
                   FILE STATUS DLC-STATUS-FS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

               SELECT FXEVENT ASSIGN TO "FXEVENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EVT-ID
                   FILE STATUS EVT-STATUS-FS.

               SELECT DISPATCH-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
           COPY FD-ROUTESTOP.
       FD FXSCHSCHED.
           COPY FD-SCHSCHED.
       FD FXMEALORD.
           COPY FD-MEALORD.
       FD FXDLVCTL.
           COPY FD-DLVCTL.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXEVENT.
           COPY FD-EVENT.

       FD DISPATCH-FILE-REPORT
           REPORT IS DISPATCH-REPORT.

       WORKING-STORAGE SECTION.
       COPY WS-ORDERS.
       COPY CONSTANTS-CUST.

       78  MODULE-NAME-REPORT  VALUE "DISPATCH NOTE PRINTING".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORT-DONE
           VALUE "DISPATCH NOTES PRINTED, PRESS ANY KEY".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  GEN-TEXT-SITE       VALUE "SITE (BLANK = 01):".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  SIGNATURE-TEXT
       78  SUMMARY-TITLE
           VALUE "DRIVER SUMMARY - SANDWICHES PER SCHOOL (DROP ORDER)".
       78  NOTE-TITLE          VALUE "DISPATCH NOTE NO.".
       78  NAMED-MEAL-TITLE
           VALUE "NAMED MEALS - HAND TO THE PUPIL'S TEACHER ONLY".
       78  NAMED-SIGN-TEXT     VALUE "SIGNED: ______________".
       78  FLAG-EARLY          VALUE "** EARLY **".
       78  FLAG-LATE           VALUE "** LATE **".
       78  TRAYS-SENT-TEXT     VALUE "TRAYS SENT:".
       78  TRAYS-HELD-TEXT     VALUE "NOW HELD:".
       78  TRAYS-BACK-TEXT     VALUE "TRAYS COLLECTED: ____".
       78  DEFAULT-TRAY-SANDWICHES          VALUE 20.
       78  EVENT-SUMMARY-TITLE
           VALUE "EVENT DELIVERIES - CUSTOMER, NOTE, TOTAL, DELIVER AT".
       78  MAX-EVENTS                       VALUE 50.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       01  RST-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RST                      VALUE "Y".
       01  ROUTE-TOTAL                      PIC 9(007).
       77  MEAL-STATUS-FS                   PIC 9(002).
       01  MEAL-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-MEAL                     VALUE "Y".
       01  LINE-MEAL-COUNT                  PIC 9(005).
       01  NAMED-PRINTED                    PIC X(001).
           88  NAMED-PRINTED-YES            VALUE "Y".
       77  DLC-STATUS-FS                    PIC 9(002).
       01  TRAY-SANDWICHES                  PIC 9(003).
       01  NOTE-TRAYS                       PIC 9(005).
       01  NOTE-HELD                        PIC S9(005).
       77  FILE-ERROR-STATUS                PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       77  EVT-STATUS-FS                    PIC 9(002).
       01  EVT-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-EVT                      VALUE "Y".
      *> THE DAY'S EVENT NOTES, KEPT FOR THE DRIVER SUMMARY
       01  EVENT-SUMMARY-TABLE.
           05  EVENT-SUMMARY OCCURS MAX-EVENTS TIMES.
               10  EVS-CUST-ID              PIC 9(005).
               10  EVS-NOTE-NO              PIC 9(006).
               10  EVS-TOTAL                PIC 9(007).
               10  EVS-DELIVER-AT           PIC 9(004).
       77  EVENT-COUNT                      PIC 9(003).
       77  EVENT-IX                         PIC 9(003).

       COPY LK-RPTCAT.
       COPY LK-TRAYPOST.
       COPY LK-ROUTEETA.
       COPY LK-SCHCONT.
       COPY LK-SITEINFO.
       01  DISP-SITE                        PIC X(002).
       01  CHECK-SITE                       PIC X(002).

       01 REPORT-FILENAME                  PIC X(040).
       01 CURRENT-DATE-REPORT.
       01  SCHOOL-NOTE-TABLE.
           05  SCHOOL-NOTE OCCURS MAX-SCHOOL TIMES
               PIC 9(006) VALUE ZERO.
       01  SCHOOL-ETA-TABLE.
           05  SCHOOL-ETA OCCURS MAX-SCHOOL TIMES
               PIC 9(004) VALUE ZERO.
       01  SCHOOL-ETA-FLAG-TABLE.
           05  SCHOOL-ETA-FLAG OCCURS MAX-SCHOOL TIMES
               PIC X(011) VALUE SPACES.
       77  SCHOOL-IX                        PIC 9(005).
       77  ETA-IX                           PIC 9(004).

       01  HDR-NOTE-NO                      PIC 9(006).
       01  HDR-SCHOOL-ID                    PIC 9(005).
       01  DET-SAND-ID                      PIC 9(005).
       01  DET-SAND-NAME                    PIC X(030).
       01  DET-QTY                          PIC 9(005).
       01  DET-BATCH.
           05  DET-BATCH-DATE               PIC 9(008).
           05  DET-BATCH-SAND               PIC 9(005).
       01  DET-MEAL-PUPIL                   PIC X(010).
       01  DET-COMP-ID                      PIC 9(005).
       01  DET-COMP-NAME                    PIC X(030).
       01  DET-COMP-QTY                     PIC 9(007)V99.
       01  DET-COMP-UNIT                    PIC X(003).
       01  DET-COMP-BATCH                   PIC X(013).
       77  BUN-IX                           PIC 9(002).
       COPY LK-BUNDLEX.
       01  RTE-HDR-ID                       PIC 9(003).
       01  RTE-HDR-NAME                     PIC X(030).
       01  STOP-SEQ                         PIC 9(003).
       01  STOP-QTY                         PIC 9(007).
       01  STOP-EARLIEST                    PIC 9(004).
       01  STOP-LATEST                      PIC 9(004).
       01  STOP-ETA                         PIC 9(004).
       01  STOP-ETA-FLAG                    PIC X(011).
       01  STOP-CONTACT-NAME                PIC X(040).
       01  STOP-CONTACT-PHONE               PIC 9(009).
       01  SUM-SCHOOL-ID                    PIC 9(005).
       01  SUM-NOTE-NO                      PIC 9(006).
       01  SUM-TOTAL                        PIC 9(007).
       01  SUM-ETA                          PIC 9(004).
       01  SUM-ETA-FLAG                     PIC X(011).
       01  HDR-DELIVER-AT                   PIC 9(004).
       01  HDR-CONTACT-NAME                 PIC X(040).
       01  HDR-CONTACT-PHONE                PIC 9(009).

       REPORT SECTION.
       RD DISPATCH-REPORT
               03 COLUMN 05 PIC 9(005) SOURCE DET-SAND-ID.
               03 COLUMN 10 PIC X(030) SOURCE DET-SAND-NAME.
               03 COLUMN 42 PIC ZZZZ9 SOURCE DET-QTY.
               03 COLUMN 49 VALUE "BATCH".
               03 COLUMN 55 PIC X(013) SOURCE DET-BATCH.

       01 LINE-BUNDLE-COMP TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 08 VALUE "+".
               03 COLUMN 10 PIC 9(005) SOURCE DET-COMP-ID.
               03 COLUMN 16 PIC X(025) SOURCE DET-COMP-NAME.
               03 COLUMN 42 PIC ZZZZ9.99 SOURCE DET-COMP-QTY.
               03 COLUMN 51 PIC X(003) SOURCE DET-COMP-UNIT.
               03 COLUMN 55 PIC X(013) SOURCE DET-COMP-BATCH.

       01 LINE-NAMED-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 05 VALUE NAMED-MEAL-TITLE.

       01 LINE-NAMED-MEAL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 05 PIC X(010) SOURCE DET-MEAL-PUPIL.
               03 COLUMN 16 PIC 9(005) SOURCE DET-SAND-ID.
               03 COLUMN 22 PIC X(030) SOURCE DET-SAND-NAME.
               03 COLUMN 53 VALUE "BATCH".
               03 COLUMN 59 PIC X(013) SOURCE DET-BATCH.
           02 LINE IS PLUS 1.
               03 COLUMN 16 VALUE NAMED-SIGN-TEXT.

       01 LINE-NOTE-TRAYS TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 05 VALUE TRAYS-SENT-TEXT.
               03 COLUMN 17 PIC ZZZZ9 SOURCE NOTE-TRAYS.
               03 COLUMN 25 VALUE TRAYS-HELD-TEXT.
               03 COLUMN 35 PIC -ZZZZ9 SOURCE NOTE-HELD.
               03 COLUMN 45 VALUE TRAYS-BACK-TEXT.

       01 LINE-SIGNATURE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 05 VALUE SIGNATURE-TEXT.

       01 LINE-EVENT-DELIVERY TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE "DELIVER AT".
               03 COLUMN 13 PIC 99B99 SOURCE HDR-DELIVER-AT.
               03 COLUMN 20 VALUE "CONTACT".
               03 COLUMN 28 PIC X(040) SOURCE HDR-CONTACT-NAME.
               03 COLUMN 69 PIC 9(009) SOURCE HDR-CONTACT-PHONE.

       01 LINE-EVENT-SUMMARY-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE EVENT-SUMMARY-TITLE.

       01 LINE-SUMMARY-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE SUMMARY-TITLE.
               03 COLUMN 02 PIC 9(005) SOURCE SUM-SCHOOL-ID.
               03 COLUMN 08 PIC 9(006) SOURCE SUM-NOTE-NO.
               03 COLUMN 18 PIC ZZZZZZ9 SOURCE SUM-TOTAL.
               03 COLUMN 28 PIC 9(004) SOURCE SUM-ETA.
               03 COLUMN 34 PIC X(011) SOURCE SUM-ETA-FLAG.

       01 LINE-ROUTE-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 32 PIC 9(004) SOURCE STOP-EARLIEST.
               03 COLUMN 37 VALUE "-".
               03 COLUMN 39 PIC 9(004) SOURCE STOP-LATEST.
               03 COLUMN 45 PIC 9(004) SOURCE STOP-ETA.
               03 COLUMN 51 PIC X(011) SOURCE STOP-ETA-FLAG.

       01 LINE-ROUTE-CONTACT TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 07 VALUE "CONTACT".
               03 COLUMN 15 PIC X(040) SOURCE STOP-CONTACT-NAME.
               03 COLUMN 56 PIC 9(009) SOURCE STOP-CONTACT-PHONE.

       01 LINE-ROUTE-TOTAL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO GEN-YEAR REQUIRED.
           05 VALUE GEN-TEXT-SITE LINE 10 COL 12.
           05 AD-SITE PIC X(002) LINE 10 COL PLUS 1
               TO DISP-SITE AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               MOVE ZERO TO GEN-DATE-NUM
               MOVE SPACES TO DISP-SITE
               DISPLAY ASK-DATE-SCREEN
               ACCEPT ASK-DATE-SCREEN
               IF KEYSTATUS = 1003
               IF NOT VALID-DATE-YES
                   MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               ELSE
                   MOVE UPPER-CASE (DISP-SITE) TO DISP-SITE
                   SET SINF-BY-SITE TO TRUE
                   MOVE DISP-SITE TO SINF-SITE
                   CALL "SITEINFO" USING SITEINFO-REQUEST
                   MOVE SINF-SITE TO DISP-SITE
                   IF NOT SINF-FOUND-YES
                       MOVE "N" TO VALID-DATE-FLAG
                       MOVE ERROR-NO-SITE TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 120-NEXT-NOTE-NUMBER
           PERFORM 125-LOAD-TRAY-SIZE
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           MOVE SPACES TO REPORT-FILENAME
           IF DISP-SITE = "01"
               STRING "DISPATCH-" DELIMITED BY SIZE
                   DATE-REPORT DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           ELSE
               STRING "DISPATCH-" DELIMITED BY SIZE
                   DISP-SITE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DATE-REPORT DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
           END-IF
           OPEN OUTPUT DISPATCH-FILE-REPORT
           INITIATE DISPATCH-REPORT
           PERFORM 200-PRINT-NOTES
           PERFORM 250-ESTIMATE-ARRIVALS
           PERFORM 300-PRINT-DRIVER-SUMMARY
           PERFORM 400-PRINT-ROUTE-MANIFESTS
           MOVE PAGE-COUNTER OF DISPATCH-REPORT TO RCAT-PAGES
           END-IF
       EXIT SECTION.

       125-LOAD-TRAY-SIZE SECTION.
           MOVE DEFAULT-TRAY-SANDWICHES TO TRAY-SANDWICHES
           OPEN INPUT FXDLVCTL
           IF DLC-STATUS-FS = ZERO THEN
               MOVE 1 TO DLC-ID
               READ FXDLVCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DLC-TRAY-SANDWICHES > ZERO
                           MOVE DLC-TRAY-SANDWICHES
                               TO TRAY-SANDWICHES
                       END-IF
               END-READ
           END-IF
           CLOSE FXDLVCTL
       EXIT SECTION.

      *> ONE NOTE PER SCHOOL: SCHOOLS ARE VISITED IN ID ORDER (THE
      *> VAN'S DROP ORDER); EACH OPEN ORDER OF THE DAY IS PRINTED,
      *> STAMPED WITH THE NOTE NUMBER AND MARKED DELIVERED
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXSANDWICH
           OPEN I-O FXMEALORD
           MOVE "N" TO ORD-EOF-FLAG
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
                           IF ORD-STATUS-OPEN AND
                               ORD-SCHOOL-ID >= 1 AND
                               ORD-SCHOOL-ID <= MAX-SCHOOL
                               PERFORM 202-FIND-SCHOOL-SITE
                               IF CHECK-SITE = DISP-SITE
                                   MOVE "Y" TO
                                       SCHOOL-WANTED (ORD-SCHOOL-ID)
                               END-IF
                           END-IF
                       END-IF
               END-READ
                   PERFORM 205-PRINT-SCHOOL-NOTE
               END-IF
           END-PERFORM
           PERFORM 260-PRINT-EVENT-NOTES
           CLOSE FXMEALORD
           CLOSE FXSANDWICH
           CLOSE FXSCHOOL
           CLOSE FXORDERS
       EXIT SECTION.

      *> A BLANK SCHOOL SITE, OR A SCHOOL NO LONGER ON FILE, IS THE
      *> MAIN KITCHEN'S
       202-FIND-SCHOOL-SITE SECTION.
           MOVE "01" TO CHECK-SITE
           IF SCHOOL-STATUS = ZERO
               MOVE ORD-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SCHOOL-SITE NOT = SPACES
                           MOVE SCHOOL-SITE TO CHECK-SITE
                       END-IF
               END-READ
           END-IF
       EXIT SECTION.

       205-PRINT-SCHOOL-NOTE SECTION.
           MOVE ZERO TO CURRENT-SCHOOL
           MOVE "N" TO ORD-EOF-FLAG
               END-READ
           END-PERFORM
           IF CURRENT-SCHOOL NOT = ZERO
               PERFORM 230-PRINT-NAMED-MEALS
               PERFORM 240-SEND-THE-TRAYS
               GENERATE LINE-SIGNATURE
           END-IF
       EXIT SECTION.
                   MOVE NEXT-NOTE-NO TO SCHOOL-NOTE (ORD-SCHOOL-ID)
               END-IF
               ADD 1 TO NEXT-NOTE-NO
               IF ORD-SCHOOL-ID >= CUST-FIRST-ID
                   PERFORM 270-EVENT-HEADER
                   GENERATE LINE-NOTE-HEADER
                   GENERATE LINE-EVENT-DELIVERY
               ELSE
                   PERFORM 220-READ-SCHOOL
                   GENERATE LINE-NOTE-HEADER
               END-IF
           END-IF
           MOVE ORD-SANDWICH-ID TO DET-SAND-ID
           MOVE SPACES TO DET-SAND-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE ORD-SANDWICH-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY
                       MOVE SPACE TO SANDWICH-BUNDLE-FLAG
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO DET-SAND-NAME
               END-READ
           END-IF
           PERFORM 215-COUNT-LINE-MEALS
           COMPUTE DET-QTY = ORD-QTY - LINE-MEAL-COUNT
           MOVE ORD-DELIVERY-DATE TO DET-BATCH-DATE
           MOVE ORD-SANDWICH-ID TO DET-BATCH-SAND
           IF DET-QTY > ZERO
               GENERATE LINE-NOTE-ITEM
               IF SANDWICH-STATUS = ZERO AND SANDWICH-IS-BUNDLE
                   PERFORM 212-PRINT-BUNDLE-CONTENTS
               END-IF
           END-IF
           IF ORD-SCHOOL-ID >= 1 AND ORD-SCHOOL-ID <= MAX-SCHOOL
               ADD ORD-QTY TO SCHOOL-TOTAL (ORD-SCHOOL-ID)
           END-IF
           IF ORD-SCHOOL-ID >= CUST-FIRST-ID AND EVENT-COUNT > ZERO
               ADD ORD-QTY TO EVS-TOTAL (EVENT-COUNT)
           END-IF
           MOVE HDR-NOTE-NO TO ORD-DISPATCH-NOTE
           MOVE "D" TO ORD-STATUS
           CALL "GETOPER" USING ORD-LAST-BY
           END-REWRITE
       EXIT SECTION.

      *> WHAT IS INSIDE THE BUNDLE LINE JUST PRINTED, FOR THE WHOLE
      *> QUANTITY ON THE NOTE; THE SANDWICHES CARRY THEIR OWN BATCH
      *> CODE SO A RECALL OF ONE OF THEM STILL FINDS THE NOTE
       212-PRINT-BUNDLE-CONTENTS SECTION.
           MOVE ORD-SANDWICH-ID TO BUNX-BUNDLE-ID
           CALL "BUNDLEX" USING BUNDLEX-REQUEST
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               MOVE BUNX-COMP-ID (BUN-IX) TO DET-COMP-ID
               MOVE BUNX-COMP-NAME (BUN-IX) TO DET-COMP-NAME
               MOVE BUNX-COMP-UNIT (BUN-IX) TO DET-COMP-UNIT
               COMPUTE DET-COMP-QTY =
                   BUNX-COMP-QTY (BUN-IX) * DET-QTY
               MOVE SPACES TO DET-COMP-BATCH
               IF BUNX-COMP-SANDWICH (BUN-IX)
                   MOVE ORD-DELIVERY-DATE TO DET-COMP-BATCH (1:8)
                   MOVE BUNX-COMP-ID (BUN-IX) TO DET-COMP-BATCH (9:5)
               END-IF
               GENERATE LINE-BUNDLE-COMP
           END-PERFORM
       EXIT SECTION.

      *> NAMED MEALS ARE PART OF THE LINE QUANTITY (SEE FD-MEALORD)
      *> BUT TRAVEL SEPARATELY, SO THE LINE ONLY SHOWS THE REST
       215-COUNT-LINE-MEALS SECTION.
           MOVE ZERO TO LINE-MEAL-COUNT
           IF MEAL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE ORD-DELIVERY-DATE TO MEAL-DELIVERY-DATE
           MOVE ORD-SCHOOL-ID TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = ORD-DELIVERY-DATE
                           OR MEAL-SCHOOL-ID NOT = ORD-SCHOOL-ID
                           SET EOF-MEAL TO TRUE
                       ELSE
                           IF MEAL-SANDWICH-ID = ORD-SANDWICH-ID
                               ADD 1 TO LINE-MEAL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       220-READ-SCHOOL SECTION.
           MOVE ORD-SCHOOL-ID TO HDR-SCHOOL-ID
           MOVE SPACES TO HDR-EXTERNAL-ID HDR-DESIGNATION
           END-IF
       EXIT SECTION.

      *> EACH OPEN NAMED MEAL OF THE SCHOOL ON ITS OWN LINE WITH A
      *> SIGNATURE, THEN STAMPED WITH THE NOTE AND MARKED DELIVERED
       230-PRINT-NAMED-MEALS SECTION.
           MOVE "N" TO NAMED-PRINTED
           IF MEAL-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO MEAL-EOF-FLAG
           MOVE GEN-DATE-NUM TO MEAL-DELIVERY-DATE
           MOVE CURRENT-SCHOOL TO MEAL-SCHOOL-ID
           MOVE LOW-VALUES TO MEAL-PUPIL-REF
           START FXMEALORD KEY IS >= MEAL-ID
               INVALID KEY SET EOF-MEAL TO TRUE
           END-START
           PERFORM UNTIL EOF-MEAL
               READ FXMEALORD NEXT RECORD
                   AT END SET EOF-MEAL TO TRUE
                   NOT AT END
                       IF MEAL-DELIVERY-DATE NOT = GEN-DATE-NUM
                           OR MEAL-SCHOOL-ID NOT = CURRENT-SCHOOL
                           SET EOF-MEAL TO TRUE
                       ELSE
                           IF MEAL-STATUS-OPEN
                               PERFORM 235-PRINT-ONE-NAMED-MEAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       235-PRINT-ONE-NAMED-MEAL SECTION.
           IF NOT NAMED-PRINTED-YES
               GENERATE LINE-NAMED-TITLE
               MOVE "Y" TO NAMED-PRINTED
           END-IF
           MOVE MEAL-PUPIL-REF TO DET-MEAL-PUPIL
           MOVE MEAL-SANDWICH-ID TO DET-SAND-ID
           MOVE SPACES TO DET-SAND-NAME
           IF SANDWICH-STATUS = ZERO
               MOVE MEAL-SANDWICH-ID TO SANDWICH-ID
               READ FXSANDWICH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-NAME TO DET-SAND-NAME
               END-READ
           END-IF
           MOVE MEAL-DELIVERY-DATE TO DET-BATCH-DATE
           MOVE MEAL-SANDWICH-ID TO DET-BATCH-SAND
           GENERATE LINE-NAMED-MEAL
           MOVE HDR-NOTE-NO TO MEAL-DISPATCH-NOTE
           MOVE "D" TO MEAL-STATUS
           CALL "GETOPER" USING MEAL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO MEAL-LAST-DATE
           REWRITE MEAL-DETAILS
           END-REWRITE
       EXIT SECTION.

      *> THE SCHOOL'S WHOLE DAY, NAMED MEALS INCLUDED, GOES INTO
      *> TRAYS; A PART TRAY COUNTS AS A WHOLE ONE
       240-SEND-THE-TRAYS SECTION.
           DIVIDE SCHOOL-TOTAL (SCHOOL-IX) BY TRAY-SANDWICHES
               GIVING NOTE-TRAYS
           IF NOTE-TRAYS * TRAY-SANDWICHES <
               SCHOOL-TOTAL (SCHOOL-IX)
               ADD 1 TO NOTE-TRAYS
           END-IF
           MOVE SCHOOL-IX TO TRP-SCHOOL-ID
           MOVE "S" TO TRP-TYPE
           MOVE HDR-NOTE-NO TO TRP-NOTE-NO
           MOVE NOTE-TRAYS TO TRP-TRAYS
           CALL "TRAYPOST" USING TRAYPOST-REQUEST
           MOVE TRP-BALANCE TO NOTE-HELD
           GENERATE LINE-NOTE-TRAYS
       EXIT SECTION.

      *> ARRIVAL TIMES COME FROM ROUTEETA SO THE SHEET AGREES WITH
      *> THE ARRIVAL SCHEDULE REPORT AND THE DASHBOARD
       250-ESTIMATE-ARRIVALS SECTION.
           MOVE GEN-DATE-NUM TO RETA-DATE
           CALL "ROUTEETA" USING ROUTEETA-REQUEST
           PERFORM VARYING ETA-IX FROM 1 BY 1
               UNTIL ETA-IX > RETA-STOP-COUNT
               MOVE RETA-SCHOOL-ID (ETA-IX) TO SCHOOL-IX
               IF SCHOOL-IX >= 1 AND SCHOOL-IX <= MAX-SCHOOL
                   MOVE RETA-ARRIVAL (ETA-IX) TO SCHOOL-ETA (SCHOOL-IX)
                   EVALUATE TRUE
                       WHEN RETA-EARLY (ETA-IX)
                           MOVE FLAG-EARLY TO
                               SCHOOL-ETA-FLAG (SCHOOL-IX)
                       WHEN RETA-LATE (ETA-IX)
                           MOVE FLAG-LATE TO
                               SCHOOL-ETA-FLAG (SCHOOL-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> EACH BOOKED EVENT OF THE DAY WHOSE CUSTOMER THIS SITE
      *> SUPPLIES GETS ONE NOTE OF ITS OPEN LINES, PRINTED AND
      *> MARKED DELIVERED THROUGH THE SAME SECTIONS AS A SCHOOL'S
       260-PRINT-EVENT-NOTES SECTION.
           MOVE ZERO TO EVENT-COUNT
           MOVE "N" TO EVT-EOF-FLAG
           OPEN INPUT FXEVENT
           IF EVT-STATUS-FS NOT = ZERO THEN
               CLOSE FXEVENT
               EXIT SECTION
           END-IF
           OPEN INPUT FXCUSTOMER
           PERFORM UNTIL EOF-EVT
               READ FXEVENT NEXT RECORD
                   AT END SET EOF-EVT TO TRUE
                   NOT AT END
                       IF EVT-DATE = GEN-DATE-NUM AND
                           EVT-STATUS-BOOKED AND
                           EVENT-COUNT < MAX-EVENTS
                           PERFORM 262-FIND-CUSTOMER-SITE
                           IF CHECK-SITE = DISP-SITE
                               PERFORM 265-PRINT-EVENT-NOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCUSTOMER
           CLOSE FXEVENT
       EXIT SECTION.

      *> AS FOR A SCHOOL, A BLANK SITE IS THE MAIN KITCHEN'S
       262-FIND-CUSTOMER-SITE SECTION.
           MOVE "01" TO CHECK-SITE
           IF CUST-STATUS-FS = ZERO
               MOVE EVT-CUST-ID TO CUST-ID
               READ FXCUSTOMER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUST-SITE NOT = SPACES
                           MOVE CUST-SITE TO CHECK-SITE
                       END-IF
               END-READ
           END-IF
       EXIT SECTION.

       265-PRINT-EVENT-NOTE SECTION.
           ADD 1 TO EVENT-COUNT
           MOVE EVT-CUST-ID TO EVS-CUST-ID (EVENT-COUNT)
           MOVE NEXT-NOTE-NO TO EVS-NOTE-NO (EVENT-COUNT)
           MOVE ZERO TO EVS-TOTAL (EVENT-COUNT)
           MOVE EVT-DELIVER-AT TO EVS-DELIVER-AT (EVENT-COUNT)
           MOVE ZERO TO CURRENT-SCHOOL
           MOVE "N" TO ORD-EOF-FLAG
           MOVE EVT-CUST-ID TO ORD-SCHOOL-ID
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           MOVE ZERO TO ORD-SANDWICH-ID
           START FXORDERS KEY IS >= ORD-ID
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = EVT-CUST-ID OR
                           ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-STATUS-OPEN
                               PERFORM 210-PRINT-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CURRENT-SCHOOL NOT = ZERO
               GENERATE LINE-SIGNATURE
           ELSE
               SUBTRACT 1 FROM EVENT-COUNT
           END-IF
       EXIT SECTION.

      *> THE NOTE GOES TO THE EVENT, NOT TO THE CUSTOMER'S BILLING
      *> ADDRESS
       270-EVENT-HEADER SECTION.
           MOVE ORD-SCHOOL-ID TO HDR-SCHOOL-ID
           MOVE SPACES TO HDR-EXTERNAL-ID
           MOVE CUST-NAME TO HDR-DESIGNATION
           MOVE EVT-ADDRESS1 TO HDR-ADDRESS
           MOVE EVT-TOWN TO HDR-TOWN
           MOVE EVT-DELIVER-AT TO HDR-DELIVER-AT
           MOVE EVT-CONTACT-NAME TO HDR-CONTACT-NAME
           MOVE EVT-CONTACT-PHONE TO HDR-CONTACT-PHONE
       EXIT SECTION.

       300-PRINT-DRIVER-SUMMARY SECTION.
           GENERATE LINE-SUMMARY-TITLE
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
                   MOVE SCHOOL-IX TO SUM-SCHOOL-ID
                   MOVE SCHOOL-NOTE (SCHOOL-IX) TO SUM-NOTE-NO
                   MOVE SCHOOL-TOTAL (SCHOOL-IX) TO SUM-TOTAL
                   MOVE SCHOOL-ETA (SCHOOL-IX) TO SUM-ETA
                   MOVE SCHOOL-ETA-FLAG (SCHOOL-IX) TO SUM-ETA-FLAG
                   GENERATE LINE-SUMMARY
               END-IF
           END-PERFORM
      *> EVENTS ARE OFF THE ROUTES; THE TIME SHOWN IS THE ONE THE
      *> CUSTOMER ASKED FOR, NOT AN ESTIMATE
           IF EVENT-COUNT > ZERO
               GENERATE LINE-EVENT-SUMMARY-TITLE
               PERFORM VARYING EVENT-IX FROM 1 BY 1
                   UNTIL EVENT-IX > EVENT-COUNT
                   MOVE EVS-CUST-ID (EVENT-IX) TO SUM-SCHOOL-ID
                   MOVE EVS-NOTE-NO (EVENT-IX) TO SUM-NOTE-NO
                   MOVE EVS-TOTAL (EVENT-IX) TO SUM-TOTAL
                   MOVE EVS-DELIVER-AT (EVENT-IX) TO SUM-ETA
                   MOVE SPACES TO SUM-ETA-FLAG
                   GENERATE LINE-SUMMARY
               END-PERFORM
           END-IF
       EXIT SECTION.

      *> ONE MANIFEST PER ROUTE IN TRUE DROP SEQUENCE: THE STOPS
               READ FXROUTE NEXT RECORD
                   AT END SET EOF-RTE TO TRUE
                   NOT AT END
                       IF RTE-SITE = SPACES
                           MOVE "01" TO RTE-SITE
                       END-IF
                       IF RTE-SITE = DISP-SITE
                           PERFORM 410-PRINT-ONE-ROUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHSCHED
           MOVE SCHOOL-NOTE (RST-SCHOOL-ID) TO STOP-NOTE
           MOVE SCHOOL-TOTAL (RST-SCHOOL-ID) TO STOP-QTY
           ADD SCHOOL-TOTAL (RST-SCHOOL-ID) TO ROUTE-TOTAL
           MOVE SCHOOL-ETA (RST-SCHOOL-ID) TO STOP-ETA
           MOVE SCHOOL-ETA-FLAG (RST-SCHOOL-ID) TO STOP-ETA-FLAG
           MOVE ZERO TO STOP-EARLIEST STOP-LATEST
           IF SCHED-STATUS-FS = ZERO
               MOVE RST-SCHOOL-ID TO SCHED-SCHOOL-ID
               END-READ
           END-IF
           GENERATE LINE-ROUTE-STOP
           MOVE RST-SCHOOL-ID TO SCNT-SCHOOL-ID
           MOVE "DISPATCH" TO SCNT-DOC-TYPE
           CALL "SCHCONT" USING SCHCONT-REQUEST
           IF SCNT-FOUND-YES
               MOVE SCNT-NAME TO STOP-CONTACT-NAME
               MOVE SCNT-PHONE TO STOP-CONTACT-PHONE
               GENERATE LINE-ROUTE-CONTACT
           END-IF
       EXIT SECTION.
