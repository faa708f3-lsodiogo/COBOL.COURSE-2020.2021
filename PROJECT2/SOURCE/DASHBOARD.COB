      *    APPROVALS, FAILED NOTIFICATIONS AND WHETHER LAST NIGHT'S
      *    BATCH CHAIN COMPLETED. EACH LINE DRILLS INTO THE MODULE
      *    THAT OWNS IT AND THE FIGURES REFRESH ON RETURN.
      *    ALSO SHOWS HOW MANY OF TODAY'S STOPS ROUTEETA EXPECTS THE
      *    VAN TO REACH OUTSIDE THE SCHOOL'S DELIVERY WINDOW, AND HOW
      *    MANY SCHOOLS HOLD MORE RETURNABLE TRAYS THAN THE ALERT LEVEL
      *    ON FXDLVCTL (THE SAME COUNT AS TRAYSTMT'S HOLDING REPORT).
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXRESERV ASSIGN TO "FXRESERV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-STEP-NO
                   FILE STATUS RC-STATUS-FS.

               SELECT FXTRAYLEDG ASSIGN TO "FXTRAYLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRL-ID
                   FILE STATUS TRL-STATUS-FS.

               SELECT FXDLVCTL ASSIGN TO "FXDLVCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLC-ID
                   FILE STATUS DLC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXRESERV.
           COPY FD-RESERV.
       FD FXINGRED.
           COPY FD-NOTIFYQ.
       FD FXRUNCTL.
           COPY FD-RUNCTL.
       FD FXTRAYLEDG.
           COPY FD-TRAYLEDG.
       FD FXDLVCTL.
           COPY FD-DLVCTL.

       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "MORNING POSITION DASHBOARD".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE
           VALUE "DRILL INTO A LINE (1-10) OR 0 TO LEAVE".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  DB-TEXT-SUB         VALUE "6 PENDING SUBSTITUTIONS     :".
       78  DB-TEXT-NOTI        VALUE "7 FAILED NOTIFICATIONS      :".
       78  DB-TEXT-NIGHT       VALUE "8 LAST NIGHT RUN            :".
       78  DB-TEXT-ETA         VALUE "9 LATE / EARLY DELIVERIES   :".
       78  DB-TEXT-TRAYS       VALUE "10 SCHOOLS OVER TRAY LIMIT  :".
       78  DEFAULT-TRAY-ALERT               VALUE 50.
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  RSV-STATUS-FS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  PO-STATUS-FS                     PIC 9(002).
       77  PROP-STATUS-FS                   PIC 9(002).
       77  NOTI-STATUS-FS                   PIC 9(002).
       77  RC-STATUS-FS                     PIC 9(002).
       77  TRL-STATUS-FS                    PIC 9(002).
       77  DLC-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(002).
           88  MAIN-OPTION-EXIT             VALUE ZERO.
       01  SCAN-EOF                         PIC X(001).
           88  SCAN-EOF-YES                 VALUE "Y".

       01  TODAY-DATE                       PIC 9(008).
       01  BOOKED-QTY                       PIC 9(007).
       01  CAPACITY-QTY                     PIC 9(005).
       01  SHORTAGE-COUNT                   PIC 9(005).
       01  NIGHT-STEP-COUNT                 PIC 9(003).
       01  NIGHT-DONE-COUNT                 PIC 9(003).
       01  NIGHT-RUN-TEXT                   PIC X(012).
       01  WINDOW-FLAG-COUNT                PIC 9(004).
       01  TRAY-ALERT                       PIC 9(004).
       01  TRAY-OVER-COUNT                  PIC 9(005).
       01  TRAY-SCHOOL                      PIC 9(005).
       01  TRAY-BALANCE                     PIC S9(005).

       01  SHOW-BOOKED                      PIC ZZZZZZ9.
       01  SHOW-CAPACITY                    PIC ZZZZ9.
       01  SHOW-COUNT                       PIC ZZZZ9.
       01  DRILL-PROGRAM                    PIC X(030).

       COPY LK-ROUTEETA.
       COPY LK-DAYCAP.

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
       01  DASH-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE MAIN-MENU-CHOICE LINE 19 COL 25.
           03 DM-OPTION PIC 9(002) LINE 19 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01 ERROR-ZONE
                       MOVE "NIGHTRUN" TO DRILL-PROGRAM
                       PERFORM 300-DRILL-INTO-MODULE
                   WHEN 9
                       MOVE "REPORT-ETA" TO DRILL-PROGRAM
                       PERFORM 300-DRILL-INTO-MODULE
                   WHEN 10
                       MOVE "TRAYSTMT" TO DRILL-PROGRAM
                       PERFORM 300-DRILL-INTO-MODULE
                   WHEN ZERO
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT

       100-GATHER-THE-POSITION SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           PERFORM 110-COUNT-TODAYS-ORDERS
           PERFORM 120-COUNT-THE-SHORTAGES
           PERFORM 130-COUNT-UNSENT-ORDERS
           PERFORM 150-COUNT-THE-APPROVALS
           PERFORM 160-COUNT-FAILED-NOTIFICATIONS
           PERFORM 170-CHECK-THE-NIGHT-RUN
           PERFORM 180-COUNT-WINDOW-FLAGS
           PERFORM 190-COUNT-TRAY-HOLDERS
       EXIT SECTION.

      *> THE DATE KEY READS ONLY TODAY'S ORDERS INSTEAD OF
               END-PERFORM
           END-IF
           CLOSE FXORDERS
           MOVE TODAY-DATE TO DCAP-DATE
           MOVE SPACES TO DCAP-SITE
           CALL "DAYCAP" USING DAYCAP-REQUEST
           MOVE DCAP-QTY TO CAPACITY-QTY
       EXIT SECTION.

      *> ONE RESERVATION ROW PER INGREDIENT AND DATE, SO A ROW
           END-EVALUATE
       EXIT SECTION.

      *> SAME ESTIMATE AS THE ARRIVAL SCHEDULE AND THE DISPATCH
      *> DRIVER SUMMARY, FOR TODAY'S DELIVERIES
       180-COUNT-WINDOW-FLAGS SECTION.
           MOVE TODAY-DATE TO RETA-DATE
           CALL "ROUTEETA" USING ROUTEETA-REQUEST
           MOVE RETA-FLAG-COUNT TO WINDOW-FLAG-COUNT
       EXIT SECTION.

      *> EACH SCHOOL'S BALANCE IS ON ITS LAST LEDGER ENTRY, TAKEN
      *> WHEN THE SCHOOL CHANGES, AS TRAYSTMT TAKES IT
       190-COUNT-TRAY-HOLDERS SECTION.
           MOVE ZERO TO TRAY-OVER-COUNT TRAY-SCHOOL TRAY-BALANCE
           MOVE DEFAULT-TRAY-ALERT TO TRAY-ALERT
           OPEN INPUT FXDLVCTL
           IF DLC-STATUS-FS = ZERO THEN
               MOVE 1 TO DLC-ID
               READ FXDLVCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DLC-TRAY-ALERT > ZERO
                           MOVE DLC-TRAY-ALERT TO TRAY-ALERT
                       END-IF
               END-READ
           END-IF
           CLOSE FXDLVCTL
           MOVE "N" TO SCAN-EOF
           OPEN INPUT FXTRAYLEDG
           IF TRL-STATUS-FS = ZERO THEN
               PERFORM UNTIL SCAN-EOF-YES
                   READ FXTRAYLEDG NEXT RECORD
                       AT END SET SCAN-EOF-YES TO TRUE
                       NOT AT END
                           IF TRL-SCHOOL-ID NOT = TRAY-SCHOOL
                               IF TRAY-BALANCE > TRAY-ALERT
                                   ADD 1 TO TRAY-OVER-COUNT
                               END-IF
                               MOVE TRL-SCHOOL-ID TO TRAY-SCHOOL
                           END-IF
                           MOVE TRL-BALANCE TO TRAY-BALANCE
                   END-READ
               END-PERFORM
               IF TRAY-BALANCE > TRAY-ALERT
                   ADD 1 TO TRAY-OVER-COUNT
               END-IF
           END-IF
           CLOSE FXTRAYLEDG
       EXIT SECTION.

       200-SHOW-THE-POSITION SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY SHOW-COUNT AT LINE 14 COL 56
           DISPLAY DB-TEXT-NIGHT AT LINE 15 COL 25
           DISPLAY NIGHT-RUN-TEXT AT LINE 15 COL 56
           MOVE WINDOW-FLAG-COUNT TO SHOW-COUNT
           DISPLAY DB-TEXT-ETA AT LINE 16 COL 25
           DISPLAY SHOW-COUNT AT LINE 16 COL 56
           MOVE TRAY-OVER-COUNT TO SHOW-COUNT
           DISPLAY DB-TEXT-TRAYS AT LINE 17 COL 25
           DISPLAY SHOW-COUNT AT LINE 17 COL 56
       EXIT SECTION.

       300-DRILL-INTO-MODULE SECTION.
