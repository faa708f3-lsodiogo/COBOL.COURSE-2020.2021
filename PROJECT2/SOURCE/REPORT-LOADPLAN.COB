      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS REPORTS
      ******************************************************************
      *    VAN LOAD PLAN - FOR ONE DELIVERY DATE, EVERY ROUTE ON
      *    FXROUTE IS LISTED WITH THE VAN FXROUTEVEH ASSIGNS TO IT
      *    ON THAT WEEKDAY. EACH STOP'S ORDER QUANTITY FROM FXORDERS
      *    IS TURNED INTO TRAYS (SANDWICHES PER TRAY FROM FXDLVCTL,
      *    A PART TRAY COUNTING AS A WHOLE ONE) AND THE ROUTE TOTAL
      *    IS SET AGAINST THE VAN'S CAPACITY. OVERLOADED ROUTES,
      *    ROUTES WITH NO VAN, A VAN OFF THE ROAD OR NOT CHILLED,
      *    AND SCHOOLS WITH ORDERS BUT ON NO ROUTE ARE FLAGGED, SO
      *    A STOP CAN BE MOVED OR A VAN ADDED BEFORE LOADING.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-LOADPLAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-ID
                   ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                       WITH DUPLICATES
                   FILE STATUS ORD-STATUS-FS.

               SELECT FXROUTE ASSIGN TO "FXROUTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTE-ID
                   FILE STATUS RTE-STATUS-FS.

               SELECT FXROUTESTOP ASSIGN TO "FXROUTESTOP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RST-ID
                   FILE STATUS RST-STATUS-FS.

               SELECT FXROUTEVEH ASSIGN TO "FXROUTEVEH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RVH-ID
                   FILE STATUS RVH-STATUS-FS.

               SELECT FXVEHICLE ASSIGN TO "FXVEHICLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VEH-REG
                   FILE STATUS VEH-STATUS-FS.

               SELECT FXDLVCTL ASSIGN TO "FXDLVCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLC-ID
                   FILE STATUS DLC-STATUS-FS.

               SELECT LOAD-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXROUTE.
           COPY FD-ROUTE.
       FD FXROUTESTOP.
           COPY FD-ROUTESTOP.
       FD FXROUTEVEH.
           COPY FD-ROUTEVEH.
       FD FXVEHICLE.
           COPY FD-VEHICLE.
       FD FXDLVCTL.
           COPY FD-DLVCTL.
       FD LOAD-FILE.
       01  LOAD-LINE                        PIC X(090).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "VAN LOAD PLAN".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  LOAD-DONE
           VALUE "LOAD PLAN PRODUCED, ROUTES FLAGGED: ".
       78  LOAD-DONE-TAIL      VALUE " - PRESS ANY KEY".
       78  FLAG-OVERLOAD       VALUE "** OVERLOADED **".
       78  FLAG-NO-VAN         VALUE "** NO VAN ASSIGNED **".
       78  FLAG-UNKNOWN-VAN    VALUE "** VAN NOT ON FILE **".
       78  FLAG-OFF-ROAD       VALUE "** VAN OUT OF SERVICE **".
       78  FLAG-NOT-CHILLED    VALUE "** VAN NOT CHILLED **".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-SCHOOL          VALUE 9999.
       78  DEFAULT-TRAY-SANDWICHES          VALUE 20.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  RTE-STATUS-FS                    PIC 9(002).
       77  RST-STATUS-FS                    PIC 9(002).
       77  RVH-STATUS-FS                    PIC 9(002).
       77  VEH-STATUS-FS                    PIC 9(002).
       77  DLC-STATUS-FS                    PIC 9(002).
       77  LOAD-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".
       01  RTE-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RTE                      VALUE "Y".
       01  RST-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RST                      VALUE "Y".
       01  RVH-OPEN-FLAG                    PIC X(001) VALUE "N".
           88  RVH-OPEN                     VALUE "Y".
       01  VEH-OPEN-FLAG                    PIC X(001) VALUE "N".
           88  VEH-OPEN                     VALUE "Y".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).
       01  GEN-WEEKDAY                      PIC 9(001).

       01  TRAY-SANDWICHES                  PIC 9(003).
       01  SCHOOL-QTY-TABLE.
           05  SCHOOL-QTY OCCURS MAX-SCHOOL TIMES
               PIC 9(007) VALUE ZERO.
       01  SCHOOL-ROUTED-TABLE.
           05  SCHOOL-ROUTED OCCURS MAX-SCHOOL TIMES
               PIC X(001) VALUE "N".
       77  SCHOOL-IX                        PIC 9(005).

       01  ROUTE-TRAYS                      PIC 9(005).
       01  ROUTE-QTY                        PIC 9(007).
       01  ROUTE-CAPACITY                   PIC 9(003).
       01  STOP-TRAYS                       PIC 9(005).
       01  ROUTE-FLAGGED                    PIC X(001).
           88  ROUTE-FLAGGED-YES            VALUE "Y".
       01  ROUTE-COUNT                      PIC 9(005).
       01  FLAGGED-COUNT                    PIC 9(005).
       01  UNROUTED-COUNT                   PIC 9(005).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(005).

       01  TITLE-LINE.
           05  FILLER                       PIC X(031)
               VALUE "BREADWICH - VAN LOAD PLAN FOR ".
           05  TL-DAY                       PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  TL-MONTH                     PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  TL-YEAR                      PIC 9(004).
           05  FILLER                       PIC X(018)
               VALUE "  SANDWICHES/TRAY ".
           05  TL-TRAY                      PIC ZZ9.
       01  ROUTE-HEADER.
           05  FILLER                       PIC X(006) VALUE "ROUTE ".
           05  RH-ROUTE                     PIC 9(003).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  RH-NAME                      PIC X(030).
           05  FILLER                       PIC X(005) VALUE " VAN ".
           05  RH-REG                       PIC X(010).
           05  FILLER                       PIC X(005) VALUE " CAP ".
           05  RH-CAPACITY                  PIC ZZ9.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  RH-CHILLED                   PIC X(009).
       01  STOP-DETAIL.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  SD-SEQ                       PIC 9(003).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-QTY                       PIC ZZZZZZ9.
           05  FILLER                       PIC X(012)
               VALUE " SANDWICHES ".
           05  SD-TRAYS                     PIC ZZZZ9.
           05  FILLER                       PIC X(006) VALUE " TRAYS".
       01  ROUTE-TOTAL-LINE.
           05  FILLER                       PIC X(016)
               VALUE "    ROUTE TOTAL ".
           05  RT-QTY                       PIC ZZZZZZ9.
           05  FILLER                       PIC X(012)
               VALUE " SANDWICHES ".
           05  RT-TRAYS                     PIC ZZZZ9.
           05  FILLER                       PIC X(010)
               VALUE " TRAYS OF ".
           05  RT-CAPACITY                  PIC ZZ9.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  RT-FLAG                      PIC X(024).
       01  FLAG-LINE.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  FL-TEXT                      PIC X(024).
       01  UNROUTED-TITLE                   PIC X(045)
               VALUE "SCHOOLS WITH ORDERS BUT ON NO DELIVERY ROUTE".
       01  UNROUTED-DETAIL.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  UD-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  UD-QTY                       PIC ZZZZZZ9.
           05  FILLER                       PIC X(011)
               VALUE " SANDWICHES".
       01  SUMMARY-LINE.
           05  FILLER                       PIC X(008) VALUE "ROUTES: ".
           05  SL-ROUTES                    PIC ZZZZ9.
           05  FILLER                       PIC X(011)
               VALUE "  FLAGGED: ".
           05  SL-FLAGGED                   PIC ZZZZ9.
           05  FILLER                       PIC X(020)
               VALUE "  SCHOOLS NOT ROUTED".
           05  FILLER                       PIC X(002) VALUE ": ".
           05  SL-UNROUTED                  PIC ZZZZ9.
       01  BLANK-LINE                       PIC X(001) VALUE SPACES.
       01  DONE-COUNT                       PIC ZZZZ9.

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MODULE-NAME-VIEW LINE 03 COL 43.
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
      ******************************************************************
       01  ASK-DATE-SCREEN.
           05 VALUE GEN-TEXT-DATE LINE 08 COL 15.
           05 AD-DAY PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-DAY REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-MONTH PIC 9(002) LINE 08 COL PLUS 1
               TO GEN-MONTH REQUIRED.
           05 VALUE "/" LINE 08 COL PLUS 1.
           05 AD-YEAR PIC 9(004) LINE 08 COL PLUS 1
               TO GEN-YEAR REQUIRED AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 ERROR-TEXT LINE 25 COL 03 PIC X(085)
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SCREEN-DUMMY1 LINE 26 COL 95 PIC X TO DUMMY AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE "N" TO VALID-DATE-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
               OR KEYSTATUS = 1003
               MOVE ZERO TO GEN-DATE-NUM
               DISPLAY ASK-DATE-SCREEN
               ACCEPT ASK-DATE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT PROGRAM
               END-IF
               PERFORM 115-VALIDATE-DATE
               IF NOT VALID-DATE-YES
                   MOVE ERROR-INVALID-DATE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO LINE-COUNT ROUTE-COUNT FLAGGED-COUNT
               UNROUTED-COUNT
      *> DAY 1 OF THE INTEGER-OF-DATE CALENDAR (01.01.1601) WAS A
      *> MONDAY, SO THE REMAINDER BY 7 GIVES THE WEEKDAY (0 STANDS
      *> FOR SUNDAY, 7)
           COMPUTE GEN-WEEKDAY =
               FUNCTION MOD (INTEGER-OF-DATE (GEN-DATE-NUM), 7)
           IF GEN-WEEKDAY = ZERO
               MOVE 7 TO GEN-WEEKDAY
           END-IF
           PERFORM 120-LOAD-TRAY-SIZE
           PERFORM 200-SCAN-ORDERS
           MOVE SPACES TO REPORT-FILENAME
           STRING "LOADPLAN-" DELIMITED BY SIZE
               GEN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT LOAD-FILE
           MOVE GEN-DAY TO TL-DAY
           MOVE GEN-MONTH TO TL-MONTH
           MOVE GEN-YEAR TO TL-YEAR
           MOVE TRAY-SANDWICHES TO TL-TRAY
           WRITE LOAD-LINE FROM TITLE-LINE
           ADD 1 TO LINE-COUNT
           PERFORM 300-PRINT-ROUTES
           PERFORM 400-PRINT-UNROUTED
           MOVE ROUTE-COUNT TO SL-ROUTES
           MOVE FLAGGED-COUNT TO SL-FLAGGED
           MOVE UNROUTED-COUNT TO SL-UNROUTED
           WRITE LOAD-LINE FROM BLANK-LINE
           WRITE LOAD-LINE FROM SUMMARY-LINE
           ADD 2 TO LINE-COUNT
           CLOSE LOAD-FILE
           MOVE "REPORT-LOADPLAN" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-LOADPLAN" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "REPORT-LOADPLAN" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE ROUTE-COUNT TO RLOG-PROCESSED
           COMPUTE RLOG-ACCEPTED = ROUTE-COUNT - FLAGGED-COUNT
           MOVE FLAGGED-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE FLAGGED-COUNT TO DONE-COUNT
           MOVE SPACES TO ERROR-TEXT
           STRING LOAD-DONE DELIMITED BY SIZE
               DONE-COUNT DELIMITED BY SIZE
               LOAD-DONE-TAIL DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           EXIT PROGRAM.

      *> ABORTS THE PROGRAM WITH A VISIBLE MESSAGE WHEN AN INDEXED
      *> FILE OPEN COMES BACK WITH A STATUS OTHER THAN "SUCCESS" OR
      *> "FILE DOES NOT EXIST YET" (35), INSTEAD OF SILENTLY READING
      *> FROM A HANDLE THAT NEVER ACTUALLY OPENED
       090-CHECK-FILE-STATUS SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           STRING ERROR-FILE-STATUS-MSG DELIMITED BY SIZE
               FILE-ERROR-STATUS DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

       115-VALIDATE-DATE SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           MOVE "N" TO BISSEXTO
           IF FUNCTION MOD (GEN-YEAR, 4) = 0 AND
               (FUNCTION MOD (GEN-YEAR, 100) NOT = 0 OR
                FUNCTION MOD (GEN-YEAR, 400) = 0)
               MOVE "S" TO BISSEXTO
           END-IF
           EVALUATE GEN-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF GEN-DAY >= 1 AND GEN-DAY <= 31
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF GEN-DAY >= 1 AND GEN-DAY <= 30
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 2
                   IF BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 29
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
                   IF NOT BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 28
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

       120-LOAD-TRAY-SIZE SECTION.
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

      *> EVERY ORDER OF THE DAY GOES ON THE VAN WHATEVER ITS STATUS,
      *> SO THE PLAN READS THE SAME BEFORE AND AFTER DISPATCH
       200-SCAN-ORDERS SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           MOVE GEN-DATE-NUM TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = GEN-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           IF ORD-SCHOOL-ID >= 1 AND
                               ORD-SCHOOL-ID <= MAX-SCHOOL
                               ADD ORD-QTY TO
                                   SCHOOL-QTY (ORD-SCHOOL-ID)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
       EXIT SECTION.

       300-PRINT-ROUTES SECTION.
           MOVE "N" TO RTE-EOF-FLAG
           OPEN INPUT FXROUTE
           IF RTE-STATUS-FS NOT = ZERO THEN
               CLOSE FXROUTE
               EXIT SECTION
           END-IF
           OPEN INPUT FXROUTESTOP
           OPEN INPUT FXROUTEVEH
           IF RVH-STATUS-FS = ZERO
               MOVE "Y" TO RVH-OPEN-FLAG
           END-IF
           OPEN INPUT FXVEHICLE
           IF VEH-STATUS-FS = ZERO
               MOVE "Y" TO VEH-OPEN-FLAG
           END-IF
           PERFORM UNTIL EOF-RTE
               READ FXROUTE NEXT RECORD
                   AT END SET EOF-RTE TO TRUE
                   NOT AT END
                       PERFORM 310-PRINT-ONE-ROUTE
               END-READ
           END-PERFORM
           CLOSE FXVEHICLE
           CLOSE FXROUTEVEH
           CLOSE FXROUTESTOP
           CLOSE FXROUTE
       EXIT SECTION.

      *> A ROUTE WITH NOTHING TO CARRY THAT DAY IS LEFT OFF THE PLAN
       310-PRINT-ONE-ROUTE SECTION.
           MOVE ZERO TO ROUTE-TRAYS ROUTE-QTY ROUTE-CAPACITY
           MOVE "N" TO ROUTE-FLAGGED
           PERFORM 320-ADD-UP-ROUTE
           IF ROUTE-QTY = ZERO
               EXIT SECTION
           END-IF
           ADD 1 TO ROUTE-COUNT
           MOVE RTE-ID TO RH-ROUTE
           MOVE RTE-NAME TO RH-NAME
           MOVE SPACES TO RH-REG RH-CHILLED
           MOVE ZERO TO RH-CAPACITY
           MOVE SPACES TO FL-TEXT
           PERFORM 330-FIND-VAN
           WRITE LOAD-LINE FROM BLANK-LINE
           WRITE LOAD-LINE FROM ROUTE-HEADER
           ADD 2 TO LINE-COUNT
           IF FL-TEXT NOT = SPACES
               WRITE LOAD-LINE FROM FLAG-LINE
               ADD 1 TO LINE-COUNT
               MOVE "Y" TO ROUTE-FLAGGED
           END-IF
           PERFORM 340-PRINT-STOPS
           MOVE ROUTE-QTY TO RT-QTY
           MOVE ROUTE-TRAYS TO RT-TRAYS
           MOVE ROUTE-CAPACITY TO RT-CAPACITY
           MOVE SPACES TO RT-FLAG
           IF ROUTE-TRAYS > ROUTE-CAPACITY
               MOVE FLAG-OVERLOAD TO RT-FLAG
               MOVE "Y" TO ROUTE-FLAGGED
           END-IF
           WRITE LOAD-LINE FROM ROUTE-TOTAL-LINE
           ADD 1 TO LINE-COUNT
           IF ROUTE-FLAGGED-YES
               ADD 1 TO FLAGGED-COUNT
           END-IF
       EXIT SECTION.

      *> FIRST PASS OVER THE STOPS: SANDWICHES AND TRAYS FOR THE
      *> ROUTE, AND EACH ORDERING SCHOOL MARKED AS ROUTED
       320-ADD-UP-ROUTE SECTION.
           MOVE "N" TO RST-EOF-FLAG
           MOVE RTE-ID TO RST-ROUTE-ID
           MOVE ZERO TO RST-SEQ
           START FXROUTESTOP KEY IS >= RST-ID
               INVALID KEY SET EOF-RST TO TRUE
           END-START
           PERFORM UNTIL EOF-RST
               READ FXROUTESTOP NEXT RECORD
                   AT END SET EOF-RST TO TRUE
                   NOT AT END
                       IF RST-ROUTE-ID NOT = RTE-ID
                           SET EOF-RST TO TRUE
                       ELSE
                           IF RST-SCHOOL-ID >= 1 AND
                               RST-SCHOOL-ID <= MAX-SCHOOL
                               MOVE "Y" TO
                                   SCHOOL-ROUTED (RST-SCHOOL-ID)
                               PERFORM 350-STOP-TRAYS
                               ADD SCHOOL-QTY (RST-SCHOOL-ID)
                                   TO ROUTE-QTY
                               ADD STOP-TRAYS TO ROUTE-TRAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       330-FIND-VAN SECTION.
           IF NOT RVH-OPEN
               MOVE FLAG-NO-VAN TO FL-TEXT
               EXIT SECTION
           END-IF
           MOVE RTE-ID TO RVH-ROUTE-ID
           MOVE GEN-WEEKDAY TO RVH-WEEKDAY
           READ FXROUTEVEH
               INVALID KEY
                   MOVE FLAG-NO-VAN TO FL-TEXT
           END-READ
           IF FL-TEXT NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE RVH-VEH-REG TO RH-REG
           IF NOT VEH-OPEN
               MOVE FLAG-UNKNOWN-VAN TO FL-TEXT
               EXIT SECTION
           END-IF
           MOVE RVH-VEH-REG TO VEH-REG
           READ FXVEHICLE
               INVALID KEY
                   MOVE FLAG-UNKNOWN-VAN TO FL-TEXT
           END-READ
           IF FL-TEXT NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE VEH-CAPACITY-TRAYS TO ROUTE-CAPACITY RH-CAPACITY
           IF VEH-IS-CHILLED
               MOVE "CHILLED" TO RH-CHILLED
           ELSE
               MOVE "AMBIENT" TO RH-CHILLED
               MOVE FLAG-NOT-CHILLED TO FL-TEXT
           END-IF
           IF NOT VEH-IS-IN-SERVICE
               MOVE FLAG-OFF-ROAD TO FL-TEXT
           END-IF
       EXIT SECTION.

       340-PRINT-STOPS SECTION.
           MOVE "N" TO RST-EOF-FLAG
           MOVE RTE-ID TO RST-ROUTE-ID
           MOVE ZERO TO RST-SEQ
           START FXROUTESTOP KEY IS >= RST-ID
               INVALID KEY SET EOF-RST TO TRUE
           END-START
           PERFORM UNTIL EOF-RST
               READ FXROUTESTOP NEXT RECORD
                   AT END SET EOF-RST TO TRUE
                   NOT AT END
                       IF RST-ROUTE-ID NOT = RTE-ID
                           SET EOF-RST TO TRUE
                       ELSE
                           IF RST-SCHOOL-ID >= 1 AND
                               RST-SCHOOL-ID <= MAX-SCHOOL
                               IF SCHOOL-QTY (RST-SCHOOL-ID) > ZERO
                                   PERFORM 350-STOP-TRAYS
                                   MOVE RST-SEQ TO SD-SEQ
                                   MOVE RST-SCHOOL-ID TO SD-SCHOOL
                                   MOVE SCHOOL-QTY (RST-SCHOOL-ID)
                                       TO SD-QTY
                                   MOVE STOP-TRAYS TO SD-TRAYS
                                   WRITE LOAD-LINE FROM STOP-DETAIL
                                   ADD 1 TO LINE-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> EACH SCHOOL'S SANDWICHES ARE TRAYED SEPARATELY, SO A PART
      *> TRAY AT A STOP STILL TAKES A WHOLE TRAY'S ROOM IN THE VAN
       350-STOP-TRAYS SECTION.
           DIVIDE SCHOOL-QTY (RST-SCHOOL-ID) BY TRAY-SANDWICHES
               GIVING STOP-TRAYS
           IF STOP-TRAYS * TRAY-SANDWICHES <
               SCHOOL-QTY (RST-SCHOOL-ID)
               ADD 1 TO STOP-TRAYS
           END-IF
       EXIT SECTION.

       400-PRINT-UNROUTED SECTION.
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
               UNTIL SCHOOL-IX > MAX-SCHOOL
               IF SCHOOL-QTY (SCHOOL-IX) > ZERO AND
                   SCHOOL-ROUTED (SCHOOL-IX) = "N"
                   IF UNROUTED-COUNT = ZERO
                       WRITE LOAD-LINE FROM BLANK-LINE
                       WRITE LOAD-LINE FROM UNROUTED-TITLE
                       ADD 2 TO LINE-COUNT
                   END-IF
                   ADD 1 TO UNROUTED-COUNT
                   MOVE SCHOOL-IX TO UD-SCHOOL
                   MOVE SCHOOL-QTY (SCHOOL-IX) TO UD-QTY
                   WRITE LOAD-LINE FROM UNROUTED-DETAIL
                   ADD 1 TO LINE-COUNT
               END-IF
           END-PERFORM
       EXIT SECTION.
