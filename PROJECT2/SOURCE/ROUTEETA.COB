      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS
      ******************************************************************
      *    ROUTEETA - ESTIMATES WHEN THE VAN REACHES EACH SCHOOL ON
      *    A DELIVERY DATE. EVERY ROUTE STARTS AT ITS DEPARTURE TIME
      *    (FXROUTE) AND WALKS ITS STOPS IN DROP SEQUENCE, ADDING
      *    THE DRIVING MINUTES OF EACH STOP (FXROUTESTOP) AND THE
      *    UNLOADING MINUTES (FXDLVCTL) AT EVERY SCHOOL THAT HAS
      *    ORDERS THAT DAY. THE ARRIVAL IS SET AGAINST THE SCHOOL'S
      *    EARLIEST/LATEST WINDOW ON FXSCHSCHED. USED BY THE ETA
      *    SCHEDULE REPORT, THE DISPATCH DRIVER SUMMARY AND THE
      *    MORNING DASHBOARD, SO ALL THREE SHOW THE SAME TIMES.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTEETA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

               SELECT FXSCHSCHED ASSIGN TO "FXSCHSCHED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHED-SCHOOL-ID
                   FILE STATUS SCHED-STATUS-FS.

               SELECT FXDLVCTL ASSIGN TO "FXDLVCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DLC-ID
                   FILE STATUS DLC-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXORDERS.
           COPY FD-ORDERS.
       FD FXROUTE.
           COPY FD-ROUTE.
       FD FXROUTESTOP.
           COPY FD-ROUTESTOP.
       FD FXSCHSCHED.
           COPY FD-SCHSCHED.
       FD FXDLVCTL.
           COPY FD-DLVCTL.

       WORKING-STORAGE SECTION.
       78  MAX-SCHOOL                       VALUE 9999.
       78  MAX-ETA-STOPS                    VALUE 500.

       77  ORD-STATUS-FS                    PIC 9(002).
       77  RTE-STATUS-FS                    PIC 9(002).
       77  RST-STATUS-FS                    PIC 9(002).
       77  SCHED-STATUS-FS                  PIC 9(002).
       77  DLC-STATUS-FS                    PIC 9(002).

       01  ORD-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ORD                      VALUE "Y".
       01  RTE-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RTE                      VALUE "Y".
       01  RST-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RST                      VALUE "Y".
       01  SCHED-OPEN-FLAG                  PIC X(001) VALUE "N".
           88  SCHED-OPEN                   VALUE "Y".

       01  ETA-DATE.
           05  ETA-YEAR                     PIC 9(004).
           05  ETA-MONTH                    PIC 9(002).
           05  ETA-DAY                      PIC 9(002).
       01  SCHOOL-QTY-TABLE.
           05  SCHOOL-QTY OCCURS MAX-SCHOOL TIMES
               PIC 9(007).
       01  DROP-MINUTES                     PIC 9(003).
       01  CLOCK-MINUTES                    PIC 9(005).
       01  ARRIVAL-HOURS                    PIC 9(003).
       01  ARRIVAL-MINUTES                  PIC 9(002).
       77  STOP-IX                          PIC 9(004).

       LINKAGE SECTION.
       COPY LK-ROUTEETA.

       PROCEDURE DIVISION USING ROUTEETA-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETA-STOP-COUNT RETA-FLAG-COUNT
           MOVE RETA-DATE TO ETA-DATE
           MOVE ZEROS TO SCHOOL-QTY-TABLE
           PERFORM 100-LOAD-DROP-MINUTES
           PERFORM 200-SCAN-ORDERS
           PERFORM 300-WALK-ROUTES
           GOBACK.

       100-LOAD-DROP-MINUTES SECTION.
           MOVE ZERO TO DROP-MINUTES
           OPEN INPUT FXDLVCTL
           IF DLC-STATUS-FS = ZERO THEN
               MOVE 1 TO DLC-ID
               READ FXDLVCTL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DLC-DROP-MINUTES TO DROP-MINUTES
               END-READ
           END-IF
           CLOSE FXDLVCTL
       EXIT SECTION.

       200-SCAN-ORDERS SECTION.
           MOVE "N" TO ORD-EOF-FLAG
           OPEN INPUT FXORDERS
           IF ORD-STATUS-FS NOT = ZERO THEN
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           MOVE ETA-DATE TO ORD-DELIVERY-DATE
           START FXORDERS KEY IS >= ORD-DELIVERY-DATE
               INVALID KEY SET EOF-ORD TO TRUE
           END-START
           PERFORM UNTIL EOF-ORD
               READ FXORDERS NEXT RECORD
                   AT END SET EOF-ORD TO TRUE
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = ETA-DATE
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

       300-WALK-ROUTES SECTION.
           MOVE "N" TO RTE-EOF-FLAG
           OPEN INPUT FXROUTE
           IF RTE-STATUS-FS NOT = ZERO THEN
               CLOSE FXROUTE
               EXIT SECTION
           END-IF
           OPEN INPUT FXROUTESTOP
           MOVE "N" TO SCHED-OPEN-FLAG
           OPEN INPUT FXSCHSCHED
           IF SCHED-STATUS-FS = ZERO
               MOVE "Y" TO SCHED-OPEN-FLAG
           END-IF
           PERFORM UNTIL EOF-RTE
               READ FXROUTE NEXT RECORD
                   AT END SET EOF-RTE TO TRUE
                   NOT AT END
                       PERFORM 310-WALK-ONE-ROUTE
               END-READ
           END-PERFORM
           CLOSE FXSCHSCHED
           CLOSE FXROUTESTOP
           CLOSE FXROUTE
       EXIT SECTION.

      *> THE VAN DRIVES PAST A SCHOOL WITH NOTHING THAT DAY, SO ITS
      *> DRIVING MINUTES STILL COUNT BUT NO UNLOADING TIME DOES
       310-WALK-ONE-ROUTE SECTION.
           IF RTE-DEPART-TIME NOT NUMERIC
               MOVE ZERO TO RTE-DEPART-TIME
           END-IF
           COMPUTE ARRIVAL-HOURS = RTE-DEPART-TIME / 100
           COMPUTE CLOCK-MINUTES = ARRIVAL-HOURS * 60
               + RTE-DEPART-TIME - ARRIVAL-HOURS * 100
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
                           IF RST-DRIVE-MINUTES NOT NUMERIC
                               MOVE ZERO TO RST-DRIVE-MINUTES
                           END-IF
                           ADD RST-DRIVE-MINUTES TO CLOCK-MINUTES
                           IF RST-SCHOOL-ID >= 1 AND
                               RST-SCHOOL-ID <= MAX-SCHOOL
                               IF SCHOOL-QTY (RST-SCHOOL-ID) > ZERO
                                   PERFORM 320-RECORD-ONE-STOP
                                   ADD DROP-MINUTES TO CLOCK-MINUTES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       320-RECORD-ONE-STOP SECTION.
           IF RETA-STOP-COUNT >= MAX-ETA-STOPS
               EXIT SECTION
           END-IF
           ADD 1 TO RETA-STOP-COUNT
           MOVE RETA-STOP-COUNT TO STOP-IX
           MOVE RTE-ID TO RETA-ROUTE-ID (STOP-IX)
           MOVE RST-SEQ TO RETA-SEQ (STOP-IX)
           MOVE RST-SCHOOL-ID TO RETA-SCHOOL-ID (STOP-IX)
           MOVE ZERO TO RETA-ARRIVAL (STOP-IX)
               RETA-EARLIEST (STOP-IX) RETA-LATEST (STOP-IX)
           MOVE SPACE TO RETA-WINDOW-FLAG (STOP-IX)
           IF SCHED-OPEN
               MOVE RST-SCHOOL-ID TO SCHED-SCHOOL-ID
               READ FXSCHSCHED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHED-EARLIEST TO RETA-EARLIEST (STOP-IX)
                       MOVE SCHED-LATEST TO RETA-LATEST (STOP-IX)
               END-READ
           END-IF
           IF RTE-DEPART-TIME = ZERO
               EXIT SECTION
           END-IF
           COMPUTE ARRIVAL-HOURS = CLOCK-MINUTES / 60
           COMPUTE ARRIVAL-MINUTES =
               CLOCK-MINUTES - ARRIVAL-HOURS * 60
           IF ARRIVAL-HOURS > 23
               MOVE 2359 TO RETA-ARRIVAL (STOP-IX)
           ELSE
               COMPUTE RETA-ARRIVAL (STOP-IX) =
                   ARRIVAL-HOURS * 100 + ARRIVAL-MINUTES
           END-IF
           IF RETA-EARLIEST (STOP-IX) > ZERO AND
               RETA-ARRIVAL (STOP-IX) < RETA-EARLIEST (STOP-IX)
               SET RETA-EARLY (STOP-IX) TO TRUE
           END-IF
           IF RETA-LATEST (STOP-IX) > ZERO AND
               RETA-ARRIVAL (STOP-IX) > RETA-LATEST (STOP-IX)
               SET RETA-LATE (STOP-IX) TO TRUE
           END-IF
           IF RETA-WINDOW-FLAG (STOP-IX) NOT = SPACE
               ADD 1 TO RETA-FLAG-COUNT
           END-IF
       EXIT SECTION.
