      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL ORDERS REPORTS
      ******************************************************************
      *    DELIVERY ARRIVAL SCHEDULE - FOR ONE DELIVERY DATE, EVERY
      *    ROUTE WITH ITS DEPARTURE TIME AND EACH STOP WITH ORDERS,
      *    IN DROP SEQUENCE, WITH THE ESTIMATED ARRIVAL FROM
      *    ROUTEETA AND THE SCHOOL'S EARLIEST/LATEST WINDOW FROM
      *    FXSCHSCHED. A STOP THE VAN WOULD REACH BEFORE OR AFTER
      *    ITS WINDOW IS FLAGGED, SO THE ROUTE OR ITS DEPARTURE CAN
      *    BE CHANGED BEFORE A SCHOOL COMPLAINS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ETA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXROUTE ASSIGN TO "FXROUTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTE-ID
                   FILE STATUS RTE-STATUS-FS.

               SELECT ETA-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS ETA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXROUTE.
           COPY FD-ROUTE.
       FD ETA-FILE.
       01  ETA-LINE                         PIC X(090).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-ROUTEETA.

       78  MODULE-NAME-VIEW    VALUE "DELIVERY ARRIVAL SCHEDULE".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  GEN-TEXT-DATE       VALUE " DELIVERY DATE:".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".
       78  ETA-DONE
           VALUE "ARRIVAL SCHEDULE PRODUCED, STOPS OUTSIDE WINDOW: ".
       78  ETA-DONE-TAIL       VALUE " - PRESS ANY KEY".
       78  FLAG-EARLY          VALUE "** EARLY **".
       78  FLAG-LATE           VALUE "** LATE **".
       78  FLAG-NO-DEPART      VALUE "NO DEPARTURE TIME SET".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  RTE-STATUS-FS                    PIC 9(002).
       77  ETA-STATUS                       PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).

       01  RTE-OPEN-FLAG                    PIC X(001) VALUE "N".
           88  RTE-OPEN                     VALUE "Y".
       01  HELD-ROUTE                       PIC 9(003).
       77  STOP-IX                          PIC 9(004).
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(005).

       01  TITLE-LINE.
           05  FILLER                       PIC X(038)
               VALUE "BREADWICH - DELIVERY ARRIVALS FOR ".
           05  TL-DAY                       PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  TL-MONTH                     PIC 9(002).
           05  FILLER                       PIC X(001) VALUE "/".
           05  TL-YEAR                      PIC 9(004).
       01  COLUMN-LINE                      PIC X(050)
               VALUE "    SEQ  SCHOOL  ARRIVE  WINDOW".
       01  ROUTE-HEADER.
           05  FILLER                       PIC X(006) VALUE "ROUTE ".
           05  RH-ROUTE                     PIC 9(003).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  RH-NAME                      PIC X(030).
           05  FILLER                       PIC X(009)
               VALUE " DEPARTS ".
           05  RH-DEPART                    PIC 9(004).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  RH-NOTE                      PIC X(021).
       01  STOP-DETAIL.
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  SD-SEQ                       PIC 9(003).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-SCHOOL                    PIC 9(005).
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  SD-ARRIVAL                   PIC 9(004).
           05  FILLER                       PIC X(004) VALUE SPACES.
           05  SD-EARLIEST                  PIC 9(004).
           05  FILLER                       PIC X(001) VALUE "-".
           05  SD-LATEST                    PIC 9(004).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  SD-FLAG                      PIC X(011).
       01  SUMMARY-LINE.
           05  FILLER                       PIC X(007) VALUE "STOPS: ".
           05  SL-STOPS                     PIC ZZZ9.
           05  FILLER                       PIC X(024)
               VALUE "  OUTSIDE THEIR WINDOW: ".
           05  SL-FLAGGED                   PIC ZZZ9.
       01  BLANK-LINE                       PIC X(001) VALUE SPACES.
       01  DONE-COUNT                       PIC ZZZ9.

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
           MOVE ZERO TO LINE-COUNT
           MOVE GEN-DATE-NUM TO RETA-DATE
           CALL "ROUTEETA" USING ROUTEETA-REQUEST
           MOVE SPACES TO REPORT-FILENAME
           STRING "ETA-" DELIMITED BY SIZE
               GEN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           OPEN OUTPUT ETA-FILE
           MOVE GEN-DAY TO TL-DAY
           MOVE GEN-MONTH TO TL-MONTH
           MOVE GEN-YEAR TO TL-YEAR
           WRITE ETA-LINE FROM TITLE-LINE
           WRITE ETA-LINE FROM COLUMN-LINE
           ADD 2 TO LINE-COUNT
           PERFORM 200-PRINT-SCHEDULE
           MOVE RETA-STOP-COUNT TO SL-STOPS
           MOVE RETA-FLAG-COUNT TO SL-FLAGGED
           WRITE ETA-LINE FROM BLANK-LINE
           WRITE ETA-LINE FROM SUMMARY-LINE
           ADD 2 TO LINE-COUNT
           CLOSE ETA-FILE
           MOVE "REPORT-ETA" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-ETA" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "REPORT-ETA" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE RETA-STOP-COUNT TO RLOG-PROCESSED
           COMPUTE RLOG-ACCEPTED = RETA-STOP-COUNT - RETA-FLAG-COUNT
           MOVE RETA-FLAG-COUNT TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE RETA-FLAG-COUNT TO DONE-COUNT
           MOVE SPACES TO ERROR-TEXT
           STRING ETA-DONE DELIMITED BY SIZE
               DONE-COUNT DELIMITED BY SIZE
               ETA-DONE-TAIL DELIMITED BY SIZE
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

      *> ROUTEETA RETURNS THE STOPS IN ROUTE ORDER, SO A NEW ROUTE
      *> NUMBER STARTS A NEW BLOCK
       200-PRINT-SCHEDULE SECTION.
           MOVE ZERO TO HELD-ROUTE
           MOVE "N" TO RTE-OPEN-FLAG
           OPEN INPUT FXROUTE
           IF RTE-STATUS-FS = ZERO
               MOVE "Y" TO RTE-OPEN-FLAG
           END-IF
           PERFORM VARYING STOP-IX FROM 1 BY 1
               UNTIL STOP-IX > RETA-STOP-COUNT
               IF RETA-ROUTE-ID (STOP-IX) NOT = HELD-ROUTE
                   MOVE RETA-ROUTE-ID (STOP-IX) TO HELD-ROUTE
                   PERFORM 210-PRINT-ROUTE-HEADER
               END-IF
               MOVE RETA-SEQ (STOP-IX) TO SD-SEQ
               MOVE RETA-SCHOOL-ID (STOP-IX) TO SD-SCHOOL
               MOVE RETA-ARRIVAL (STOP-IX) TO SD-ARRIVAL
               MOVE RETA-EARLIEST (STOP-IX) TO SD-EARLIEST
               MOVE RETA-LATEST (STOP-IX) TO SD-LATEST
               EVALUATE TRUE
                   WHEN RETA-EARLY (STOP-IX)
                       MOVE FLAG-EARLY TO SD-FLAG
                   WHEN RETA-LATE (STOP-IX)
                       MOVE FLAG-LATE TO SD-FLAG
                   WHEN OTHER
                       MOVE SPACES TO SD-FLAG
               END-EVALUATE
               WRITE ETA-LINE FROM STOP-DETAIL
               ADD 1 TO LINE-COUNT
           END-PERFORM
           CLOSE FXROUTE
       EXIT SECTION.

       210-PRINT-ROUTE-HEADER SECTION.
           MOVE HELD-ROUTE TO RH-ROUTE
           MOVE SPACES TO RH-NAME RH-NOTE
           MOVE ZERO TO RH-DEPART
           IF RTE-OPEN
               MOVE HELD-ROUTE TO RTE-ID
               READ FXROUTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RTE-NAME TO RH-NAME
                       IF RTE-DEPART-TIME NUMERIC
                           MOVE RTE-DEPART-TIME TO RH-DEPART
                       END-IF
               END-READ
           END-IF
           IF RH-DEPART = ZERO
               MOVE FLAG-NO-DEPART TO RH-NOTE
           END-IF
           WRITE ETA-LINE FROM BLANK-LINE
           WRITE ETA-LINE FROM ROUTE-HEADER
           ADD 2 TO LINE-COUNT
       EXIT SECTION.
