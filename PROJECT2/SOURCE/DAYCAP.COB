      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRODUCTION
      ******************************************************************
      *    DAYCAP - THE KITCHEN'S CAPACITY FOR ONE DATE. A DATE WITH
      *    SHIFTS ON FXROSTER TAKES ITS CAPACITY FROM WHO IS ON
      *    SHIFT (HOURS TIMES EACH PERSON'S SANDWICHES PER HOUR), SO
      *    SICKNESS AND HOLIDAYS LOWER IT; A DATE WITHOUT A ROSTER
      *    FALLS BACK TO THE WEEKDAY FIGURE ON FXCAPACITY. USED BY
      *    THE LOADING REPORT, ORDER ENTRY, THE GENERATION RUN, THE
      *    MORNING DASHBOARD AND THE ROSTER GAP REPORT, SO THEY ALL
      *    WORK FROM THE SAME FIGURE.
      *    THE FIGURE IS FOR ONE PRODUCTION SITE WHEN THE CALLER
      *    NAMES ONE; OTHERWISE IT IS THE SUM OVER THE MAIN KITCHEN
      *    AND EVERY SITE ON FXSITE, EACH TAKEN FROM ITS OWN ROSTER
      *    OR, FAILING THAT, ITS OWN WEEKDAY FIGURE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCAP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXROSTER ASSIGN TO "FXROSTER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ROS-KEY
                   FILE STATUS ROS-STATUS-FS.

               SELECT FXCAPACITY ASSIGN TO "FXCAPACITY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAP-KEY
                   FILE STATUS CAP-STATUS-FS.

               SELECT FXSITE ASSIGN TO "FXSITE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SITE-CODE
                   FILE STATUS SITE-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXROSTER.
           COPY FD-ROSTER.
       FD FXCAPACITY.
           COPY FD-CAPACITY.
       FD FXSITE.
           COPY FD-SITE.

       WORKING-STORAGE SECTION.
       77  ROS-STATUS-FS                    PIC 9(002).
       77  CAP-STATUS-FS                    PIC 9(002).
       77  SITE-STATUS-FS                   PIC 9(002).
       78  MAIN-SITE-CODE      VALUE "01".

       01  ROS-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ROS                      VALUE "Y".
       01  SITE-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SITE                     VALUE "Y".
       01  CUR-SITE                         PIC X(002).
       01  SHIFT-SITE                       PIC X(002).
       01  SITE-LINES                       PIC 9(004).
       01  WEEKDAY-QTY                      PIC 9(007).
       01  WEEKDAY-FOUND                    PIC X(001).
           88  WEEKDAY-FOUND-YES            VALUE "Y".
       01  CAP-WEEKDAY-NUM                  PIC 9(001).
       01  SHIFT-START-MIN                  PIC 9(004).
       01  SHIFT-END-MIN                    PIC 9(004).
       01  SHIFT-MINUTES                    PIC 9(004).
       01  TOTAL-MINUTES                    PIC 9(007).
       01  TOTAL-OUTPUT                     PIC 9(009).
       01  RATE-SUM                         PIC 9(007).
       01  ROSTER-LINES                     PIC 9(004).
       01  CAPACITY-WORK                    PIC 9(009).

       LINKAGE SECTION.
       COPY LK-DAYCAP.

       PROCEDURE DIVISION USING DAYCAP-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO DCAP-QTY DCAP-HOURS DCAP-AVG-RATE
           MOVE SPACE TO DCAP-SOURCE
           MOVE ZERO TO TOTAL-MINUTES TOTAL-OUTPUT RATE-SUM
               ROSTER-LINES WEEKDAY-QTY
           MOVE "N" TO WEEKDAY-FOUND
      *> 1=MONDAY .. 7=SUNDAY FROM THE DAY NUMBER, AS CAPLOAD HAS
      *> ALWAYS WORKED IT OUT
           COMPUTE CAP-WEEKDAY-NUM =
               MOD (INTEGER-OF-DATE (DCAP-DATE), 7)
           IF CAP-WEEKDAY-NUM = ZERO
               MOVE 7 TO CAP-WEEKDAY-NUM
           END-IF
           IF DCAP-SITE NOT = SPACES
               MOVE DCAP-SITE TO CUR-SITE
               PERFORM 050-ONE-SITE
           ELSE
               MOVE MAIN-SITE-CODE TO CUR-SITE
               PERFORM 050-ONE-SITE
               PERFORM 060-OTHER-SITES
           END-IF
           PERFORM 300-SET-RESULT
           GOBACK.

      *> A SITE WITH ANY ROSTER LINE FOR THE DATE IS ROSTERED; ONLY
      *> A SITE WITHOUT ONE FALLS BACK TO ITS WEEKDAY FIGURE
       050-ONE-SITE SECTION.
           PERFORM 100-READ-ROSTER
           IF SITE-LINES = ZERO
               PERFORM 200-READ-WEEKDAY
           END-IF
       EXIT SECTION.

       060-OTHER-SITES SECTION.
           MOVE "N" TO SITE-EOF-FLAG
           OPEN INPUT FXSITE
           IF SITE-STATUS-FS NOT = ZERO THEN
               CLOSE FXSITE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-SITE
               READ FXSITE NEXT RECORD
                   AT END SET EOF-SITE TO TRUE
                   NOT AT END
                       IF SITE-CODE NOT = MAIN-SITE-CODE
                           MOVE SITE-CODE TO CUR-SITE
                           PERFORM 050-ONE-SITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSITE
       EXIT SECTION.

      *> EVERY SHIFT OF THE DATE, IN STAFF ORDER ON THE DATE-LED KEY;
      *> ONE ROSTER LINE (EVEN AN ABSENCE) MAKES THE DATE ROSTERED
      *> FOR THE SITE IT IS WORKED AT
       100-READ-ROSTER SECTION.
           MOVE ZERO TO SITE-LINES
           MOVE "N" TO ROS-EOF-FLAG
           OPEN INPUT FXROSTER
           IF ROS-STATUS-FS NOT = ZERO THEN
               CLOSE FXROSTER
               EXIT SECTION
           END-IF
           MOVE DCAP-DATE TO ROS-DATE
           MOVE LOW-VALUES TO ROS-STAFF
           START FXROSTER KEY IS >= ROS-KEY
               INVALID KEY SET EOF-ROS TO TRUE
           END-START
           PERFORM UNTIL EOF-ROS
               READ FXROSTER NEXT RECORD
                   AT END SET EOF-ROS TO TRUE
                   NOT AT END
                       IF ROS-DATE NOT = DCAP-DATE
                           SET EOF-ROS TO TRUE
                       ELSE
                           MOVE ROS-SITE TO SHIFT-SITE
                           IF SHIFT-SITE = SPACES
                               MOVE MAIN-SITE-CODE TO SHIFT-SITE
                           END-IF
                           IF SHIFT-SITE = CUR-SITE
                               PERFORM 110-ADD-SHIFT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXROSTER
       EXIT SECTION.

       110-ADD-SHIFT SECTION.
           ADD 1 TO ROSTER-LINES SITE-LINES
           ADD ROS-RATE TO RATE-SUM
           IF ROS-ABSENT
               EXIT SECTION
           END-IF
           COMPUTE SHIFT-START-MIN =
               INTEGER-PART (ROS-START / 100) * 60 +
               MOD (ROS-START, 100)
           COMPUTE SHIFT-END-MIN =
               INTEGER-PART (ROS-END / 100) * 60 +
               MOD (ROS-END, 100)
           IF SHIFT-END-MIN < SHIFT-START-MIN
               ADD 1440 TO SHIFT-END-MIN
           END-IF
           COMPUTE SHIFT-MINUTES = SHIFT-END-MIN - SHIFT-START-MIN
           ADD SHIFT-MINUTES TO TOTAL-MINUTES
           COMPUTE TOTAL-OUTPUT = TOTAL-OUTPUT +
               SHIFT-MINUTES * ROS-RATE
       EXIT SECTION.

       200-READ-WEEKDAY SECTION.
           OPEN INPUT FXCAPACITY
           IF CAP-STATUS-FS = ZERO THEN
               MOVE CUR-SITE TO CAP-SITE
               MOVE CAP-WEEKDAY-NUM TO CAP-WEEKDAY
               READ FXCAPACITY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD CAP-LIMIT-QTY TO WEEKDAY-QTY
                       MOVE "Y" TO WEEKDAY-FOUND
               END-READ
           END-IF
           CLOSE FXCAPACITY
       EXIT SECTION.

      *> THE ROSTERED SITES' OUTPUT PLUS THE WEEKDAY FIGURES OF THE
      *> REST; THE SOURCE IS "ROSTER" WHEN ANY SITE WAS ROSTERED
       300-SET-RESULT SECTION.
           IF ROSTER-LINES = ZERO AND NOT WEEKDAY-FOUND-YES
               EXIT SECTION
           END-IF
           IF ROSTER-LINES > ZERO
               MOVE "R" TO DCAP-SOURCE
               COMPUTE DCAP-HOURS = TOTAL-MINUTES / 60
               COMPUTE DCAP-AVG-RATE = RATE-SUM / ROSTER-LINES
           ELSE
               MOVE "W" TO DCAP-SOURCE
           END-IF
           COMPUTE CAPACITY-WORK = TOTAL-OUTPUT / 60 + WEEKDAY-QTY
           IF CAPACITY-WORK > 99999
               MOVE 99999 TO DCAP-QTY
           ELSE
               MOVE CAPACITY-WORK TO DCAP-QTY
           END-IF
       EXIT SECTION.
