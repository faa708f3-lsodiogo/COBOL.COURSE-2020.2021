      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PURCHASING
      ******************************************************************
      *    SUPPDAYS - WHEN A SUPPLIER CAN DELIVER. A DELIVERY DAY IS
      *    ONE OF THE WEEKDAYS ON THE SUPPLIER'S FXSUPPSCHED RECORD
      *    THAT IS NOT INSIDE ONE OF ITS DOWNTIME WINDOWS ON
      *    CALENDARFILE (FD-DOWNTIME-SUPPLIER-ID). FROM AN ORDER DATE
      *    IT GIVES THE FIRST DELIVERY DAY AT LEAST THE AGREEMENT
      *    LEAD TIME LATER WHOSE CUT-OFF THE ORDER MADE; FROM A DATE
      *    THE GOODS ARE NEEDED IT GIVES THE LAST DELIVERY DAY ON OR
      *    BEFORE IT. BOTH WAYS IT ALSO GIVES THE ORDER-BY DATE AND
      *    TIME FOR THAT DELIVERY. USED BY THE RECEIPTS DIARY, THE
      *    NET REQUIREMENTS PLAN, THE SUGGESTED ORDERS RUN AND ORDER
      *    ENTRY SO THEY ALL DATE DELIVERIES THE SAME WAY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPDAYS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSUPPSCHED ASSIGN TO "FXSUPPSCHED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SSC-SUPPLIER-ID
                   FILE STATUS SSC-STATUS-FS.

               SELECT CALENDAR ASSIGN TO "CALENDARFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FD-DOWNTIME-ID
                   ALTERNATE KEY IS FD-START-DOWNTIME WITH DUPLICATES
                   FILE STATUS IS CALENDAR-TEST.

       DATA DIVISION.
       FILE SECTION.
       FD FXSUPPSCHED.
           COPY FD-SUPPSCHED.
       FD CALENDAR.
           COPY FDCALENDAR.

       WORKING-STORAGE SECTION.
       77  SSC-STATUS-FS                    PIC 9(002).
       77  CALENDAR-TEST                    PIC 9(002).
      *> HOW FAR EITHER WAY A DELIVERY DAY IS LOOKED FOR BEFORE
      *> FALLING BACK TO THE PLAIN LEAD-TIME DATE
       78  MAX-SEARCH-DAYS     VALUE 60.
       78  MAX-WINDOWS         VALUE 100.

       01  CALENDAR-EOF-FLAG                PIC X(001) VALUE "N".
           88  EOF-DOWNTIME                 VALUE "Y".

       01  SCHED-DAYS.
           05  SCHED-DAY                    PIC X(001) OCCURS 7 TIMES.
               88  SCHED-DAY-YES            VALUE "Y".
       01  SCHED-CUTOFF-DAYS                PIC 9(001).
       01  SCHED-CUTOFF-TIME                PIC 9(004).

       01  WINDOW-COUNT                     PIC 9(003).
       77  WINDOW-IX                        PIC 9(003).
       01  WINDOW-TABLE.
           05  WINDOW-ENTRY OCCURS MAX-WINDOWS TIMES.
               10  WINDOW-START             PIC 9(008).
               10  WINDOW-END               PIC 9(008).

       01  ORDER-NUMBER                     PIC 9(007).
       01  CHECK-NUMBER                     PIC 9(007).
       01  CHECK-DATE                       PIC 9(008).
       01  CUTOFF-NUMBER                    PIC 9(007).
       01  ORDER-BY-NUMBER                  PIC 9(007).
       01  CHECK-WEEKDAY                    PIC 9(001).
       77  SEARCH-IX                        PIC 9(003).
       01  DAY-OK                           PIC X(001).
           88  DAY-OK-YES                   VALUE "Y".

       LINKAGE SECTION.
       COPY LK-SUPPDAYS.

       PROCEDURE DIVISION USING SUPPDAYS-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO SDAY-DELIVERY-DATE SDAY-ORDER-BY-DATE
               SDAY-ORDER-BY-TIME
           MOVE "N" TO SDAY-SCHEDULED
           MOVE "N" TO SDAY-FOUND
           PERFORM 100-READ-SCHEDULE
           PERFORM 200-LOAD-DOWNTIME
           IF SDAY-FOR-NEED
               PERFORM 400-BACK-FROM-NEED
           ELSE
               PERFORM 300-FORWARD-FROM-ORDER
           END-IF
           GOBACK.

      *> WITHOUT A SCHEDULE THE SUPPLIER DELIVERS ANY DAY AND TAKES
      *> ORDERS UP TO THE LEAD TIME BEFORE, AS BEFORE SCHEDULES
       100-READ-SCHEDULE SECTION.
           MOVE ALL "Y" TO SCHED-DAYS
           MOVE ZERO TO SCHED-CUTOFF-DAYS SCHED-CUTOFF-TIME
           IF SDAY-SUPPLIER-ID = ZERO
               EXIT SECTION
           END-IF
           OPEN INPUT FXSUPPSCHED
           IF SSC-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPSCHED
               EXIT SECTION
           END-IF
           MOVE SDAY-SUPPLIER-ID TO SSC-SUPPLIER-ID
           READ FXSUPPSCHED
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SSC-DELIVERY-DAYS NOT = SPACES
                       MOVE SSC-DELIVERY-DAYS TO SCHED-DAYS
                       MOVE SSC-CUTOFF-DAYS TO SCHED-CUTOFF-DAYS
                       MOVE SSC-CUTOFF-TIME TO SCHED-CUTOFF-TIME
                       MOVE "Y" TO SDAY-SCHEDULED
                   END-IF
           END-READ
           CLOSE FXSUPPSCHED
       EXIT SECTION.

      *> ONLY THE SUPPLIER'S OWN WINDOWS STILL IN FORCE; OUR OWN
      *> SHUTDOWNS (NO SUPPLIER) ARE FLAGGED BY THE DIARY INSTEAD
       200-LOAD-DOWNTIME SECTION.
           MOVE ZERO TO WINDOW-COUNT
           IF SDAY-SUPPLIER-ID = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO CALENDAR-EOF-FLAG
           OPEN INPUT CALENDAR
           IF CALENDAR-TEST NOT = ZERO THEN
               CLOSE CALENDAR
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-DOWNTIME
               READ CALENDAR NEXT RECORD
                   AT END SET EOF-DOWNTIME TO TRUE
                   NOT AT END
                       IF FD-DOWNTIME-SUPPLIER-ID = SDAY-SUPPLIER-ID
                           AND NOT FD-DOWNTIME-CANCELLED
                           AND WINDOW-COUNT < MAX-WINDOWS
                           ADD 1 TO WINDOW-COUNT
                           MOVE FD-START-DOWNTIME
                               TO WINDOW-START (WINDOW-COUNT)
                           MOVE FD-END-DOWNTIME
                               TO WINDOW-END (WINDOW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR
       EXIT SECTION.

      *> THE FIRST DELIVERY DAY FROM ORDER DATE PLUS LEAD TIME ON
      *> WHOSE CUT-OFF THE ORDER WAS IN TIME. AN ORDER WITH NO TIME
      *> IS TAKEN AS IN TIME ON ITS OWN DAY.
       300-FORWARD-FROM-ORDER SECTION.
           COMPUTE ORDER-NUMBER = INTEGER-OF-DATE (SDAY-ORDER-DATE)
           COMPUTE CHECK-NUMBER = ORDER-NUMBER + SDAY-LEAD-DAYS
           PERFORM VARYING SEARCH-IX FROM 1 BY 1
               UNTIL SEARCH-IX > MAX-SEARCH-DAYS OR SDAY-FOUND-YES
               PERFORM 500-CHECK-DAY
               IF DAY-OK-YES
                   COMPUTE CUTOFF-NUMBER =
                       CHECK-NUMBER - SCHED-CUTOFF-DAYS
                   IF ORDER-NUMBER < CUTOFF-NUMBER OR
                       (ORDER-NUMBER = CUTOFF-NUMBER AND
                       (NOT SDAY-SCHEDULED-YES OR
                       SDAY-ORDER-TIME <= SCHED-CUTOFF-TIME))
                       MOVE "Y" TO SDAY-FOUND
                   END-IF
               END-IF
               IF NOT SDAY-FOUND-YES
                   ADD 1 TO CHECK-NUMBER
               END-IF
           END-PERFORM
           IF NOT SDAY-FOUND-YES
               COMPUTE CHECK-NUMBER = ORDER-NUMBER + SDAY-LEAD-DAYS
           END-IF
           COMPUTE SDAY-DELIVERY-DATE = DATE-OF-INTEGER (CHECK-NUMBER)
           PERFORM 600-SET-ORDER-BY
       EXIT SECTION.

      *> THE LAST DELIVERY DAY THAT STILL LANDS BY THE NEED DATE
       400-BACK-FROM-NEED SECTION.
           COMPUTE CHECK-NUMBER = INTEGER-OF-DATE (SDAY-NEED-DATE)
           PERFORM VARYING SEARCH-IX FROM 1 BY 1
               UNTIL SEARCH-IX > MAX-SEARCH-DAYS OR SDAY-FOUND-YES
               PERFORM 500-CHECK-DAY
               IF DAY-OK-YES
                   MOVE "Y" TO SDAY-FOUND
               ELSE
                   SUBTRACT 1 FROM CHECK-NUMBER
               END-IF
           END-PERFORM
           IF NOT SDAY-FOUND-YES
               COMPUTE CHECK-NUMBER = INTEGER-OF-DATE (SDAY-NEED-DATE)
           END-IF
           COMPUTE SDAY-DELIVERY-DATE = DATE-OF-INTEGER (CHECK-NUMBER)
           PERFORM 600-SET-ORDER-BY
       EXIT SECTION.

      *> 1=MONDAY .. 7=SUNDAY FROM THE DAY NUMBER, AS DAYCAP WORKS IT
       500-CHECK-DAY SECTION.
           COMPUTE CHECK-WEEKDAY = MOD (CHECK-NUMBER, 7)
           IF CHECK-WEEKDAY = ZERO
               MOVE 7 TO CHECK-WEEKDAY
           END-IF
           IF SCHED-DAY-YES (CHECK-WEEKDAY)
               MOVE "Y" TO DAY-OK
           ELSE
               MOVE "N" TO DAY-OK
               EXIT SECTION
           END-IF
           COMPUTE CHECK-DATE = DATE-OF-INTEGER (CHECK-NUMBER)
           PERFORM VARYING WINDOW-IX FROM 1 BY 1
               UNTIL WINDOW-IX > WINDOW-COUNT
               IF CHECK-DATE >= WINDOW-START (WINDOW-IX) AND
                   CHECK-DATE <= WINDOW-END (WINDOW-IX)
                   MOVE "N" TO DAY-OK
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THE LATER OF THE TWO LIMITS GOVERNS: THE CUT-OFF (WITH ITS
      *> TIME) WHEN IT FALLS ON OR BEFORE THE LEAD-TIME DATE,
      *> OTHERWISE THE LEAD TIME ALONE
       600-SET-ORDER-BY SECTION.
           IF SDAY-SCHEDULED-YES AND
               SCHED-CUTOFF-DAYS >= SDAY-LEAD-DAYS
               COMPUTE ORDER-BY-NUMBER =
                   CHECK-NUMBER - SCHED-CUTOFF-DAYS
               MOVE SCHED-CUTOFF-TIME TO SDAY-ORDER-BY-TIME
           ELSE
               COMPUTE ORDER-BY-NUMBER = CHECK-NUMBER - SDAY-LEAD-DAYS
               MOVE ZERO TO SDAY-ORDER-BY-TIME
           END-IF
           COMPUTE SDAY-ORDER-BY-DATE =
               DATE-OF-INTEGER (ORDER-BY-NUMBER)
       EXIT SECTION.
