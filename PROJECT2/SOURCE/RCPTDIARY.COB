      *    QUANTITY, WITH DELIVERIES ALREADY OVERDUE UP FRONT. A
      *    DAY INSIDE A CALENDARFILE DOWNTIME WINDOW IS FLAGGED SO
      *    A LORRY DUE WHILE WE ARE SHUT IS SPOTTED BEFORE IT IS ON
      *    THE ROAD. SHIPPING NOTICES (FXASN) WHOSE DUE DATE HAS
      *    PASSED WITHOUT THE GOODS BEING BOOKED IN ARE LISTED LAST,
      *    SO A NOTICE FOR A VAN THAT NEVER CAME IS CHASED.
      *    THE EXPECTED DAY IS THE SUPPLIER'S FIRST DELIVERY DAY
      *    (FXSUPPSCHED WEEKDAYS, OUTSIDE ITS OWN CALENDARFILE
      *    DOWNTIME) FROM ORDER DATE PLUS LEAD TIME, SEE SUPPDAYS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   ALTERNATE KEY IS FD-START-DOWNTIME WITH DUPLICATES
                   FILE STATUS IS CALENDAR-TEST.

               SELECT FXASN ASSIGN TO "FXASN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASN-ID
                   FILE STATUS ASN-STATUS-FS.

               SELECT DIARY-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS DIARY-STATUS.
           COPY FD-RIS.
       FD CALENDAR.
           COPY FDCALENDAR.
       FD FXASN.
           COPY FD-ASN.
       FD DIARY-FILE.
       01  DIARY-LINE                       PIC X(080).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-SUPPDAYS.

       78  MODULE-NAME-VIEW    VALUE "EXPECTED RECEIPTS DIARY".
       78  BACK-EXIT           VALUE "F3 - BACK".
       77  PO-STATUS-FS                     PIC 9(002).
       77  RIS-STATUS                       PIC 9(002).
       77  CALENDAR-TEST                    PIC 9(002).
       77  ASN-STATUS-FS                    PIC 9(002).
       77  DIARY-STATUS                     PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

           88  EOF-RIS                      VALUE "Y".
       01  CALENDAR-EOF-FLAG                PIC X(001) VALUE "N".
           88  EOF-DOWNTIME                 VALUE "Y".
       01  ASN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ASN                      VALUE "Y".

       01  TODAY-DATE                       PIC 9(008).
       01  TODAY-NUMBER                     PIC 9(007).
           05  DD-ING-ID                    PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  DD-QTY                       PIC ZZZZZZ9.
       01  NOTICE-DETAIL.
           05  FILLER                       PIC X(003) VALUE SPACES.
           05  ND-SUPPLIER                  PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ND-PO-ID                     PIC 9(006).
           05  FILLER                       PIC X(001) VALUE "/".
           05  ND-LINE-NO                   PIC 9(003).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ND-NOTICE                    PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ND-LOT-NO                    PIC X(010).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  ND-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(005) VALUE " DUE ".
           05  ND-DUE-DATE                  PIC 9(008).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
               WRITE DIARY-LINE FROM HEADER-DETAIL
               PERFORM 200-SCAN-OPEN-LINES
           END-PERFORM
           PERFORM 300-LIST-NOTICES-NOT-RECEIVED
           CLOSE DIARY-FILE
           CLOSE FXRISUPPLY
           CLOSE FXPURCHORD
                   AT END SET EOF-DOWNTIME TO TRUE
                   NOT AT END
                       IF DIARY-DATE >= FD-START-DOWNTIME AND
                           DIARY-DATE <= FD-END-DOWNTIME AND
                           NOT FD-DOWNTIME-CANCELLED
                           MOVE "Y" TO IN-DOWNTIME
                           SET EOF-DOWNTIME TO TRUE
                       END-IF
           END-PERFORM
       EXIT SECTION.

      *> A LINE BELONGS TO THE CURRENT DIARY DAY WHEN THE FIRST
      *> DELIVERY DAY AFTER ITS ORDER DATE PLUS THE AGREEMENT LEAD
      *> TIME LANDS ON IT (THE ORDER DATE CARRIES NO TIME, SO THE
      *> ORDER IS TAKEN AS IN BEFORE THAT DAY'S CUT-OFF); THE
      *> OVERDUE PASS TAKES EVERYTHING THAT SHOULD ALREADY BE HERE
       210-DIARY-ONE-LINE SECTION.
           MOVE ZERO TO LINE-SUPPLIER
           END-IF
           PERFORM 220-FIND-LEAD-TIME
           MOVE PO-ORDER-DATE TO ORDER-DATE-NUM
           SET SDAY-FROM-ORDER TO TRUE
           MOVE LINE-SUPPLIER TO SDAY-SUPPLIER-ID
           MOVE LEAD-DAYS TO SDAY-LEAD-DAYS
           MOVE ORDER-DATE-NUM TO SDAY-ORDER-DATE
           MOVE ZERO TO SDAY-ORDER-TIME
           CALL "SUPPDAYS" USING SUPPDAYS-REQUEST
           COMPUTE EXPECT-NUMBER =
               INTEGER-OF-DATE (SDAY-DELIVERY-DATE)
           IF PASS-OVERDUE
               IF EXPECT-NUMBER >= TODAY-NUMBER
                   EXIT SECTION
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> A PENDING NOTICE LINE PAST ITS DUE DATE WAS NEVER BOOKED
      *> IN THROUGH GOODSRECV
       300-LIST-NOTICES-NOT-RECEIVED SECTION.
           MOVE "N" TO ASN-EOF-FLAG
           OPEN INPUT FXASN
           IF ASN-STATUS-FS NOT = ZERO THEN
               CLOSE FXASN
               EXIT SECTION
           END-IF
           MOVE "NOTICE NOT IN " TO HD-LABEL
           MOVE TODAY-DATE TO HD-DATE
           MOVE SPACES TO HD-FLAG
           WRITE DIARY-LINE FROM HEADER-DETAIL
           PERFORM UNTIL EOF-ASN
               READ FXASN NEXT RECORD
                   AT END SET EOF-ASN TO TRUE
                   NOT AT END
                       IF ASN-STATUS-PENDING AND
                           ASN-DUE-DATE < TODAY-DATE
                           MOVE ASN-SUPPLIER-ID TO ND-SUPPLIER
                           MOVE ASN-PO-ID TO ND-PO-ID
                           MOVE ASN-LINE-NO TO ND-LINE-NO
                           MOVE ASN-NOTICE-NO TO ND-NOTICE
                           MOVE ASN-LOT-NO TO ND-LOT-NO
                           MOVE ASN-QTY TO ND-QTY
                           MOVE ASN-DUE-DATE TO ND-DUE-DATE
                           WRITE DIARY-LINE FROM NOTICE-DETAIL
                           ADD 1 TO LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXASN
       EXIT SECTION.
