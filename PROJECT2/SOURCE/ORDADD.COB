      *    ORDER MODULE - DAILY SANDWICH ORDER ENTRY PER SCHOOL.
      *    EVERYTHING DOWNSTREAM (PRODUCTION, DISPATCH, INVOICING)
      *    HANGS OFF THE FXORDERS FILE CAPTURED HERE.
      *    THE CAPACITY WARNING WEIGHS THE DAY'S BOOK OF THE SCHOOL'S
      *    OWN PRODUCTION SITE AGAINST THAT KITCHEN'S CAPACITY.
      *    A MEAL-DEAL BUNDLE IS ORDERED AS ONE ITEM, BUT ONLY ONCE
      *    ITS CONTENTS ARE ON FXBUNDLE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VAR-ID
                   FILE STATUS VAR-STATUS-FS.

               SELECT FXDAYCLOSE ASSIGN TO "FXDAYCLOSE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY FD-ORDERS.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXSCHSCHED.
           COPY FD-SCHHOL.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSANDVAR.
           COPY FD-SANDVAR.
       FD FXDAYCLOSE.

       WORKING-STORAGE SECTION.
       COPY CONSTANTS-ORDERS.
       COPY LK-DAYCAP.
       01  ORDER-SITE                       PIC X(002).
       01  BOOKED-SITE                      PIC X(002).
       78  ERROR-NO-PERMISSION
           VALUE "OPERATOR LACKS THE ORDERS PERMISSION".
       78  WARN-OVER-CAPACITY
       COPY WS-ORDERS.
       COPY WS-SCHOOLFX.
       COPY WS-SANDWICH.
       COPY LK-BUNDLEX.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       77  SANDWICH-STATUS                  PIC 9(002).
       77  SCHED-STATUS-FS                  PIC 9(002).
       77  CALENDAR-TEST                    PIC 9(002).
       01  OPEN-AR-BALANCE                  PIC 9(009)V99.
       01  OVER-CREDIT                      PIC X(001).
           88  OVER-CREDIT-YES              VALUE "Y".
       77  VAR-STATUS-FS                    PIC 9(002).
       01  VARIANT-OK                       PIC X(001).
           88  VARIANT-OK-YES               VALUE "Y".

       135-CHECK-CAPACITY SECTION.
           MOVE "N" TO OVER-CAPACITY
      *> THE DATE'S OWN CAPACITY: ROSTERED WHEN THE STAFF ROSTER
      *> COVERS IT, THE WEEKDAY DEFAULT OTHERWISE (SEE DAYCAP)
           MOVE WSSCHOOL-SITE TO ORDER-SITE
           IF ORDER-SITE = SPACES
               MOVE "01" TO ORDER-SITE
           END-IF
           MOVE WS-ORD-DELIVERY-DATE TO DCAP-DATE
           MOVE ORDER-SITE TO DCAP-SITE
           CALL "DAYCAP" USING DAYCAP-REQUEST
           MOVE DCAP-QTY TO DAY-CAPACITY-QTY
           IF DCAP-NOT-SET
               EXIT SECTION
           END-IF
           MOVE ZERO TO DAY-BOOKED-QTY
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN INPUT FXCUSTOMER
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
      *> SO THE CHECK READS ONLY ITS OWN DAY INSTEAD OF THE WHOLE
      *> ORDER FILE
                           WS-ORD-DELIVERY-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           PERFORM 137-ADD-IF-SAME-SITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXORDERS
           CLOSE FXCUSTOMER
           CLOSE FXSCHOOL
           IF DAY-BOOKED-QTY + WS-ORD-QTY > DAY-CAPACITY-QTY
               MOVE "Y" TO OVER-CAPACITY
           END-IF
       EXIT SECTION.

      *> ONLY ORDERS OF SCHOOLS AND CUSTOMER ACCOUNTS SUPPLIED BY THE
      *> SAME KITCHEN COUNT AGAINST ITS CAPACITY; ONE NO LONGER ON
      *> FILE COUNTS AGAINST THE MAIN KITCHEN
       137-ADD-IF-SAME-SITE SECTION.
           MOVE "01" TO BOOKED-SITE
           IF ORD-SCHOOL-ID >= CUST-FIRST-ID
               IF CUST-STATUS-FS = ZERO
                   MOVE ORD-SCHOOL-ID TO CUST-ID
                   READ FXCUSTOMER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CUST-SITE NOT = SPACES
                               MOVE CUST-SITE TO BOOKED-SITE
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF SCHOOL-STATUS = ZERO
                   MOVE ORD-SCHOOL-ID TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SCHOOL-SITE NOT = SPACES
                               MOVE SCHOOL-SITE TO BOOKED-SITE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF BOOKED-SITE = ORDER-SITE
               ADD ORD-QTY TO DAY-BOOKED-QTY
           END-IF
       EXIT SECTION.

       160-CHECK-DOWNTIME SECTION.
           MOVE "N" TO IN-DOWNTIME
           MOVE "N" TO CALENDAR-EOF-FLAG
                   NOT AT END
                       IF WS-ORD-DELIVERY-DATE >= FD-START-DOWNTIME
                           AND WS-ORD-DELIVERY-DATE <= FD-END-DOWNTIME
                           AND NOT FD-DOWNTIME-CANCELLED
                           MOVE "Y" TO IN-DOWNTIME
                           SET EOF-DOWNTIME TO TRUE
                       END-IF
           MOVE WS-ORD-SANDWICH-ID TO SANDWICH-ID
           READ FXSANDWICH INTO WSSANDWICH-DETAILS
               NOT INVALID KEY
                   IF WSSANDWICH-DRAFT
                       MOVE ERROR-SANDWICH-DRAFT TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   ELSE
                       MOVE "Y" TO SANDWICH-EXIST
                   END-IF
               INVALID KEY
                   MOVE ERROR-SANDWICH-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
           END-READ
           CLOSE FXSANDWICH
      *> A MEAL-DEAL BUNDLE IS TAKEN LIKE ANY SANDWICH ONCE ITS
      *> CONTENTS ARE ON FILE; AN EMPTY ONE COULD NOT BE MADE
           IF SANDWICH-YES AND WSSANDWICH-IS-BUNDLE
               MOVE WS-ORD-SANDWICH-ID TO BUNX-BUNDLE-ID
               CALL "BUNDLEX" USING BUNDLEX-REQUEST
               IF BUNX-COUNT = ZERO
                   MOVE SPACES TO SANDWICH-EXIST
                   MOVE ERROR-BUNDLE-EMPTY TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-IF
       EXIT SECTION.

       190-CONFIRM-AND-SAVE SECTION.
