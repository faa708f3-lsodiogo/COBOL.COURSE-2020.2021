      *    DATE RESPECTS THE AGREEMENT'S LEAD TIME - SO THE ORDER
      *    GOES OUT BEFORE THE SHORTAGE EXISTS. THE PLAN LISTING
      *    SHOWS EVERY SHORTFALL AND THE DRAFT RAISED FOR IT.
      *    RECEIPTS AND ORDER-BY DATES FOLLOW EACH SUPPLIER'S
      *    DELIVERY DAYS AND CUT-OFF ON FXSUPPSCHED AND SKIP ITS
      *    DOWNTIME ON CALENDARFILE (SUPPDAYS): THE DRAFT IS DATED
      *    FOR THE LAST DELIVERY DAY THAT LANDS BY THE SHORTFALL, THE
      *    LISTING SHOWS THE ORDER-BY DATE AND TIME AND THAT DELIVERY
      *    DAY, AND "LATE" WHEN THE ORDER-BY DATE HAS ALREADY GONE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.
       COPY LK-SUPPDAYS.

       78  MODULE-NAME-VIEW    VALUE "NET REQUIREMENTS PLAN".
       78  BACK-EXIT           VALUE "F3 - BACK".
           88  BEST-FOUND-YES               VALUE "Y".
       01  ORDER-BY-NUMBER                  PIC 9(007).
       01  ORDER-BY-DATE                    PIC 9(008).
       01  ORDER-BY-LATE                    PIC X(001).
           88  ORDER-BY-LATE-YES            VALUE "Y".
       01  NEXT-PO-ID                       PIC 9(006).
       01  DRAFT-LINE-QTY                   PIC 9(005).
       01  PO-EOF-FLAG                      PIC X(001) VALUE "N".
           05  PL-SUPPLIER                  PIC 9(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  PL-ORDER-BY                  PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  PL-ORDER-AT                  PIC X(005).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  PL-DRAFT-PO                  PIC 9(006).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  PL-DELIVERY                  PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  PL-LATE                      PIC X(004).


      *> EFFECTIVE-DATED RECIPE VERSION SELECTION (SEE FD-RECIPE):
           ADD NEED-SUPP-UNITS TO DAY-NEED (RECIPE-ING-ID)
       EXIT SECTION.

      *> OPEN ORDER LINES EXPECTED TODAY (THE SUPPLIER'S FIRST
      *> DELIVERY DAY FROM ORDER DATE PLUS LEAD TIME) LAND IN THE
      *> PROJECTION BEFORE THE DAY'S DEMAND IS NETTED OFF
       230-ADD-DAY-RECEIPTS SECTION.
           MOVE "N" TO POL-EOF-FLAG
           MOVE ZERO TO POL-PO-ID POL-LINE-NO
               EXIT SECTION
           END-IF
           MOVE PO-ORDER-DATE TO CHECK-DATE
           SET SDAY-FROM-ORDER TO TRUE
           MOVE LINE-SUPPLIER TO SDAY-SUPPLIER-ID
           MOVE LEAD-DAYS TO SDAY-LEAD-DAYS
           MOVE CHECK-DATE TO SDAY-ORDER-DATE
           MOVE ZERO TO SDAY-ORDER-TIME
           CALL "SUPPDAYS" USING SUPPDAYS-REQUEST
           COMPUTE EXPECT-NUMBER =
               INTEGER-OF-DATE (SDAY-DELIVERY-DATE)
           IF EXPECT-NUMBER NOT = PLAN-NUMBER
               EXIT SECTION
           END-IF
           COMPUTE SHORTFALL-QTY = ZERO - PROJ-STOCK (ITEM-IX)
           PERFORM 310-PICK-SUPPLIER
           IF BEST-FOUND-YES
               PERFORM 305-ORDER-BY-FOR-DAY
               PERFORM 320-WRITE-DRAFT-ORDER
           ELSE
               MOVE ZERO TO PL-DRAFT-PO PL-SUPPLIER
               MOVE PLAN-DATE TO PL-DATE
               MOVE ITEM-IX TO PL-ING-ID
               MOVE SHORTFALL-QTY TO PL-SHORT
               MOVE ZERO TO PL-ORDER-BY PL-DELIVERY
               MOVE SPACES TO PL-ORDER-AT PL-LATE
               WRITE PLAN-LINE FROM PLAN-DETAIL
           END-IF
      *> THE DRAFT COVERS THE SHORTFALL, SO THE PROJECTION CARRIES
           MOVE ZERO TO PROJ-STOCK (ITEM-IX)
       EXIT SECTION.

      *> THE ORDER HAS TO CATCH THE SUPPLIER'S LAST DELIVERY DAY
      *> THAT STILL LANDS BY THE SHORTFALL DAY. AN ORDER-BY DATE
      *> ALREADY GONE IS BROUGHT FORWARD TO TODAY AND MARKED LATE.
       305-ORDER-BY-FOR-DAY SECTION.
           SET SDAY-FOR-NEED TO TRUE
           MOVE BEST-SUPP-ID TO SDAY-SUPPLIER-ID
           MOVE BEST-LEAD TO SDAY-LEAD-DAYS
           MOVE PLAN-DATE TO SDAY-NEED-DATE
           MOVE ZERO TO SDAY-ORDER-DATE SDAY-ORDER-TIME
           CALL "SUPPDAYS" USING SUPPDAYS-REQUEST
           MOVE "N" TO ORDER-BY-LATE
           COMPUTE ORDER-BY-NUMBER =
               INTEGER-OF-DATE (SDAY-ORDER-BY-DATE)
           IF ORDER-BY-NUMBER < TODAY-NUMBER
               MOVE TODAY-NUMBER TO ORDER-BY-NUMBER
               MOVE "Y" TO ORDER-BY-LATE
           END-IF
           COMPUTE ORDER-BY-DATE =
               DATE-OF-INTEGER (ORDER-BY-NUMBER)
           MOVE SPACES TO PL-ORDER-AT PL-LATE
           IF SDAY-ORDER-BY-TIME NOT = ZERO AND NOT ORDER-BY-LATE-YES
               STRING SDAY-ORDER-BY-TIME (1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   SDAY-ORDER-BY-TIME (3:2) DELIMITED BY SIZE
                   INTO PL-ORDER-AT
           END-IF
           IF ORDER-BY-LATE-YES
               MOVE "LATE" TO PL-LATE
           END-IF
           MOVE SDAY-DELIVERY-DATE TO PL-DELIVERY
       EXIT SECTION.

      *> THE PREFERRED LIVE AGREEMENT WINS; FAILING ONE, THE LATEST
      *> LIVE AGREEMENT OF ANY SUPPLIER FOR THE INGREDIENT
       310-PICK-SUPPLIER SECTION.
           MOVE SPACE TO PO-TYPE
           MOVE ZERO TO PO-BLANKET-QTY PO-CALLED-OFF-QTY
               PO-VALID-FROM PO-VALID-TO
           MOVE SPACES TO PO-DELIVER-SITE
           CALL "GETOPER" USING PO-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PO-LAST-DATE
           WRITE PO-DETAILS
           MOVE SPACES TO POL-UNIT POL-DELIV-NOTE
           MOVE BEST-PRICE TO POL-PRICE
           MOVE "EUR" TO POL-CURRENCY
           MOVE ZERO TO POL-QTY-RECEIVED POL-CHARGE-TOTAL
               POL-LANDED-PRICE POL-WEIGHT-RECEIVED
           MOVE "O" TO POL-STATUS
           CALL "GETOPER" USING POL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO POL-LAST-DATE
