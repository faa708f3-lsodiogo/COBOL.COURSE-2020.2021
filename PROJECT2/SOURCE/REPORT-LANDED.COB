      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SUPPLIER INVOICES
      ******************************************************************
      *    REPORT MODULE - LANDED COST BY SUPPLIER
      *    FOR THE SUPPLIER INVOICES DATED IN THE CHOSEN RANGE, SETS
      *    THE GOODS VALUE OF THE INGREDIENT LINES AGAINST THE
      *    FREIGHT, FUEL SURCHARGE, DELIVERY AND OTHER CHARGE LINES,
      *    CONVERTED TO EUR AT THE HOUSE RATES, AND SHOWS PER
      *    SUPPLIER HOW MUCH THE CHARGES ADD TO THE PRICE OF THE
      *    GOODS (THE UPLIFT PERCENTAGE), WITH A GRAND TOTAL.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-LANDED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSUPPINV ASSIGN TO "FXSUPPINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SINV-ID
                   FILE STATUS SINV-STATUS-FS.

               SELECT FXSUPINVLN ASSIGN TO "FXSUPINVLN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SIL-ID
                   FILE STATUS SIL-STATUS-FS.

               SELECT LANDED-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS LANDED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSUPPINV.
           COPY FD-SUPPINV.
       FD FXSUPINVLN.
           COPY FD-SUPINVLN.
       FD LANDED-FILE.
       01  LANDED-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.
       COPY LK-RPTCAT.

       78  MODULE-NAME-VIEW    VALUE "LANDED COST BY SUPPLIER".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  FROM-TEXT           VALUE "INVOICES FROM (YYYYMMDD):".
       78  TO-TEXT             VALUE "INVOICES TO   (YYYYMMDD):".
       78  LANDED-DONE
           VALUE "LANDED COST REPORT PRODUCED, SEE THE DATED FILE, "-
           "PRESS ANY KEY".
       78  ERROR-RANGE
           VALUE "THE FROM DATE MUST NOT BE AFTER THE TO DATE".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  MAX-SUPP            VALUE 9999.
      *> HOUSE CONVERSION RATES TO EUR, AS USED BY THE STOCK
      *> VALUATION
       78  RATE-USD            VALUE 0.92.
       78  RATE-GBP            VALUE 1.17.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SINV-STATUS-FS                   PIC 9(002).
       77  SIL-STATUS-FS                    PIC 9(002).
       77  LANDED-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  SINV-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SINV                     VALUE "Y".
       01  SIL-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SIL                      VALUE "Y".

       01  FROM-DATE                        PIC 9(008).
       01  TO-DATE                          PIC 9(008).
       01  EUR-RATE                         PIC 9(001)V99.
       01  LINE-VALUE                       PIC 9(009)V99.
       01  SUPP-CHARGES                     PIC 9(011)V99.
       01  UPLIFT-PCT                       PIC 9(005)V99.
       01  SUPP-TABLE.
           05  SUPP-ROW OCCURS MAX-SUPP TIMES.
               10  SR-GOODS                 PIC 9(011)V99.
               10  SR-FREIGHT               PIC 9(011)V99.
               10  SR-FUEL                  PIC 9(011)V99.
               10  SR-DELIVERY              PIC 9(011)V99.
               10  SR-OTHER                 PIC 9(011)V99.
       77  SUPP-IX                          PIC 9(005).
       01  GRAND-TOTALS.
           05  GT-GOODS                     PIC 9(011)V99.
           05  GT-FREIGHT                   PIC 9(011)V99.
           05  GT-FUEL                      PIC 9(011)V99.
           05  GT-DELIVERY                  PIC 9(011)V99.
           05  GT-OTHER                     PIC 9(011)V99.
       01  RUN-START-STAMP                  PIC 9(014).
       01  REPORT-FILENAME                  PIC X(040).
       77  LINE-COUNT                       PIC 9(007).

       01  HEADING-1.
           05  FILLER                       PIC X(040)
               VALUE "LANDED COST BY SUPPLIER (EUR)  FROM ".
           05  H1-FROM                      PIC 9(008).
           05  FILLER                       PIC X(004) VALUE " TO ".
           05  H1-TO                        PIC 9(008).
       01  HEADING-2.
           05  FILLER                       PIC X(040)
               VALUE "SUPP         GOODS    FREIGHT       FUEL".
           05  FILLER                       PIC X(043)
               VALUE "   DELIVERY      OTHER    CHARGES   UPLIFT%".
       01  LANDED-DETAIL.
           05  LD-SUPPLIER                  PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-GOODS                     PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-FREIGHT                   PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-FUEL                      PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-DELIVERY                  PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-OTHER                     PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  LD-CHARGES                   PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  LD-UPLIFT                    PIC ZZZZ9.99.
       01  TOTAL-DETAIL.
           05  FILLER                       PIC X(006) VALUE "TOTAL ".
           05  TD-GOODS                     PIC ZZZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  TD-FREIGHT                   PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  TD-FUEL                      PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  TD-DELIVERY                  PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  TD-OTHER                     PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(001) VALUE SPACES.
           05  TD-CHARGES                   PIC ZZZZZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  TD-UPLIFT                    PIC ZZZZ9.99.

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
       01  ASK-RANGE-SCREEN.
           05 VALUE FROM-TEXT LINE 08 COL 15.
           05 AR-FROM PIC 9(008) LINE 08 COL PLUS 1
               TO FROM-DATE REQUIRED.
           05 VALUE TO-TEXT LINE 10 COL 15.
           05 AR-TO PIC 9(008) LINE 10 COL PLUS 1
               TO TO-DATE REQUIRED AUTO.
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
           MOVE ZERO TO FROM-DATE TO-DATE
           DISPLAY ASK-RANGE-SCREEN
           ACCEPT ASK-RANGE-SCREEN
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           IF FROM-DATE > TO-DATE
               MOVE ERROR-RANGE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO LINE-COUNT
           INITIALIZE SUPP-TABLE GRAND-TOTALS
           MOVE SPACES TO REPORT-FILENAME
           STRING "LANDED-" DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO REPORT-FILENAME
           PERFORM 100-SCAN-INVOICES
           PERFORM 400-PRINT-REPORT
           MOVE "REPORT-LANDED" TO RCAT-BASE-NAME
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-LANDED" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE LINE-COUNT TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
           MOVE "REPORT-LANDED" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE LINE-COUNT TO RLOG-PROCESSED
           MOVE LINE-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE LANDED-DONE TO ERROR-TEXT
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

       100-SCAN-INVOICES SECTION.
           MOVE "N" TO SINV-EOF-FLAG
           OPEN INPUT FXSUPPINV
           IF SINV-STATUS-FS = 35 THEN
               CLOSE FXSUPPINV
               EXIT SECTION
           END-IF
           IF SINV-STATUS-FS NOT = ZERO THEN
               MOVE SINV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXSUPINVLN
           IF SIL-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPINVLN
               CLOSE FXSUPPINV
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-SINV
               READ FXSUPPINV NEXT RECORD
                   AT END SET EOF-SINV TO TRUE
                   NOT AT END
                       IF SINV-DATE >= FROM-DATE AND
                           SINV-DATE <= TO-DATE AND
                           SINV-SUPPLIER-ID > ZERO AND
                           SINV-SUPPLIER-ID <= MAX-SUPP
                           PERFORM 200-ADD-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPINVLN
           CLOSE FXSUPPINV
       EXIT SECTION.

       200-ADD-ONE-INVOICE SECTION.
           MOVE SINV-SUPPLIER-ID TO SUPP-IX
           EVALUATE SINV-CURRENCY
               WHEN "USD" MOVE RATE-USD TO EUR-RATE
               WHEN "GBP" MOVE RATE-GBP TO EUR-RATE
               WHEN OTHER MOVE 1 TO EUR-RATE
           END-EVALUATE
           MOVE "N" TO SIL-EOF-FLAG
           MOVE SINV-ID TO SIL-INV-ID
           MOVE ZERO TO SIL-LINE-NO
           START FXSUPINVLN KEY IS >= SIL-ID
               INVALID KEY SET EOF-SIL TO TRUE
           END-START
           PERFORM UNTIL EOF-SIL
               READ FXSUPINVLN NEXT RECORD
                   AT END SET EOF-SIL TO TRUE
                   NOT AT END
                       IF SIL-INV-ID NOT = SINV-ID
                           SET EOF-SIL TO TRUE
                       ELSE
                           PERFORM 210-ADD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

       210-ADD-ONE-LINE SECTION.
           IF NOT SIL-LINE-CHARGE
      *> A CATCH-WEIGHT LINE IS BILLED BY THE KG
               IF SIL-WEIGHT NUMERIC AND SIL-WEIGHT > ZERO
                   COMPUTE LINE-VALUE ROUNDED =
                       SIL-WEIGHT * SIL-UNIT-PRICE * EUR-RATE
               ELSE
                   COMPUTE LINE-VALUE ROUNDED =
                       SIL-QTY * SIL-UNIT-PRICE * EUR-RATE
               END-IF
               ADD LINE-VALUE TO SR-GOODS (SUPP-IX) GT-GOODS
               EXIT SECTION
           END-IF
           COMPUTE LINE-VALUE ROUNDED = SIL-CHARGE-AMOUNT * EUR-RATE
           EVALUATE TRUE
               WHEN SIL-CHARGE-FREIGHT
                   ADD LINE-VALUE TO SR-FREIGHT (SUPP-IX) GT-FREIGHT
               WHEN SIL-CHARGE-FUEL
                   ADD LINE-VALUE TO SR-FUEL (SUPP-IX) GT-FUEL
               WHEN SIL-CHARGE-DELIVERY
                   ADD LINE-VALUE TO SR-DELIVERY (SUPP-IX)
                       GT-DELIVERY
               WHEN OTHER
                   ADD LINE-VALUE TO SR-OTHER (SUPP-IX) GT-OTHER
           END-EVALUATE
       EXIT SECTION.

      *> ONE LINE PER SUPPLIER THAT INVOICED ANYTHING IN THE RANGE;
      *> THE UPLIFT IS THE CHARGES AS A PERCENTAGE OF THE GOODS
       400-PRINT-REPORT SECTION.
           OPEN OUTPUT LANDED-FILE
           MOVE FROM-DATE TO H1-FROM
           MOVE TO-DATE TO H1-TO
           WRITE LANDED-LINE FROM HEADING-1
           WRITE LANDED-LINE FROM HEADING-2
           PERFORM VARYING SUPP-IX FROM 1 BY 1
               UNTIL SUPP-IX > MAX-SUPP
               COMPUTE SUPP-CHARGES = SR-FREIGHT (SUPP-IX)
                   + SR-FUEL (SUPP-IX) + SR-DELIVERY (SUPP-IX)
                   + SR-OTHER (SUPP-IX)
               IF SR-GOODS (SUPP-IX) > ZERO OR SUPP-CHARGES > ZERO
                   MOVE ZERO TO UPLIFT-PCT
                   IF SR-GOODS (SUPP-IX) > ZERO
                       COMPUTE UPLIFT-PCT ROUNDED = SUPP-CHARGES
                           * 100 / SR-GOODS (SUPP-IX)
                   END-IF
                   MOVE SUPP-IX TO LD-SUPPLIER
                   MOVE SR-GOODS (SUPP-IX) TO LD-GOODS
                   MOVE SR-FREIGHT (SUPP-IX) TO LD-FREIGHT
                   MOVE SR-FUEL (SUPP-IX) TO LD-FUEL
                   MOVE SR-DELIVERY (SUPP-IX) TO LD-DELIVERY
                   MOVE SR-OTHER (SUPP-IX) TO LD-OTHER
                   MOVE SUPP-CHARGES TO LD-CHARGES
                   MOVE UPLIFT-PCT TO LD-UPLIFT
                   WRITE LANDED-LINE FROM LANDED-DETAIL
                   ADD 1 TO LINE-COUNT
               END-IF
           END-PERFORM
           COMPUTE SUPP-CHARGES = GT-FREIGHT + GT-FUEL + GT-DELIVERY
               + GT-OTHER
           MOVE ZERO TO UPLIFT-PCT
           IF GT-GOODS > ZERO
               COMPUTE UPLIFT-PCT ROUNDED =
                   SUPP-CHARGES * 100 / GT-GOODS
           END-IF
           MOVE GT-GOODS TO TD-GOODS
           MOVE GT-FREIGHT TO TD-FREIGHT
           MOVE GT-FUEL TO TD-FUEL
           MOVE GT-DELIVERY TO TD-DELIVERY
           MOVE GT-OTHER TO TD-OTHER
           MOVE SUPP-CHARGES TO TD-CHARGES
           MOVE UPLIFT-PCT TO TD-UPLIFT
           WRITE LANDED-LINE FROM TOTAL-DETAIL
           CLOSE LANDED-FILE
       EXIT SECTION.
