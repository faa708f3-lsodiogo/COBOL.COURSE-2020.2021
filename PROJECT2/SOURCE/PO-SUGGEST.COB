      *    WALKS THE SAME SHORTFALL RULE AS REPORT-ING-STOCK, PICKS THE
      *    PREFERRED SUPPLIER AGREEMENT FOR EACH SHORT INGREDIENT AND
      *    WRITES DRAFT PURCHASE ORDERS GROUPED BY SUPPLIER, READY TO
      *    BE CONFIRMED IN POADD. EACH LINE IS PRICED FROM THE
      *    QUANTITY BREAK IT REACHES, AND THE REPORT SHOWS THE NEXT
      *    BREAK, HOW FAR THE LINE IS FROM IT AND WHAT IT WOULD SAVE.
      *    EVERY LINE ALSO SAYS WHEN THE ORDER HAS TO BE IN: THE
      *    CUT-OFF FOR THE SUPPLIER'S FIRST DELIVERY DAY STILL
      *    REACHABLE FROM NOW (FXSUPPSCHED DAYS AND CUT-OFF, ITS
      *    CALENDARFILE DOWNTIME SKIPPED - SEE SUPPDAYS) AND THAT DAY.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       77  FILE-ERROR-STATUS                PIC 9(002).

       COPY LK-RPTCAT.
       COPY LK-RISBREAK.
       COPY LK-SUPPDAYS.

       01 REPORT-FILENAME                  PIC X(040).
       01 CURRENT-DATE-REPORT.
           05 SHT-CURRENCY                 PIC X(003).
           05 SHT-DONE                     PIC X(001).
           05 SHT-SEASON-FLAG              PIC X(010).
           05 SHT-NEXT-QTY                 PIC 9(005).
           05 SHT-NEXT-PRICE               PIC 9(003)V99.
           05 SHT-SHORT-QTY                PIC 9(005).
           05 SHT-SAVING                   PIC 9(007)V99.
           05 SHT-ORDER-BY                 PIC 9(008).
           05 SHT-ORDER-AT                 PIC X(005).
           05 SHT-DELIVERY                 PIC 9(008).

       01 SHORT-COUNT                      PIC 9(003) VALUE ZERO.
       77 SHORT-IX                         PIC 9(003).
       01 AGREEMENT-FOUND                  PIC X(001).
           88 AGREEMENT-YES                VALUE "Y".
       01 TODAY-DATE                       PIC 9(008).
       01 NOW-TIME                         PIC 9(004).
       01 BEST-EFF-DATE                    PIC 9(008).
       01 SHORTFALL-QTY                    PIC 9(005).
       01 NEXT-PO-ID                       PIC 9(006).
               03 COLUMN 76 PIC X(010)
                   SOURCE SHT-SEASON-FLAG (SHT).

       01 LINE-NEXT-BREAK TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 24 VALUE "NEXT BREAK".
               03 COLUMN 35 PIC ZZZZ9
                   SOURCE SHT-NEXT-QTY (SHT).
               03 COLUMN 41 VALUE "AT".
               03 COLUMN 44 PIC ZZ9.99
                   SOURCE SHT-NEXT-PRICE (SHT).
               03 COLUMN 51 VALUE "NEEDS".
               03 COLUMN 57 PIC ZZZZ9
                   SOURCE SHT-SHORT-QTY (SHT).
               03 COLUMN 63 VALUE "MORE, SAVES".
               03 COLUMN 75 PIC Z(6)9.99
                   SOURCE SHT-SAVING (SHT).

       01 LINE-ORDER-BY TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 24 VALUE "ORDER BY".
               03 COLUMN 33 PIC 9(008)
                   SOURCE SHT-ORDER-BY (SHT).
               03 COLUMN 42 PIC X(005)
                   SOURCE SHT-ORDER-AT (SHT).
               03 COLUMN 48 VALUE "FOR DELIVERY ON".
               03 COLUMN 64 PIC 9(008)
                   SOURCE SHT-DELIVERY (SHT).

       01 TYPE IS PAGE FOOTING.
           02 LINE IS 49.
             03 COLUMN 60 PIC X(006) VALUE PAGECONST.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (9:4) TO NOW-TIME
           PERFORM 100-COLLECT-SHORTFALLS
           PERFORM 200-ASSIGN-ORDERS
           PERFORM 300-WRITE-DRAFTS
           MOVE INGREDS-NAME TO SHT-ING-NAME (SHT)
           MOVE SHORTFALL-QTY TO SHT-QTY (SHT)
           MOVE INGREDS-UNIT-SUPPLIER TO SHT-UNIT (SHT)
           MOVE WS-RIS-ID-ING TO RBRK-ING-ID
           MOVE WS-RIS-ID-SUPP TO RBRK-SUPP-ID
           MOVE WS-RIS-EFF-DATE TO RBRK-EFF-DATE
           MOVE SHORTFALL-QTY TO RBRK-QTY
           MOVE WS-RIS-PRICE TO RBRK-BASE-PRICE
           CALL "RISBREAK" USING RISBREAK-REQUEST
           MOVE RBRK-PRICE TO SHT-PRICE (SHT)
           MOVE RBRK-NEXT-QTY TO SHT-NEXT-QTY (SHT)
           MOVE RBRK-NEXT-PRICE TO SHT-NEXT-PRICE (SHT)
           MOVE RBRK-SHORT-QTY TO SHT-SHORT-QTY (SHT)
           MOVE RBRK-SAVING TO SHT-SAVING (SHT)
           MOVE WS-RIS-CURRENCY TO SHT-CURRENCY (SHT)
           MOVE "N" TO SHT-DONE (SHT)
           MOVE SPACES TO SHT-SEASON-FLAG (SHT)
           IF NOT IN-SEASON-YES
               MOVE OUT-SEASON-TEXT TO SHT-SEASON-FLAG (SHT)
           END-IF
           PERFORM 120-ORDER-BY
       EXIT SECTION.

      *> THE STOCK IS ALREADY SHORT, SO THE ORDER AIMS AT THE FIRST
      *> DELIVERY DAY AN ORDER PLACED NOW STILL CATCHES
       120-ORDER-BY SECTION.
           SET SDAY-FROM-ORDER TO TRUE
           MOVE WS-RIS-ID-SUPP TO SDAY-SUPPLIER-ID
           MOVE WS-RIS-LEAD-TIME-DAYS TO SDAY-LEAD-DAYS
           MOVE TODAY-DATE TO SDAY-ORDER-DATE
           MOVE NOW-TIME TO SDAY-ORDER-TIME
           CALL "SUPPDAYS" USING SUPPDAYS-REQUEST
           MOVE SDAY-ORDER-BY-DATE TO SHT-ORDER-BY (SHT)
           MOVE SDAY-DELIVERY-DATE TO SHT-DELIVERY (SHT)
           MOVE SPACES TO SHT-ORDER-AT (SHT)
           IF SDAY-ORDER-BY-TIME NOT = ZERO
               STRING SDAY-ORDER-BY-TIME (1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   SDAY-ORDER-BY-TIME (3:2) DELIMITED BY SIZE
                   INTO SHT-ORDER-AT (SHT)
           END-IF
       EXIT SECTION.

      *> THE AVAILABILITY WINDOW REPEATS EVERY YEAR (MMDD BOUNDS);
           MOVE SPACE TO PO-TYPE
           MOVE ZERO TO PO-BLANKET-QTY PO-CALLED-OFF-QTY
               PO-VALID-FROM PO-VALID-TO
           MOVE SPACES TO PO-DELIVER-SITE
           CALL "GETOPER" USING PO-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PO-LAST-DATE
           MOVE PO-ID TO NEXT-PO-ID
                   MOVE SHT-UNIT (SHT) TO POL-UNIT
                   MOVE SHT-PRICE (SHT) TO POL-PRICE
                   MOVE SHT-CURRENCY (SHT) TO POL-CURRENCY
                   MOVE ZERO TO POL-QTY-RECEIVED POL-CHARGE-TOTAL
                       POL-LANDED-PRICE POL-WEIGHT-RECEIVED
                   MOVE "O" TO POL-STATUS
                   CALL "GETOPER" USING POL-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO POL-LAST-DATE
               SET SHT TO SHORT-IX
               IF SHT-PO-ID (SHT) NOT = ZERO
                   GENERATE LINE-DETAIL
                   GENERATE LINE-ORDER-BY
                   IF SHT-NEXT-QTY (SHT) NOT = ZERO
                       GENERATE LINE-NEXT-BREAK
                   END-IF
               END-IF
           END-PERFORM
           MOVE PAGE-COUNTER OF SUGGEST-REPORT TO RCAT-PAGES
