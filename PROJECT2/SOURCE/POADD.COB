      *    BREADWICH | PURCHASE ORDER MANAGEMENT
      ******************************************************************
      *    PO MODULE - REGISTER/VIEW/AMEND/CANCEL PURCHASE ORDERS
      *    EVERY ORDER NAMES THE PRODUCTION SITE IT IS DELIVERED TO.
      *    A LINE IS PRICED FROM THE AGREEMENT'S QUANTITY BREAK ITS
      *    QUANTITY REACHES, AND THE CLERK IS TOLD HOW FAR THE LINE IS
      *    FROM THE NEXT BREAK AND WHAT REACHING IT WOULD SAVE.
      *    THE CLERK MAY KEY THE DATE THE GOODS ARE NEEDED; A LINE
      *    WHOSE FIRST DELIVERY (SUPPLIER'S DELIVERY DAYS, CUT-OFF AND
      *    DOWNTIME, LEAD TIME FROM THE AGREEMENT - SEE SUPPDAYS) IS
      *    LATER THAN THAT DATE IS WARNED ABOUT BUT STILL TAKEN.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       COPY WS-RIS.
       COPY WS-INGREDSFX.
       COPY WSSupplierFX.
       COPY LK-SITEINFO.
       COPY LK-RISBREAK.
       COPY LK-SUPPDAYS.
       78  PO-TEXT-NEED-BY     VALUE "NEEDED ON SITE BY (YYYYMMDD):".
       78  WARN-CUTOFF-TEXT1
           VALUE "TOO LATE FOR THE SUPPLIER'S CUT-OFF - FIRST "-
           "DELIVERY ".
       78  WARN-CUTOFF-TEXT2   VALUE ", NEEDED BY ".
       01  NEED-BY-DATE                     PIC 9(008).
       01  SHOW-NEXT-QTY                    PIC ZZZZ9.
       01  SHOW-SHORT-QTY                   PIC ZZZZ9.
       01  SHOW-NEXT-PRICE                  PIC ZZ9.99.
       01  SHOW-SAVING                      PIC Z(6)9.99.
       78  NEXT-BREAK-TEXT1     VALUE "NEXT PRICE BREAK AT ".
       78  NEXT-BREAK-TEXT2     VALUE " (".
       78  NEXT-BREAK-TEXT3     VALUE " MORE) PAYS ".
       78  NEXT-BREAK-TEXT4     VALUE " A UNIT AND SAVES ".

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
           05 VALUE PO-TEXT-SUPPLIER LINE 09 COL 15.
           05 AH-SUPP PIC 9(005) LINE 09 COL PLUS 1
               TO WS-PO-SUPPLIER-ID REQUIRED.
           05 VALUE PO-TEXT-SITE LINE 10 COL 01.
           05 AH-SITE PIC X(002) LINE 10 COL PLUS 1
               TO WS-PO-DELIVER-SITE AUTO.
           05 VALUE PO-TEXT-NEED-BY LINE 11 COL 01.
           05 AH-NEED-BY PIC 9(008) LINE 11 COL PLUS 1
               TO NEED-BY-DATE BLANK WHEN ZERO AUTO.
      ******************************************************************
       01  ADD-LINE-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 12 COL 08
           05 VALUE PO-TEXT-STATUS LINE 07 COL 35.
           05 VH-STATUS PIC X(001) LINE 07 COL PLUS 1
               FROM WS-PO-STATUS.
           05 VALUE "SITE:" LINE 07 COL 55.
           05 VH-SITE PIC X(002) LINE 07 COL PLUS 1
               FROM WS-PO-DELIVER-SITE.
      ******************************************************************
       01  AMEND-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           MOVE ZERO TO WS-PO-ID WS-PO-SUPPLIER-ID WS-PO-ORDER-DATE
               WS-PO-BLANKET-QTY WS-PO-CALLED-OFF-QTY
               WS-PO-VALID-FROM WS-PO-VALID-TO
           MOVE ZERO TO NEED-BY-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           IF NOT SUPP-YES
               EXIT SECTION
           END-IF
           PERFORM 112-CHECK-SITE
           IF NOT SINF-FOUND-YES
               EXIT SECTION
           END-IF
           PERFORM 120-NEXT-PO-NUMBER
           MOVE NEXT-PO-ID TO WS-PO-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PO-ORDER-DATE
           MOVE SPACES TO WS-POL-DETAILS
           MOVE ZERO TO WS-POL-ING-ID WS-POL-QTY-ORDERED
               WS-POL-QTY-RECEIVED WS-POL-PRICE
               WS-POL-CHARGE-TOTAL WS-POL-LANDED-PRICE
               WS-POL-WEIGHT-RECEIVED
           DISPLAY ADD-LINE-SCREEN
           ACCEPT ADD-LINE-SCREEN
           IF KEYSTATUS = 1003
           MOVE WS-PO-ID TO WS-POL-PO-ID
           MOVE NEXT-LINE-NO TO WS-POL-LINE-NO
           MOVE WSINGREDS-UNIT-SUPPLIER TO WS-POL-UNIT
           MOVE WS-POL-QTY-ORDERED TO RBRK-QTY
           PERFORM 145-PRICE-FROM-BREAKS
           MOVE RBRK-PRICE TO WS-POL-PRICE
           MOVE WS-RIS-CURRENCY TO WS-POL-CURRENCY
           MOVE "O" TO WS-POL-STATUS
           CALL "GETOPER" USING WS-POL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POL-LAST-DATE
           PERFORM 150-WRITE-LINE
           PERFORM 160-SHOW-NEXT-BREAK
           PERFORM 165-CHECK-CUTOFF
       EXIT SECTION.

      *> PULLS THE PRICE FROM THE FXRISSUPLY AGREEMENT FOR THIS
           END-IF
       EXIT SECTION.

      *> THE UNIT PRICE OF RBRK-QTY UNDER THE AGREEMENT 140 FOUND
       145-PRICE-FROM-BREAKS SECTION.
           MOVE WS-RIS-ID-ING TO RBRK-ING-ID
           MOVE WS-RIS-ID-SUPP TO RBRK-SUPP-ID
           MOVE WS-RIS-EFF-DATE TO RBRK-EFF-DATE
           MOVE WS-RIS-PRICE TO RBRK-BASE-PRICE
           CALL "RISBREAK" USING RISBREAK-REQUEST
       EXIT SECTION.

       160-SHOW-NEXT-BREAK SECTION.
           IF NOT RBRK-NEXT-YES
               EXIT SECTION
           END-IF
           MOVE RBRK-NEXT-QTY TO SHOW-NEXT-QTY
           MOVE RBRK-SHORT-QTY TO SHOW-SHORT-QTY
           MOVE RBRK-NEXT-PRICE TO SHOW-NEXT-PRICE
           MOVE RBRK-SAVING TO SHOW-SAVING
           MOVE SPACES TO ERROR-TEXT
           STRING NEXT-BREAK-TEXT1 DELIMITED BY SIZE
               SHOW-NEXT-QTY DELIMITED BY SIZE
               NEXT-BREAK-TEXT2 DELIMITED BY SIZE
               SHOW-SHORT-QTY DELIMITED BY SIZE
               NEXT-BREAK-TEXT3 DELIMITED BY SIZE
               SHOW-NEXT-PRICE DELIMITED BY SIZE
               NEXT-BREAK-TEXT4 DELIMITED BY SIZE
               SHOW-SAVING DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

      *> ONLY A WARNING: THE CLERK MAY STILL SEND THE ORDER (A
      *> SUPPLIER WILL SOMETIMES TAKE A LATE ONE BY PHONE)
       165-CHECK-CUTOFF SECTION.
           IF NEED-BY-DATE = ZERO
               EXIT SECTION
           END-IF
           SET SDAY-FROM-ORDER TO TRUE
           MOVE WS-PO-SUPPLIER-ID TO SDAY-SUPPLIER-ID
           MOVE WS-RIS-LEAD-TIME-DAYS TO SDAY-LEAD-DAYS
           MOVE FUNCTION CURRENT-DATE (1:8) TO SDAY-ORDER-DATE
           MOVE FUNCTION CURRENT-DATE (9:4) TO SDAY-ORDER-TIME
           CALL "SUPPDAYS" USING SUPPDAYS-REQUEST
           IF SDAY-DELIVERY-DATE > NEED-BY-DATE
               MOVE SPACES TO ERROR-TEXT
               STRING WARN-CUTOFF-TEXT1 DELIMITED BY SIZE
                   SDAY-DELIVERY-DATE DELIMITED BY SIZE
                   WARN-CUTOFF-TEXT2 DELIMITED BY SIZE
                   NEED-BY-DATE DELIMITED BY SIZE
                   INTO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       150-WRITE-LINE SECTION.
           OPEN I-O FXPOLINES
           IF POL-STATUS-FS = 35 THEN
           END-IF
       EXIT SECTION.

      *> BLANK IS THE MAIN KITCHEN AND IS KEPT AS "01"
       112-CHECK-SITE SECTION.
           MOVE UPPER-CASE (WS-PO-DELIVER-SITE) TO WS-PO-DELIVER-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE WS-PO-DELIVER-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF SINF-FOUND-YES
               MOVE SINF-SITE TO WS-PO-DELIVER-SITE
           ELSE
               MOVE ERROR-SITE-NO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

       115-CHECK-COMPLIANCE SECTION.
           MOVE "N" TO DOCS-LAPSED
           MOVE "N" TO SDC-EOF-FLAG
                       EXIT SECTION
                   END-IF
                   MOVE ASK-QTY TO POL-QTY-ORDERED
      *> THE NEW QUANTITY MAY REACH OR DROP BELOW A PRICE BREAK, SO
      *> THE LINE IS REPRICED UNDER THE AGREEMENT IN FORCE TODAY
                   MOVE "N" TO RBRK-NEXT-FOUND
                   MOVE POL-ING-ID TO WS-POL-ING-ID
                   PERFORM 140-FIND-AGREEMENT
                   IF AGREEMENT-YES
                       MOVE ASK-QTY TO RBRK-QTY
                       PERFORM 145-PRICE-FROM-BREAKS
                       MOVE RBRK-PRICE TO POL-PRICE
                   END-IF
                   CALL "GETOPER" USING POL-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO POL-LAST-DATE
                   REWRITE POL-DETAILS
                   END-REWRITE
                   MOVE CONFIRM-PO-AMEND TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   PERFORM 160-SHOW-NEXT-BREAK
           END-READ
           CLOSE FXPOLINES
       EXIT SECTION.
