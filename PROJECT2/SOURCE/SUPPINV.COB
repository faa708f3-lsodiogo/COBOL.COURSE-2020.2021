      *    ORDER LINES. ENTERED INVOICES STAY IN STATUS "E" UNTIL THE
      *    THREE-WAY MATCH RUN (REPORT-INV-MATCH) MOVES THEM TO THE
      *    PAYABLE STATUS "M".
      *    FREIGHT, FUEL SURCHARGE, DELIVERY AND OTHER CHARGES ARE
      *    KEYED AS CHARGE LINES AND, WHEN THE INVOICE IS SAVED, SPREAD
      *    OVER ITS INGREDIENT LINES BY VALUE OR BY QUANTITY; EACH
      *    ORDER LINE THEN CARRIES ITS LANDED UNIT PRICE FOR THE
      *    STOCK VALUATION AND THE RECIPE COSTING.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
           88  ANOTHER-LINE-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  LINE-TYPE-ANSWER                 PIC X(001).
           88  LINE-TYPE-INGREDIENT         VALUE "I" "i".
           88  LINE-TYPE-CHARGE             VALUE "C" "c".

       01  CURRENCY-ANSWER                  PIC X(003).
           88  CURRENCY-ANSWER-VALID        VALUE "EUR" "USD" "GBP".

       78  ERROR-PERIOD-CLOSED
           VALUE "THE INVOICE DATE FALLS IN A CLOSED PERIOD".

      *> HOUSE CONVERSION RATES TO EUR, AS USED BY THE STOCK
      *> VALUATION, FOR CHARGES KEYED IN ANOTHER ORDER'S CURRENCY
       78  RATE-USD                         VALUE 0.92.
       78  RATE-GBP                         VALUE 1.17.
       01  APPORTION-WORK.
           05  APP-GOODS-VALUE              PIC 9(009)V99.
           05  APP-LINE-VALUE               PIC 9(009)V99.
           05  APP-GOODS-QTY                PIC 9(007).
           05  APP-VALUE-CHARGES            PIC 9(007)V99.
           05  APP-QTY-CHARGES              PIC 9(007)V99.
           05  APP-ALL-CHARGES              PIC 9(007)V99.
           05  APP-SHARED                   PIC 9(007)V99.
           05  APP-SHARE                    PIC 9(007)V99.
           05  APP-ORDER-SHARE              PIC 9(007)V99.
           05  APP-LAST-LINE                PIC 9(003).
           05  APP-FROM-RATE                PIC 9(001)V99.
           05  APP-TO-RATE                  PIC 9(001)V99.
           05  APP-DIVISOR                  PIC 9(005).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
           05 VALUE SINV-TEXT-POLINE LINE 21 COL 45.
           05 AL-POLINE PIC 9(003) LINE 21 COL PLUS 1
               TO WS-SIL-PO-LINE-NO REQUIRED AUTO.
      ******************************************************************
      *> A CATCH-WEIGHT ITEM IS BILLED BY THE KG: THE QUANTITY STAYS
      *> THE PIECE COUNT AND THE UNIT PRICE KEYED IS THE PRICE PER KG
       01  ADD-WEIGHT-SCREEN.
           05 VALUE SINV-TEXT-WEIGHT LINE 17 COL 45.
           05 AW-WEIGHT PIC 99999.999 LINE 17 COL PLUS 1
               USING WS-SIL-WEIGHT REQUIRED AUTO.
           05 VALUE SINV-TEXT-PER-KG LINE 19 COL 45.
      ******************************************************************
       01  LINE-TYPE-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 15 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 17 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 19 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 21 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SINV-TEXT-LTYPE LINE 15 COL 15.
           05 LT-TYPE PIC X(001) LINE 15 COL PLUS 1
               TO LINE-TYPE-ANSWER REQUIRED AUTO.
           05 VALUE SINV-HINT-LTYPE LINE 15 COL PLUS 2.
      ******************************************************************
       01  ADD-CHARGE-SCREEN.
           05 VALUE SPACES PIC X(080) LINE 15 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 17 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 19 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SPACES PIC X(080) LINE 21 COL 08
              BACKGROUND-COLOR 7.
           05 VALUE SINV-TEXT-CTYPE LINE 15 COL 15.
           05 AC-TYPE PIC X(002) LINE 15 COL PLUS 1
               TO WS-SIL-CHARGE-TYPE REQUIRED.
           05 VALUE SINV-HINT-CTYPE LINE 15 COL PLUS 2.
           05 VALUE SINV-TEXT-CAMT LINE 17 COL 15.
           05 AC-AMOUNT PIC 9999999.99 LINE 17 COL PLUS 1
               TO WS-SIL-CHARGE-AMOUNT REQUIRED.
           05 VALUE SINV-TEXT-APPORT LINE 19 COL 15.
           05 AC-APPORT PIC X(001) LINE 19 COL PLUS 1
               TO WS-SIL-APPORTION REQUIRED AUTO.
           05 VALUE SINV-HINT-APPORT LINE 19 COL PLUS 2.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           MOVE SPACES TO WS-SINV-DETAILS
           MOVE ZERO TO WS-SINV-SUPPLIER-ID WS-SINV-DATE
               WS-SINV-TOTAL WS-SINV-VAT-AMOUNT WS-SINV-PAID-DATE
               WS-SINV-CHARGE-TOTAL
           MOVE SPACES TO CURRENCY-ANSWER
           MOVE "N" TO VALID-DATE-FLAG
           PERFORM WITH TEST AFTER UNTIL VALID-DATE-YES
       130-ENTER-LINE SECTION.
           MOVE SPACES TO WS-SIL-DETAILS
           MOVE ZERO TO WS-SIL-ING-ID WS-SIL-QTY WS-SIL-UNIT-PRICE
               WS-SIL-PO-ID WS-SIL-PO-LINE-NO WS-SIL-CHARGE-AMOUNT
               WS-SIL-CHARGE-SHARE WS-SIL-WEIGHT
           MOVE SPACES TO LINE-TYPE-ANSWER
           PERFORM WITH TEST AFTER UNTIL LINE-TYPE-INGREDIENT
               OR LINE-TYPE-CHARGE
               DISPLAY LINE-TYPE-SCREEN
               ACCEPT LINE-TYPE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               IF NOT LINE-TYPE-INGREDIENT AND NOT LINE-TYPE-CHARGE
                   MOVE ERROR-LINE-TYPE TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               END-IF
           END-PERFORM
           IF LINE-TYPE-CHARGE
               PERFORM 135-ENTER-CHARGE-LINE
               EXIT SECTION
           END-IF
           MOVE "I" TO WS-SIL-LINE-TYPE
           DISPLAY ADD-LINE-SCREEN
           ACCEPT ADD-LINE-SCREEN
           IF KEYSTATUS = 1003
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF WSINGREDS-IS-CATCH-WEIGHT
               DISPLAY ADD-WEIGHT-SCREEN
               ACCEPT ADD-WEIGHT-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
               IF WS-SIL-WEIGHT = ZERO
                   MOVE ERROR-WEIGHT-ZERO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM 150-CHECK-PO-LINE
           IF NOT POLINE-YES
               EXIT SECTION
           MOVE NEXT-LINE-NO TO WS-SIL-LINE-NO
           CALL "GETOPER" USING WS-SIL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SIL-LAST-DATE
           IF WS-SIL-WEIGHT > ZERO
               COMPUTE WS-SINV-TOTAL =
                   WS-SINV-TOTAL + (WS-SIL-WEIGHT * WS-SIL-UNIT-PRICE)
           ELSE
               COMPUTE WS-SINV-TOTAL =
                   WS-SINV-TOTAL + (WS-SIL-QTY * WS-SIL-UNIT-PRICE)
           END-IF
           PERFORM 160-WRITE-LINE
       EXIT SECTION.

      *> A CHARGE LINE HAS NO INGREDIENT OR ORDER LINE OF ITS OWN; IT
      *> ADDS TO THE INVOICE TOTAL AND IS SPREAD ONTO THE INGREDIENT
      *> LINES ONCE THE WHOLE INVOICE HAS BEEN KEYED
       135-ENTER-CHARGE-LINE SECTION.
           MOVE "C" TO WS-SIL-LINE-TYPE
           DISPLAY ADD-CHARGE-SCREEN
           ACCEPT ADD-CHARGE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (WS-SIL-CHARGE-TYPE) TO WS-SIL-CHARGE-TYPE
           MOVE UPPER-CASE (WS-SIL-APPORTION) TO WS-SIL-APPORTION
           IF NOT WS-SIL-CHARGE-TYPE-VALID
               MOVE ERROR-CHARGE-TYPE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF WS-SIL-CHARGE-AMOUNT = ZERO
               MOVE ERROR-CHARGE-ZERO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF NOT WS-SIL-APPORTION-VALID
               MOVE ERROR-APPORTION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           ADD 1 TO NEXT-LINE-NO
           MOVE WS-SINV-ID TO WS-SIL-INV-ID
           MOVE NEXT-LINE-NO TO WS-SIL-LINE-NO
           CALL "GETOPER" USING WS-SIL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SIL-LAST-DATE
           ADD WS-SIL-CHARGE-AMOUNT TO WS-SINV-TOTAL
               WS-SINV-CHARGE-TOTAL
           PERFORM 160-WRITE-LINE
       EXIT SECTION.

       140-CHECK-INGREDIENT SECTION.
           MOVE SPACES TO INGREDEXIST WSINGREDS-CATCH-WEIGHT
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = ZERO AND INGRED-STATUS NOT = 35 THEN
               MOVE INGRED-STATUS TO FILE-ERROR-STATUS
                       ACCEPT ERROR-ZONE
               END-WRITE
               CLOSE FXSUPPINV
               IF WS-SINV-CHARGE-TOTAL > ZERO
                   PERFORM 170-APPORTION-CHARGES
               END-IF
           ELSE
               PERFORM 196-DROP-UNSAVED-LINES
           END-IF
       EXIT SECTION.

      *> SPREADS THE INVOICE CHARGES OVER ITS INGREDIENT LINES: THE
      *> VALUE-BASED CHARGES IN PROPORTION TO EACH LINE'S VALUE, THE
      *> QUANTITY-BASED ONES TO ITS QUANTITY. THE LAST INGREDIENT LINE
      *> TAKES THE ROUNDING REMAINDER SO THE SHARES ADD UP EXACTLY.
      *> AN INVOICE WITH NO INGREDIENT LINES LEAVES ITS CHARGES
      *> UNSPREAD - THEY ARE STILL POSTED BY THE GL EXPORT.
       170-APPORTION-CHARGES SECTION.
           MOVE ZERO TO APP-GOODS-VALUE APP-GOODS-QTY APP-VALUE-CHARGES
               APP-QTY-CHARGES APP-SHARED APP-LAST-LINE
           OPEN I-O FXSUPINVLN
           IF SIL-STATUS-FS NOT = ZERO THEN
               MOVE SIL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM 172-START-INVOICE-LINES
           PERFORM UNTIL EOF-SIL
               IF SIL-LINE-CHARGE
                   IF SIL-APPORTION-QTY
                       ADD SIL-CHARGE-AMOUNT TO APP-QTY-CHARGES
                   ELSE
                       ADD SIL-CHARGE-AMOUNT TO APP-VALUE-CHARGES
                   END-IF
               ELSE
                   PERFORM 178-LINE-VALUE
                   ADD APP-LINE-VALUE TO APP-GOODS-VALUE
                   ADD SIL-QTY TO APP-GOODS-QTY
                   MOVE SIL-LINE-NO TO APP-LAST-LINE
               END-IF
               PERFORM 174-NEXT-INVOICE-LINE
           END-PERFORM
           IF APP-LAST-LINE = ZERO OR APP-GOODS-QTY = ZERO
               CLOSE FXSUPINVLN
               EXIT SECTION
           END-IF
      *> LINES KEYED AT A ZERO PRICE GIVE NO VALUE TO SPREAD BY, SO
      *> THE VALUE-BASED CHARGES FALL BACK TO THE QUANTITY
           IF APP-GOODS-VALUE = ZERO
               ADD APP-VALUE-CHARGES TO APP-QTY-CHARGES
               MOVE ZERO TO APP-VALUE-CHARGES
           END-IF
           COMPUTE APP-ALL-CHARGES = APP-VALUE-CHARGES + APP-QTY-CHARGES
           OPEN I-O FXPOLINES
           IF POL-STATUS-FS NOT = ZERO THEN
               MOVE POL-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           PERFORM 172-START-INVOICE-LINES
           PERFORM UNTIL EOF-SIL
               IF NOT SIL-LINE-CHARGE
                   IF SIL-LINE-NO = APP-LAST-LINE
                       IF APP-SHARED < APP-ALL-CHARGES
                           COMPUTE APP-SHARE =
                               APP-ALL-CHARGES - APP-SHARED
                       ELSE
                           MOVE ZERO TO APP-SHARE
                       END-IF
                   ELSE
                       MOVE ZERO TO APP-SHARE
                       IF APP-VALUE-CHARGES > ZERO
                           PERFORM 178-LINE-VALUE
                           COMPUTE APP-SHARE ROUNDED = APP-VALUE-CHARGES
                               * APP-LINE-VALUE / APP-GOODS-VALUE
                       END-IF
                       IF APP-QTY-CHARGES > ZERO
                           COMPUTE APP-SHARE ROUNDED = APP-SHARE
                               + APP-QTY-CHARGES * SIL-QTY
                               / APP-GOODS-QTY
                       END-IF
                   END-IF
                   ADD APP-SHARE TO APP-SHARED
                   MOVE APP-SHARE TO SIL-CHARGE-SHARE
                   REWRITE SIL-DETAILS
                   END-REWRITE
                   IF APP-SHARE > ZERO
                       PERFORM 176-LAND-ORDER-LINE
                   END-IF
               END-IF
               PERFORM 174-NEXT-INVOICE-LINE
           END-PERFORM
           CLOSE FXPOLINES
           CLOSE FXSUPINVLN
       EXIT SECTION.

       172-START-INVOICE-LINES SECTION.
           MOVE "N" TO SIL-EOF-FLAG
           MOVE WS-SINV-ID TO SIL-INV-ID
           MOVE ZERO TO SIL-LINE-NO
           START FXSUPINVLN KEY IS >= SIL-ID
               INVALID KEY SET EOF-SIL TO TRUE
           END-START
           IF NOT EOF-SIL
               PERFORM 174-NEXT-INVOICE-LINE
           END-IF
       EXIT SECTION.

       174-NEXT-INVOICE-LINE SECTION.
           READ FXSUPINVLN NEXT RECORD
               AT END SET EOF-SIL TO TRUE
               NOT AT END
                   IF SIL-INV-ID NOT = WS-SINV-ID
                       SET EOF-SIL TO TRUE
                   END-IF
           END-READ
       EXIT SECTION.

      *> THE SHARE IS CARRIED ONTO THE ORDER LINE IN THE ORDER'S OWN
      *> CURRENCY AND THE LANDED UNIT PRICE WORKED OUT AGAIN FROM THE
      *> QUANTITY RECEIVED (OR ORDERED, WHEN THE INVOICE ARRIVES
      *> BEFORE THE GOODS)
       176-LAND-ORDER-LINE SECTION.
           MOVE SIL-PO-ID TO POL-PO-ID
           MOVE SIL-PO-LINE-NO TO POL-LINE-NO
           READ FXPOLINES
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE APP-SHARE TO APP-ORDER-SHARE
           IF POL-CURRENCY NOT = WS-SINV-CURRENCY
               MOVE 1 TO APP-FROM-RATE APP-TO-RATE
               EVALUATE WS-SINV-CURRENCY
                   WHEN "USD" MOVE RATE-USD TO APP-FROM-RATE
                   WHEN "GBP" MOVE RATE-GBP TO APP-FROM-RATE
               END-EVALUATE
               EVALUATE POL-CURRENCY
                   WHEN "USD" MOVE RATE-USD TO APP-TO-RATE
                   WHEN "GBP" MOVE RATE-GBP TO APP-TO-RATE
               END-EVALUATE
               COMPUTE APP-ORDER-SHARE ROUNDED =
                   APP-SHARE * APP-FROM-RATE / APP-TO-RATE
           END-IF
           ADD APP-ORDER-SHARE TO POL-CHARGE-TOTAL
           IF POL-QTY-RECEIVED > ZERO
               MOVE POL-QTY-RECEIVED TO APP-DIVISOR
           ELSE
               MOVE POL-QTY-ORDERED TO APP-DIVISOR
           END-IF
           IF APP-DIVISOR > ZERO
               COMPUTE POL-LANDED-PRICE ROUNDED = POL-PRICE
                   + POL-CHARGE-TOTAL / APP-DIVISOR
           END-IF
           CALL "GETOPER" USING POL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO POL-LAST-DATE
           REWRITE POL-DETAILS
           END-REWRITE
       EXIT SECTION.

      *> A CATCH-WEIGHT LINE IS WORTH ITS INVOICED KG AT THE KG PRICE
       178-LINE-VALUE SECTION.
           IF SIL-WEIGHT NUMERIC AND SIL-WEIGHT > ZERO
               COMPUTE APP-LINE-VALUE = SIL-WEIGHT * SIL-UNIT-PRICE
           ELSE
               COMPUTE APP-LINE-VALUE = SIL-QTY * SIL-UNIT-PRICE
           END-IF
       EXIT SECTION.

      *> THE LINES ARE WRITTEN AS THE CLERK TYPES THEM, SO WHEN THE
      *> HEADER IS ABANDONED THE ORPHANED LINES ARE TAKEN OUT AGAIN
       196-DROP-UNSAVED-LINES SECTION.
