      *    RECEIVING MODULE - BOOK DELIVERIES AGAINST OPEN PURCHASE
      *    ORDER LINES AND POST THE RECEIVED QUANTITY INTO INGREDIENT
      *    STOCK. RECEIVING IS THE ONLY NORMAL WAY STOCK GOES UP.
      *    WHEN THE SUPPLIER'S ADVANCE SHIPPING NOTICE FOR THE LINE
      *    IS PENDING ON FXASN (ASNIMP), ITS QUANTITY, LOT AND
      *    BEST-BEFORE DATE ARE OFFERED ON THE RECEIPT SCREEN FOR
      *    THE RECEIVER TO CONFIRM OR CORRECT, AND THE NOTICE LINE
      *    IS MARKED RECEIVED ONCE THE DELIVERY IS BOOKED.
      *    THE GOODS GO INTO THE STORE LOCATION OF THE PRODUCTION SITE
      *    THE ORDER IS DELIVERED TO.
      *    A CATCH-WEIGHT INGREDIENT IS COUNTED IN BY THE PIECE AND
      *    WEIGHED: THE ACTUAL KG IS KEPT ON THE LOT AND ADDED TO THE
      *    ORDER LINE FOR THE THREE-WAY MATCH.
      *    A NEW LOT REMEMBERS THE SUPPLIER AND ORDER LINE IT CAME
      *    IN ON, FOR SUPPLIER QUALITY CLAIMS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS LOT-ID
                   FILE STATUS LOT-STATUS-FS.

               SELECT FXASN ASSIGN TO "FXASN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASN-ID
                   FILE STATUS ASN-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXPURCHORD.
           COPY FD-INGREDSFX.
       FD FXINGLOT.
           COPY FD-INGLOT.
       FD FXASN.
           COPY FD-ASN.

       WORKING-STORAGE SECTION.
       COPY CONSTANTS-GOODSRECV.
       COPY WS-POLINE.
       COPY WS-INGREDSFX.
       COPY LK-MOVPOST.
       COPY LK-SITEINFO.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  LOT-STATUS-FS                    PIC 9(002).
       01  RECV-LOT-NO                      PIC X(010).
       01  RECV-EXPIRY                      PIC 9(008).
       01  RECV-WEIGHT                      PIC 9(005)V999.
       01  NOMINAL-WEIGHT-TOTAL             PIC 9(005)V999.
       77  ASN-STATUS-FS                    PIC 9(002).
       01  ASN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-ASN                      VALUE "Y".
       01  ASN-FOUND                        PIC X(001) VALUE "N".
           88  ASN-FOUND-YES                VALUE "Y".
       01  HELD-ASN-ID                      PIC X(019).
       01  ASN-PROMPT                       PIC X(060).
       01  TOTAL-RECEIVED                   PIC 9(006).
       01  ALL-LINES-CLOSED                 PIC X(001).
           88  ALL-CLOSED-YES               VALUE "Y".
               FROM WS-POL-QTY-RECEIVED.
      ******************************************************************
       01  ENTER-RECEIPT-SCREEN.
           05 ER-ASN PIC X(060) LINE 15 COL 15
               FROM ASN-PROMPT.
           05 VALUE RECV-TEXT-QTY LINE 16 COL 15.
           05 ER-QTY PIC 9(005) LINE 16 COL PLUS 1
               USING RECV-QTY REQUIRED.
           05 VALUE RECV-TEXT-NOTE LINE 18 COL 15.
           05 ER-NOTE PIC X(010) LINE 18 COL PLUS 1
               USING RECV-NOTE REQUIRED.
           05 VALUE RECV-TEXT-LOT LINE 20 COL 15.
           05 ER-LOT PIC X(010) LINE 20 COL PLUS 1
               USING RECV-LOT-NO REQUIRED.
           05 VALUE RECV-TEXT-EXPIRY LINE 22 COL 15.
           05 ER-EXPIRY PIC 9(008) LINE 22 COL PLUS 1
               USING RECV-EXPIRY REQUIRED AUTO.
      ******************************************************************
       01  CATCH-WEIGHT-SCREEN.
           05 VALUE RECV-TEXT-NOMINAL LINE 17 COL 45.
           05 CW-NOMINAL PIC ZZZZ9.999 LINE 17 COL PLUS 1
               FROM NOMINAL-WEIGHT-TOTAL.
           05 VALUE RECV-TEXT-WEIGHT LINE 16 COL 45.
           05 CW-WEIGHT PIC 99999.999 LINE 16 COL PLUS 1
               USING RECV-WEIGHT REQUIRED AUTO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           DISPLAY SHOW-LINE-SCREEN
           MOVE ZERO TO RECV-QTY RECV-EXPIRY
           MOVE SPACES TO RECV-NOTE RECV-LOT-NO
           PERFORM 140-FIND-SHIPPING-NOTICE
           DISPLAY ENTER-RECEIPT-SCREEN
           ACCEPT ENTER-RECEIPT-SCREEN
           IF KEYSTATUS = 1003
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE ZERO TO RECV-WEIGHT
           IF WSINGREDS-IS-CATCH-WEIGHT
               PERFORM 150-ENTER-CATCH-WEIGHT
               IF KEYSTATUS = 1003 OR RECV-WEIGHT = ZERO
                   EXIT SECTION
               END-IF
           END-IF
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
           CLOSE FXPOLINES
       EXIT SECTION.

      *> THE FIRST PENDING NOTICE LINE FOR THE ORDER LINE PRE-FILLS
      *> THE RECEIPT; A LINE DELIVERED IN SEVERAL LOTS OFFERS THE
      *> NEXT LOT ON THE NEXT RECEIPT
       140-FIND-SHIPPING-NOTICE SECTION.
           MOVE "N" TO ASN-FOUND
           MOVE SPACES TO ASN-PROMPT HELD-ASN-ID
           MOVE "N" TO ASN-EOF-FLAG
           OPEN INPUT FXASN
           IF ASN-STATUS-FS NOT = ZERO THEN
               CLOSE FXASN
               EXIT SECTION
           END-IF
           MOVE ASK-PO-ID TO ASN-PO-ID
           MOVE ASK-LINE-NO TO ASN-LINE-NO
           MOVE LOW-VALUES TO ASN-LOT-NO
           START FXASN KEY IS >= ASN-ID
               INVALID KEY SET EOF-ASN TO TRUE
           END-START
           PERFORM UNTIL EOF-ASN
               READ FXASN NEXT RECORD
                   AT END SET EOF-ASN TO TRUE
                   NOT AT END
                       IF ASN-PO-ID NOT = ASK-PO-ID OR
                           ASN-LINE-NO NOT = ASK-LINE-NO
                           SET EOF-ASN TO TRUE
                       ELSE
                           IF ASN-STATUS-PENDING
                               MOVE "Y" TO ASN-FOUND
                               MOVE ASN-ID TO HELD-ASN-ID
                               MOVE ASN-QTY TO RECV-QTY
                               MOVE ASN-NOTICE-NO TO RECV-NOTE
                               MOVE ASN-LOT-NO TO RECV-LOT-NO
                               MOVE ASN-EXPIRY-DATE TO RECV-EXPIRY
                               STRING RECV-TEXT-ASN DELIMITED BY SIZE
                                   ASN-NOTICE-NO DELIMITED BY SPACE
                                   RECV-TEXT-ASN-TAIL
                                       DELIMITED BY SIZE
                                   INTO ASN-PROMPT
                               SET EOF-ASN TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXASN
       EXIT SECTION.

       130-READ-INGREDIENT SECTION.
           MOVE SPACES TO WSINGREDS-NAME WSINGREDS-CATCH-WEIGHT
           OPEN INPUT FXINGRED
           IF INGRED-STATUS = ZERO THEN
               MOVE WS-POL-ING-ID TO INGREDS-ID
           CLOSE FXINGRED
       EXIT SECTION.

      *> THE PIECES ARE WEIGHED ON THE DOCK SCALE; THE NOMINAL WEIGHT
      *> OF THE PIECES COUNTED IS SHOWN AS A GUIDE ONLY
       150-ENTER-CATCH-WEIGHT SECTION.
           IF WSINGREDS-NOMINAL-WEIGHT NOT NUMERIC
               MOVE ZERO TO WSINGREDS-NOMINAL-WEIGHT
           END-IF
           COMPUTE NOMINAL-WEIGHT-TOTAL =
               RECV-QTY * WSINGREDS-NOMINAL-WEIGHT
           DISPLAY CATCH-WEIGHT-SCREEN
           ACCEPT CATCH-WEIGHT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF RECV-WEIGHT = ZERO
               MOVE ERROR-WEIGHT-ZERO TO ERROR-TEXT
               ACCEPT ERROR-ZONE
           END-IF
       EXIT SECTION.

      *> POSTS THE DELIVERY: BOOKS A RECEIPT MOVEMENT THROUGH MOVPOST
      *> (WHICH WRITES THE LEDGER RECORD AND ADDS THE QUANTITY TO THE
      *> INGREDIENT STOCK), ROLLS THE RECEIVED TOTAL INTO THE ORDER
       200-POST-RECEIPT SECTION.
           MOVE WS-POL-ING-ID TO MOVREQ-ING-ID
           MOVE "RC" TO MOVREQ-TYPE
           SET SINF-BY-SITE TO TRUE
           MOVE WS-PO-DELIVER-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF SINF-FOUND-YES
               MOVE SINF-STORE-LOC TO MOVREQ-LOCATION
           ELSE
               MOVE "ST" TO MOVREQ-LOCATION
           END-IF
           MOVE "+" TO MOVREQ-SIGN
           MOVE RECV-QTY TO MOVREQ-QTY
           MOVE SPACES TO MOVREQ-REFERENCE
           PERFORM 205-BOOK-LOT
           PERFORM 210-UPDATE-ORDER-LINE
           PERFORM 220-UPDATE-ORDER-HEADER
           IF ASN-FOUND-YES
               PERFORM 230-CLOSE-SHIPPING-NOTICE
           END-IF
           COMPUTE TOTAL-RECEIVED =
               WS-POL-QTY-RECEIVED + RECV-QTY
           EVALUATE TRUE
                       TO LOT-RECEIPT-DATE
      *> NEW STOCK IS NOT PICKABLE UNTIL QC HAS SEEN IT (QCREL)
                   MOVE "Q" TO LOT-QC-STATUS
                   IF WSINGREDS-IS-CATCH-WEIGHT
                       MOVE RECV-QTY TO LOT-PIECES-RECEIVED
                   ELSE
                       MOVE ZERO TO LOT-PIECES-RECEIVED
                   END-IF
                   MOVE RECV-WEIGHT TO LOT-WEIGHT-RECEIVED
                       LOT-WEIGHT-REMAINING
                   MOVE WS-PO-SUPPLIER-ID TO LOT-SUPPLIER-ID
                   MOVE ASK-PO-ID TO LOT-PO-ID
                   MOVE ASK-LINE-NO TO LOT-PO-LINE-NO
                   CALL "GETOPER" USING LOT-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO LOT-LAST-DATE
                   WRITE LOT-DETAILS
                   MOVE RECV-EXPIRY TO LOT-EXPIRY-DATE
      *> A TOP-UP DELIVERY PUTS THE WHOLE LOT BACK IN QUARANTINE
                   MOVE "Q" TO LOT-QC-STATUS
                   IF WSINGREDS-IS-CATCH-WEIGHT
                       PERFORM 207-TOP-UP-LOT-WEIGHT
                   END-IF
                   CALL "GETOPER" USING LOT-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO LOT-LAST-DATE
                   REWRITE LOT-DETAILS
           CLOSE FXINGLOT
       EXIT SECTION.

      *> A LOT BOOKED BEFORE THE ITEM WAS CATCH-WEIGHT HAS NO PIECE OR
      *> WEIGHT FIGURES; ITS PIECES ARE TAKEN AT THE NOMINAL WEIGHT
       207-TOP-UP-LOT-WEIGHT SECTION.
           IF LOT-PIECES-RECEIVED NOT NUMERIC OR
               LOT-WEIGHT-RECEIVED NOT NUMERIC OR
               LOT-WEIGHT-REMAINING NOT NUMERIC OR
               LOT-PIECES-RECEIVED = ZERO
               COMPUTE LOT-WEIGHT-REMAINING ROUNDED =
                   (LOT-QTY-REMAINING - RECV-QTY)
                   * WSINGREDS-NOMINAL-WEIGHT
               MOVE LOT-WEIGHT-REMAINING TO LOT-WEIGHT-RECEIVED
               COMPUTE LOT-PIECES-RECEIVED =
                   LOT-QTY-REMAINING - RECV-QTY
           END-IF
           ADD RECV-QTY TO LOT-PIECES-RECEIVED
           ADD RECV-WEIGHT TO LOT-WEIGHT-RECEIVED LOT-WEIGHT-REMAINING
       EXIT SECTION.

       210-UPDATE-ORDER-LINE SECTION.
           OPEN I-O FXPOLINES
           IF POL-STATUS-FS NOT = ZERO THEN
               NOT INVALID KEY
                   ADD RECV-QTY TO POL-QTY-RECEIVED
                   MOVE RECV-NOTE TO POL-DELIV-NOTE
                   IF POL-WEIGHT-RECEIVED NOT NUMERIC
                       MOVE ZERO TO POL-WEIGHT-RECEIVED
                   END-IF
                   ADD RECV-WEIGHT TO POL-WEIGHT-RECEIVED
                   IF POL-QTY-RECEIVED >= POL-QTY-ORDERED
                       MOVE "C" TO POL-STATUS
                   ELSE
                       MOVE "P" TO POL-STATUS
                   END-IF
      *> INVOICE CHARGES MAY HAVE BEEN SPREAD ONTO THE LINE BEFORE
      *> THE GOODS ARRIVED, SO THE LANDED PRICE FOLLOWS THE QUANTITY
      *> ACTUALLY RECEIVED
                   IF POL-CHARGE-TOTAL > ZERO
                       COMPUTE POL-LANDED-PRICE ROUNDED = POL-PRICE
                           + POL-CHARGE-TOTAL / POL-QTY-RECEIVED
                   END-IF
                   CALL "GETOPER" USING POL-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO POL-LAST-DATE
                   REWRITE POL-DETAILS
           END-READ
           CLOSE FXPURCHORD
       EXIT SECTION.

      *> THE NOTICE LINE OFFERED FOR THIS RECEIPT IS DONE, WHATEVER
      *> THE RECEIVER CORRECTED, SO IT DROPS OFF THE DIARY
       230-CLOSE-SHIPPING-NOTICE SECTION.
           OPEN I-O FXASN
           IF ASN-STATUS-FS NOT = ZERO THEN
               CLOSE FXASN
               EXIT SECTION
           END-IF
           MOVE HELD-ASN-ID TO ASN-ID
           READ FXASN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO ASN-STATUS
                   MOVE RECV-QTY TO ASN-QTY-RECEIVED
                   CALL "GETOPER" USING ASN-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO ASN-LAST-DATE
                   REWRITE ASN-DETAILS
                   END-REWRITE
           END-READ
           CLOSE FXASN
       EXIT SECTION.
