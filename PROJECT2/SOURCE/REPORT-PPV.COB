      *    LISTS EVERY SUPPLIER INVOICE LINE WHOSE BILLED UNIT PRICE
      *    DIFFERS FROM THE FXRISSUPLY AGREED PRICE VALID ON THE
      *    RECEIPT DATE, EXTENDS THE DIFFERENCE TO MONEY AND TOTALS
      *    IT BY SUPPLIER. FREIGHT AND OTHER CHARGE LINES CARRY NO
      *    AGREED PRICE AND ARE LEFT TO THE LANDED COST REPORT.
      *    THE AGREED PRICE IS THE QUANTITY BREAK THE ORDERED
      *    QUANTITY REACHES ON THAT AGREEMENT (THE BILLED QUANTITY
      *    WHEN THE ORDER LINE IS GONE).
      *    A CATCH-WEIGHT LINE IS BILLED PER KG: ITS AGREED KG PRICE
      *    IS THE PIECE PRICE OVER THE NOMINAL PIECE WEIGHT AND THE
      *    DIFFERENCE IS EXTENDED BY THE KG BILLED (SHOWN AS THE QTY).
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS RIS-ID
                   FILE STATUS RIS-STATUS.

               SELECT FXINGRED ASSIGN TO "FXINGREDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT PPV-FILE-REPORT ASSIGN TO "PPV.rpt".

       DATA DIVISION.
           COPY FD-POLINE.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXINGRED.
           COPY FD-INGREDSFX.

       FD PPV-FILE-REPORT
           REPORT IS PPV-REPORT.
       77  SIL-STATUS-FS                    PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  RIS-STATUS                       PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01 CURRENT-DATE-REPORT.
           88 AGREEMENT-YES                VALUE "Y".
       01 BEST-EFF-DATE                    PIC 9(008).
       01 RECEIPT-DATE                     PIC 9(008).
       01 ORDERED-QTY                      PIC 9(005).
       01 INGRED-OPEN-FLAG                 PIC X(001) VALUE "N".
           88 INGRED-OPEN                  VALUE "Y".
       01 AGREED-PRICE                     PIC 9(003)V99.
       COPY LK-RISBREAK.

       78 MAX-SUPP                         VALUE 9999.
       01 SUPP-TOTAL-TABLE.
               MOVE RIS-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           OPEN INPUT FXINGRED
           IF INGRED-STATUS NOT = ZERO AND INGRED-STATUS NOT = 35 THEN
               MOVE INGRED-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF INGRED-STATUS = ZERO
               MOVE "Y" TO INGRED-OPEN-FLAG
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           OPEN OUTPUT PPV-FILE-REPORT
           INITIATE PPV-REPORT
           PERFORM 300-PRINT-SUPPLIER-TOTALS
           TERMINATE PPV-REPORT
           CLOSE PPV-FILE-REPORT
           CLOSE FXINGRED
           CLOSE FXRISUPPLY
           CLOSE FXPOLINES
           CLOSE FXSUPINVLN
      *> THE RECEIPT DATE CARRIED ON THE ORDER LINE PICKS WHICH
      *> AGREEMENT THE BILLED PRICE IS JUDGED AGAINST
       210-CHECK-ONE-LINE SECTION.
           IF SIL-LINE-CHARGE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO RECEIPT-DATE
           MOVE SIL-QTY TO ORDERED-QTY
           IF POL-STATUS-FS NOT = 35
               MOVE SIL-PO-ID TO POL-PO-ID
               MOVE SIL-PO-LINE-NO TO POL-LINE-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE POL-LAST-DATE TO RECEIPT-DATE
                       MOVE POL-QTY-ORDERED TO ORDERED-QTY
               END-READ
           END-IF
           PERFORM 230-FIND-AGREEMENT
           IF NOT AGREEMENT-YES
               EXIT SECTION
           END-IF
           MOVE WS-RIS-ID-ING TO RBRK-ING-ID
           MOVE WS-RIS-ID-SUPP TO RBRK-SUPP-ID
           MOVE WS-RIS-EFF-DATE TO RBRK-EFF-DATE
           MOVE ORDERED-QTY TO RBRK-QTY
           MOVE WS-RIS-PRICE TO RBRK-BASE-PRICE
           CALL "RISBREAK" USING RISBREAK-REQUEST
           MOVE RBRK-PRICE TO AGREED-PRICE
           IF SIL-WEIGHT NUMERIC AND SIL-WEIGHT > ZERO
               PERFORM 240-AGREED-KG-PRICE
           END-IF
           IF SIL-UNIT-PRICE NOT = AGREED-PRICE
               MOVE SIL-ING-ID TO DET-ING-ID
               MOVE RECEIPT-DATE TO DET-DATE
               MOVE SIL-UNIT-PRICE TO DET-BILLED
               MOVE AGREED-PRICE TO DET-AGREED
               IF SIL-WEIGHT NUMERIC AND SIL-WEIGHT > ZERO
                   COMPUTE DET-QTY ROUNDED = SIL-WEIGHT
                   COMPUTE DET-VARIANCE ROUNDED =
                       (SIL-UNIT-PRICE - AGREED-PRICE) * SIL-WEIGHT
               ELSE
                   MOVE SIL-QTY TO DET-QTY
                   COMPUTE DET-VARIANCE =
                       (SIL-UNIT-PRICE - AGREED-PRICE) * SIL-QTY
               END-IF
               GENERATE LINE-DETAIL
               IF SINV-SUPPLIER-ID >= 1 AND
                   SINV-SUPPLIER-ID <= MAX-SUPP
           END-PERFORM
       EXIT SECTION.

      *> THE AGREEMENT PRICES A PIECE OF THE NOMINAL WEIGHT
       240-AGREED-KG-PRICE SECTION.
           IF NOT INGRED-OPEN
               EXIT SECTION
           END-IF
           MOVE SIL-ING-ID TO INGREDS-ID
           READ FXINGRED
               NOT INVALID KEY
                   IF INGREDS-NOMINAL-WEIGHT NUMERIC AND
                       INGREDS-NOMINAL-WEIGHT > ZERO
                       COMPUTE AGREED-PRICE ROUNDED =
                           RBRK-PRICE / INGREDS-NOMINAL-WEIGHT
                   END-IF
               INVALID KEY
                   CONTINUE
           END-READ
       EXIT SECTION.

       300-PRINT-SUPPLIER-TOTALS SECTION.
           PERFORM VARYING SUPP-IX FROM 1 BY 1
               UNTIL SUPP-IX > MAX-SUPP
