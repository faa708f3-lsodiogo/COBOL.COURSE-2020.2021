      *    QUANTITY, AND AGAINST THE FXRISSUPLY AGREED PRICE VALID ON
      *    THE RECEIPT DATE. INVOICES WITH NO DIFFERENCES MOVE TO THE
      *    PAYABLE STATUS "M"; THE OTHERS STAY ENTERED AND THE
      *    DIFFERENCES ARE LISTED ON THE REPORT. FREIGHT AND OTHER
      *    CHARGE LINES HAVE NO ORDER LINE AND ARE NOT MATCHED.
      *    THE AGREED PRICE IS THE QUANTITY BREAK THE ORDERED
      *    QUANTITY REACHES ON THAT AGREEMENT.
      *    A CATCH-WEIGHT LINE IS BILLED BY THE KG: ITS KG IS MATCHED
      *    AGAINST THE KG WEIGHED IN AT THE DOCK, WITHIN A SMALL
      *    TOLERANCE FOR SCALE DIFFERENCES, AND ITS KG PRICE AGAINST
      *    THE AGREED PIECE PRICE SPREAD OVER THE NOMINAL PIECE WEIGHT.
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

               SELECT MATCH-FILE-REPORT ASSIGN TO REPORT-FILENAME.

       DATA DIVISION.
           COPY FD-POLINE.
       FD FXRISUPPLY.
           COPY FD-RIS.
       FD FXINGRED.
           COPY FD-INGREDSFX.

       FD MATCH-FILE-REPORT
           REPORT IS MATCH-REPORT.
       78  DIFF-TEXT-NOLINE    VALUE "ORDER LINE NOT FOUND".
       78  DIFF-TEXT-NOAGREE   VALUE "NO AGREEMENT FOR RECEIPT DATE".
       78  DIFF-TEXT-MATCHED   VALUE "MATCHED - SET PAYABLE".
       78  DIFF-TEXT-WEIGHT    VALUE "KG DIFFERS FROM RECEIPT".
       78  DIFF-TEXT-KG-PRICE  VALUE "KG PRICE DIFFERS FROM AGREEMENT".
      *> PERCENT THE INVOICED KG MAY STRAY FROM THE DOCK WEIGHT
       78  WEIGHT-TOLERANCE-PCT             VALUE 1.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  SIL-STATUS-FS                    PIC 9(002).
       77  POL-STATUS-FS                    PIC 9(002).
       77  RIS-STATUS                       PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       COPY LK-RPTCAT.
       COPY LK-RISBREAK.

       01 REPORT-FILENAME                  PIC X(040).
       01 CURRENT-DATE-REPORT.
       01 DET-INVOICED                     PIC 9(005)V99.
       01 DET-EXPECTED                     PIC 9(005)V99.

       01 INGRED-OPEN-FLAG                 PIC X(001) VALUE "N".
           88 INGRED-OPEN                  VALUE "Y".
       01 CATCH-LINE                       PIC X(001).
           88 CATCH-LINE-YES               VALUE "Y".
       01 WEIGHT-DIFF                      PIC 9(006)V999.
       01 WEIGHT-ALLOWED                   PIC 9(006)V999.
       01 KG-PRICE                         PIC 9(005)V99.
       01 KG-PRICE-DIFF                    PIC 9(005)V99.

       REPORT SECTION.
       RD MATCH-REPORT
           PAGE LIMIT IS 54
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
           MOVE SPACES TO REPORT-FILENAME
           STRING "INV-MATCH-" DELIMITED BY SIZE
           MOVE REPORT-FILENAME TO RCAT-FILE-NAME
           MOVE "REPORT-INV-MATCH" TO RCAT-PROGRAM
           CALL "RPTCAT" USING RPTCAT-REQUEST
           CLOSE FXINGRED
           CLOSE FXRISUPPLY
           CLOSE FXPOLINES
           CLOSE FXSUPINVLN
       EXIT SECTION.

       210-MATCH-ONE-LINE SECTION.
           IF SIL-LINE-CHARGE
               EXIT SECTION
           END-IF
           MOVE SIL-LINE-NO TO DET-LINE-NO
           MOVE SIL-ING-ID TO DET-ING-ID
           PERFORM 220-READ-PO-LINE
               MOVE POL-QTY-RECEIVED TO DET-EXPECTED
               GENERATE LINE-DETAIL
           END-IF
           MOVE "N" TO CATCH-LINE
           IF SIL-WEIGHT NUMERIC AND SIL-WEIGHT > ZERO
               MOVE "Y" TO CATCH-LINE
               PERFORM 240-MATCH-WEIGHT
           END-IF
      *> PRICE LEG: INVOICED UNIT PRICE AGAINST THE AGREEMENT VALID
      *> ON THE RECEIPT DATE CARRIED ON THE ORDER LINE, AT THE BREAK
      *> PRICE FOR THE QUANTITY ORDERED
           MOVE POL-LAST-DATE TO RECEIPT-DATE
           PERFORM 230-FIND-AGREEMENT
           IF NOT AGREEMENT-YES
               GENERATE LINE-DETAIL
               EXIT SECTION
           END-IF
           MOVE WS-RIS-ID-ING TO RBRK-ING-ID
           MOVE WS-RIS-ID-SUPP TO RBRK-SUPP-ID
           MOVE WS-RIS-EFF-DATE TO RBRK-EFF-DATE
           MOVE POL-QTY-ORDERED TO RBRK-QTY
           MOVE WS-RIS-PRICE TO RBRK-BASE-PRICE
           CALL "RISBREAK" USING RISBREAK-REQUEST
           IF CATCH-LINE-YES
               PERFORM 250-MATCH-KG-PRICE
               EXIT SECTION
           END-IF
           IF SIL-UNIT-PRICE NOT = RBRK-PRICE
               MOVE "N" TO MATCH-OK
               MOVE DIFF-TEXT-PRICE TO DET-TEXT
               MOVE SIL-UNIT-PRICE TO DET-INVOICED
               MOVE RBRK-PRICE TO DET-EXPECTED
               GENERATE LINE-DETAIL
           END-IF
       EXIT SECTION.
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> WEIGHT LEG: THE KG BILLED AGAINST THE KG WEIGHED IN
       240-MATCH-WEIGHT SECTION.
           IF POL-WEIGHT-RECEIVED NOT NUMERIC
               MOVE ZERO TO POL-WEIGHT-RECEIVED
           END-IF
           IF SIL-WEIGHT > POL-WEIGHT-RECEIVED
               COMPUTE WEIGHT-DIFF = SIL-WEIGHT - POL-WEIGHT-RECEIVED
           ELSE
               COMPUTE WEIGHT-DIFF = POL-WEIGHT-RECEIVED - SIL-WEIGHT
           END-IF
           COMPUTE WEIGHT-ALLOWED ROUNDED =
               POL-WEIGHT-RECEIVED * WEIGHT-TOLERANCE-PCT / 100
           IF WEIGHT-DIFF > WEIGHT-ALLOWED
               MOVE "N" TO MATCH-OK
               MOVE DIFF-TEXT-WEIGHT TO DET-TEXT
               MOVE SIL-WEIGHT TO DET-INVOICED
               MOVE POL-WEIGHT-RECEIVED TO DET-EXPECTED
               GENERATE LINE-DETAIL
           END-IF
       EXIT SECTION.

      *> THE AGREEMENT PRICES A PIECE OF THE NOMINAL WEIGHT; THE KG
      *> PRICE IT IMPLIES IS ALLOWED A CENT EITHER WAY FOR ROUNDING
       250-MATCH-KG-PRICE SECTION.
           MOVE RBRK-PRICE TO KG-PRICE
           IF INGRED-OPEN
               MOVE SIL-ING-ID TO INGREDS-ID
               READ FXINGRED
                   NOT INVALID KEY
                       IF INGREDS-NOMINAL-WEIGHT NUMERIC AND
                           INGREDS-NOMINAL-WEIGHT > ZERO
                           COMPUTE KG-PRICE ROUNDED =
                               RBRK-PRICE / INGREDS-NOMINAL-WEIGHT
                       END-IF
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF SIL-UNIT-PRICE > KG-PRICE
               COMPUTE KG-PRICE-DIFF = SIL-UNIT-PRICE - KG-PRICE
           ELSE
               COMPUTE KG-PRICE-DIFF = KG-PRICE - SIL-UNIT-PRICE
           END-IF
           IF KG-PRICE-DIFF > 0.01
               MOVE "N" TO MATCH-OK
               MOVE DIFF-TEXT-KG-PRICE TO DET-TEXT
               MOVE SIL-UNIT-PRICE TO DET-INVOICED
               MOVE KG-PRICE TO DET-EXPECTED
               GENERATE LINE-DETAIL
           END-IF
       EXIT SECTION.
