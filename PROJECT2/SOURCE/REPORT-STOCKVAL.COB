      *    THAT CANNOT BE PRICED, AND CLOSES WITH A RECONCILIATION
      *    OF THE FIFO FIGURE AGAINST THE OLD CURRENT-PRICE BASIS -
      *    SO A PRICE RISE NO LONGER REVALUES THE WHOLE SHELF
      *    OVERNIGHT. A RECEIPT THAT HAS HAD INVOICE FREIGHT OR OTHER
      *    CHARGES SPREAD ONTO IT IS PRICED AT ITS LANDED UNIT PRICE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       01 GRAND-TOTAL                      PIC 9(011)V99 VALUE ZERO.
       01 CURRENT-BASIS-TOTAL               PIC 9(011)V99 VALUE ZERO.
       01 RECON-DIFFERENCE                  PIC S9(011)V99.
       01 ACTUAL-PRICE                      PIC 9(003)V9999.
       01 ACTUAL-CURRENCY                   PIC X(003).
       01 ACTUAL-FOUND                      PIC X(001).
           88 ACTUAL-FOUND-YES              VALUE "Y".
                           POL-QTY-RECEIVED > ZERO AND
                           POL-LAST-DATE <= LOT-RECEIPT-DATE AND
                           POL-LAST-DATE >= BEST-RECEIPT-STAMP
                           IF POL-LANDED-PRICE > ZERO
                               MOVE POL-LANDED-PRICE TO ACTUAL-PRICE
                           ELSE
                               MOVE POL-PRICE TO ACTUAL-PRICE
                           END-IF
                           MOVE POL-CURRENCY TO ACTUAL-CURRENCY
                           MOVE POL-LAST-DATE
                               TO BEST-RECEIPT-STAMP
