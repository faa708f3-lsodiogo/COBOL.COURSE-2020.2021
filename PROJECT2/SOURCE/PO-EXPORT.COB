      *    FILE LAYOUT: "H" SHOP REFERENCE + SUPPLIER NAME/ADDRESS,
      *    "O" ORDER NUMBER + DATE, "L" INGREDIENT NAME, QUANTITY,
      *    UNIT AND AGREED PRICE.
      *    EVERY FILE WRITTEN IS ENTERED ON THE TRANSMISSION REGISTER
      *    WITH ITS RECORD COUNT AND THE ORDERED VALUE AS CONTROL
      *    TOTAL, SO IT CAN BE TRACKED UNTIL THE SUPPLIER ACKNOWLEDGES.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       01  EXPORT-RECORD                    PIC X(120).

       WORKING-STORAGE SECTION.
       COPY LK-TXREG.
       78  MODULE-NAME-VIEW    VALUE "PURCHASE ORDER EXPORT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  SHOP-REFERENCE      VALUE "BREADWICH-PO".
       01  EXPORTED-ANY                     PIC X(001) VALUE "N".
           88  EXPORTED-ANY-YES             VALUE "Y".
       01  CURRENT-PO-ID                    PIC 9(006).
       77  EXPORT-RECORDS                   PIC 9(007).
       77  EXPORT-TOTAL                     PIC 9(011)V99.

       01  EXP-HEADER-REC.
           05  EXP-H-TYPE                   PIC X(001).
               MOVE EXPORT-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE ZERO TO EXPORT-RECORDS EXPORT-TOTAL
           PERFORM 220-WRITE-SUPPLIER-HEADER
           PERFORM 230-WRITE-SUPPLIER-ORDERS
           CLOSE EXPORT-FILE
           MOVE "PO-ORDERS" TO TXR-INTERFACE
           MOVE EXPORT-FILENAME TO TXR-FILE-NAME
           MOVE "PO-EXPORT" TO TXR-PROGRAM
           MOVE EXPORT-RECORDS TO TXR-RECORDS
           MOVE EXPORT-TOTAL TO TXR-CONTROL-TOTAL
           CALL "TXREG" USING TXREG-REQUEST
           MOVE "Y" TO EXPORTED-ANY
       EXIT SECTION.

           END-IF
           CLOSE FXSUPPLY
           WRITE EXPORT-RECORD FROM EXP-HEADER-REC
           ADD 1 TO EXPORT-RECORDS
       EXIT SECTION.

      *> WALKS THE HEADER FILE AGAIN FOR THIS SUPPLIER'S CONFIRMED
                           MOVE PO-ID TO EXP-O-PO-ID
                           MOVE PO-ORDER-DATE TO EXP-O-DATE
                           WRITE EXPORT-RECORD FROM EXP-ORDER-REC
                           ADD 1 TO EXPORT-RECORDS
                           MOVE PO-ID TO CURRENT-PO-ID
                           PERFORM 240-WRITE-ORDER-LINES
                           MOVE "Y" TO PO-SENT-FLAG
           PERFORM 260-FIND-SUPPLIER-CODE
           MOVE FOUND-SUPP-CODE TO EXP-L-SUPP-CODE
           WRITE EXPORT-RECORD FROM EXP-LINE-REC
           ADD 1 TO EXPORT-RECORDS
           COMPUTE EXPORT-TOTAL = EXPORT-TOTAL
               + POL-QTY-ORDERED * POL-PRICE
       EXIT SECTION.

      *> THE SUPPLIER'S OWN ITEM CODE COMES OFF THE LATEST
