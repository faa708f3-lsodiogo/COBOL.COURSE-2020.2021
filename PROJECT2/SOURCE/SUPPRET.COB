      *    SUPPLIER RETURNS MODULE - RECORDS A RETURN TO SUPPLIER
      *    AGAINST A RECEIVED FXPOLINE LINE (QUANTITY AND REASON),
      *    REVERSES THE STOCK THROUGH MOVPOST, ROLLS THE RECEIVED
      *    QUANTITY (AND, FOR A WEIGHED INGREDIENT, THE KG THE LOTS
      *    GAVE UP) ON THE ORDER LINE BACK, AND RAISES A DEBIT NOTE
      *    ON FXDEBITNOTE THAT THE REMITTANCE RUN OFFSETS AGAINST
      *    THE SUPPLIER'S NEXT PAYMENT - THE MIRROR IMAGE OF WHAT
      *    CREDNOTE DOES ON THE SCHOOL SIDE, SO A BAD DELIVERY NO
           88  EOF-LOT                      VALUE "Y".
       01  TAKE-REMAINING                   PIC 9(005).
       01  TAKE-THIS-LOT                    PIC 9(005).
       01  LOT-WEIGHT-BEFORE                PIC 9(005)V999.
       01  RETURN-WEIGHT                    PIC 9(006)V999.
       01  BEST-LOT-NO                      PIC X(010).
       01  BEST-RECEIPT-DATE                PIC 9(008).
       01  BEST-LOT-FOUND                   PIC X(001).
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
           END-EVALUATE
           PERFORM 215-REDUCE-LOT-QTY
           PERFORM 210-ROLL-BACK-RECEIVED-QTY
           PERFORM 220-WRITE-DEBIT-NOTE
           PERFORM 230-PRINT-DEBIT-NOTE
           MOVE CONFIRM-DBN-RECORD TO ERROR-TEXT
           END-IF
       EXIT SECTION.

      *> THE KG TAKEN OFF THE LOTS (RETURN-WEIGHT, FROM 215) COMES
      *> OFF THE DOCK WEIGHT TOO, SO THE INVOICE MATCH WEIGHS THE
      *> SAME GOODS IT COUNTS
       210-ROLL-BACK-RECEIVED-QTY SECTION.
           OPEN I-O FXPOLINE
           IF POL-STATUS-FS NOT = ZERO THEN
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT ASK-QTY FROM POL-QTY-RECEIVED
                   IF POL-WEIGHT-RECEIVED NUMERIC AND
                       RETURN-WEIGHT > ZERO
                       IF RETURN-WEIGHT >= POL-WEIGHT-RECEIVED
                           MOVE ZERO TO POL-WEIGHT-RECEIVED
                       ELSE
                           SUBTRACT RETURN-WEIGHT
                               FROM POL-WEIGHT-RECEIVED
                       END-IF
                   END-IF
                   CALL "GETOPER" USING POL-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO POL-LAST-DATE
      *> USUALLY FOLLOWS A REJECTION), THEN OLDEST RECEIPT FIRST
       215-REDUCE-LOT-QTY SECTION.
           MOVE ASK-QTY TO TAKE-REMAINING
           MOVE ZERO TO RETURN-WEIGHT
           OPEN I-O FXINGLOT
           IF LOT-STATUS-FS NOT = ZERO THEN
               CLOSE FXINGLOT
           ELSE
               MOVE LOT-QTY-REMAINING TO TAKE-THIS-LOT
           END-IF
      *> A WEIGHED LOT GOES BACK WITH ITS SHARE OF THE WEIGHT
           IF LOT-WEIGHT-REMAINING NUMERIC AND
               LOT-WEIGHT-REMAINING > ZERO
               MOVE LOT-WEIGHT-REMAINING TO LOT-WEIGHT-BEFORE
               IF TAKE-THIS-LOT = LOT-QTY-REMAINING
                   MOVE ZERO TO LOT-WEIGHT-REMAINING
               ELSE
                   COMPUTE LOT-WEIGHT-REMAINING ROUNDED =
                       LOT-WEIGHT-REMAINING - LOT-WEIGHT-REMAINING
                       * TAKE-THIS-LOT / LOT-QTY-REMAINING
               END-IF
               COMPUTE RETURN-WEIGHT = RETURN-WEIGHT
                   + LOT-WEIGHT-BEFORE - LOT-WEIGHT-REMAINING
           END-IF
           SUBTRACT TAKE-THIS-LOT FROM LOT-QTY-REMAINING
           SUBTRACT TAKE-THIS-LOT FROM TAKE-REMAINING
           CALL "GETOPER" USING LOT-LAST-BY
