      *    SUPPLIER TO THE BANK FILE PAYMENTS.DAT, AND MARKS THE
      *    INVOICES PAID WITH DATE AND OPERATOR SO THE SAME INVOICE
      *    CAN NEVER BE PAID TWICE. INVOICES NOT YET DUE STAY ON
      *    FILE FOR A LATER RUN. EACH PAYMENT RECORD CARRIES THE
      *    SUPPLIER'S CONFIRMED IBAN AND BIC FROM FXSUPPBANK; A
      *    SUPPLIER WITH NO BANK DETAILS, OR WITH A CHANGE STILL
      *    AWAITING SECOND-OPERATOR CONFIRMATION, IS HELD BACK - ITS
      *    INVOICES STAY UNPAID AND THE ADVICE SHOWS THE HELD AMOUNT.
      *    THE FINISHED BANK FILE IS ENTERED ON THE TRANSMISSION
      *    REGISTER WITH ITS RECORD COUNT AND PAYMENT TOTAL.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS PMT-ID
                   FILE STATUS PMT-STATUS-FS.

               SELECT FXSUPPBANK ASSIGN TO "FXSUPPBANK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SBK-SUPPLIER-ID
                   FILE STATUS SBK-STATUS-FS.

               SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS PAYMENT-STATUS.
           COPY FD-DEBITNOTE.
       FD FXPAYMENTS.
           COPY FD-PAYMENTS.
       FD FXSUPPBANK.
           COPY FD-SUPPBANK.

       FD PAYMENT-FILE.
       01  PAYMENT-RECORD                   PIC X(120).

       FD ADVICE-FILE-REPORT
           REPORT IS ADVICE-REPORT.

       WORKING-STORAGE SECTION.
       COPY LK-TXREG.
       78  MODULE-NAME-REPORT  VALUE "SUPPLIER REMITTANCE RUN".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  REPORTTITLECONST    VALUE "BREADWICH".
           05 REMIT-TOTAL OCCURS MAX-SUPP TIMES
               PIC 9(009)V99 VALUE ZERO.
       77 SUPP-IX                          PIC 9(005).
      *> "Y" WHEN THE SUPPLIER HAS A CONFIRMED ACCOUNT WITH NO
      *> CHANGE PENDING - ONLY THOSE SUPPLIERS ARE PAID
       01 BANK-TABLE.
           05 BANK-OK OCCURS MAX-SUPP TIMES
               PIC X(001) VALUE "N".
       77 SBK-STATUS-FS                    PIC 9(002).
       01 SBK-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-SBK                      VALUE "Y".
       01 HELD-AMOUNT                      PIC 9(009)V99.
       01 CURRENT-SUPP                     PIC 9(005).
       01 PAY-THRU-DATE                    PIC 9(008).
       01 GROSS-AMOUNT                     PIC 9(009)V99.
       01 PYR-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-PYR                      VALUE "Y".
       01 RUN-TOTAL                        PIC 9(011)V99.
       77 PAYMENT-RECORDS                  PIC 9(007).
       77 PAYMENT-TOTAL                    PIC 9(011)V99.
       01 APPROVAL-LIMIT                   PIC 9(009)V99.
       01 LIMIT-ON-FILE                    PIC X(001).
           88 LIMIT-ON-FILE-YES            VALUE "Y".
           05 PAY-AMOUNT                   PIC 9(009).99.
           05 FILLER                       PIC X(001) VALUE SPACE.
           05 PAY-DATE                     PIC 9(008).
           05 FILLER                       PIC X(001) VALUE SPACE.
           05 PAY-IBAN                     PIC X(034).
           05 FILLER                       PIC X(001) VALUE SPACE.
           05 PAY-BIC                      PIC X(011).

       REPORT SECTION.
       RD ADVICE-REPORT
               03 COLUMN 30 PIC 9(005) SOURCE DET-SUPP-ID.
               03 COLUMN 71 PIC ZZZZZZZZ9.99 SOURCE DET-AMOUNT.

       01 LINE-HELD TYPE IS DETAIL.
           02 LINE IS PLUS 2.
               03 COLUMN 02 VALUE "HELD - NO CONFIRMED BANK DETAILS".
               03 COLUMN 36 PIC 9(005) SOURCE DET-SUPP-ID.
               03 COLUMN 42 PIC X(025) SOURCE DET-SUPP-NAME.
               03 COLUMN 71 PIC ZZZZZZZZ9.99 SOURCE HELD-AMOUNT.

       01 LINE-DEBIT-NOTE TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 02 VALUE "LESS DEBIT NOTE".
      *> RELEASED BY A SECOND OPERATOR (REMIT-REL) BEFORE A BANK
      *> FILE IS WRITTEN; OTHERWISE IT IS PARKED PENDING ON FXPAYRUN
           PERFORM 050-READ-APPROVAL-LIMIT
           PERFORM 055-LOAD-BANK-STATUS
           PERFORM 060-PRECOMPUTE-RUN-TOTAL
           CALL "GETOPER" USING RUN-CREATED-BY
           MOVE RUN-CREATED-BY TO RUN-RELEASED-BY
           CLOSE FXPAYCTL
       EXIT SECTION.

       055-LOAD-BANK-STATUS SECTION.
           MOVE "N" TO SBK-EOF-FLAG
           OPEN INPUT FXSUPPBANK
           IF SBK-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPBANK
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-SBK
               READ FXSUPPBANK NEXT RECORD
                   AT END SET EOF-SBK TO TRUE
                   NOT AT END
                       IF SBK-STATUS-CONFIRMED AND
                           SBK-IBAN NOT = SPACES AND
                           SBK-SUPPLIER-ID > ZERO AND
                           SBK-SUPPLIER-ID <= MAX-SUPP
                           MOVE "Y" TO BANK-OK (SBK-SUPPLIER-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPBANK
       EXIT SECTION.

      *> THE SAME SELECTION THE PAYING PASS USES, SUMMED WITHOUT
      *> TOUCHING ANYTHING, SO THE APPROVAL DECISION IS TAKEN ON
      *> THE EXACT AMOUNT THE BANK FILE WOULD CARRY
                   AT END SET EOF-SINV TO TRUE
                   NOT AT END
                       IF SINV-STATUS-MATCHED AND
                           SINV-DUE-DATE <= PAY-THRU-DATE AND
                           SINV-SUPPLIER-ID > ZERO AND
                           SINV-SUPPLIER-ID <= MAX-SUPP AND
                           BANK-OK (SINV-SUPPLIER-ID) = "Y"
                           COMPUTE RUN-TOTAL = RUN-TOTAL
                               + SINV-TOTAL + SINV-VAT-AMOUNT
                       END-IF
      *> FXPAYMENTS SO THE BANK RECONCILIATION CAN LATER CONFIRM
      *> THE BANK REALLY EXECUTED IT
           PERFORM 130-OPEN-PAYMENT-REGISTER
           MOVE ZERO TO PAYMENT-RECORDS PAYMENT-TOTAL
           PERFORM VARYING CURRENT-SUPP FROM 1 BY 1
               UNTIL CURRENT-SUPP > MAX-SUPP
               PERFORM 200-PAY-ONE-SUPPLIER
      *> WHO RELEASED IT (THE SAME ID ON A RUN UNDER THE LIMIT)
           GENERATE LINE-RELEASE
           CLOSE PAYMENT-FILE
           MOVE "BANK-PAYMENT" TO TXR-INTERFACE
           MOVE "PAYMENTS.DAT" TO TXR-FILE-NAME
           MOVE "REMIT-RUN" TO TXR-PROGRAM
           MOVE PAYMENT-RECORDS TO TXR-RECORDS
           MOVE PAYMENT-TOTAL TO TXR-CONTROL-TOTAL
           CALL "TXREG" USING TXREG-REQUEST
           CLOSE FXPAYMENTS
           TERMINATE ADVICE-REPORT
           CLOSE ADVICE-FILE-REPORT
       EXIT SECTION.

       200-PAY-ONE-SUPPLIER SECTION.
           MOVE ZERO TO HELD-AMOUNT
           MOVE "N" TO SINV-EOF-FLAG
           MOVE 1 TO SINV-ID
           START FXSUPPINV KEY IS >= SINV-ID
                       IF SINV-SUPPLIER-ID = CURRENT-SUPP AND
                           SINV-STATUS-MATCHED AND
                           SINV-DUE-DATE <= PAY-THRU-DATE
                           IF BANK-OK (CURRENT-SUPP) = "Y"
                               PERFORM 210-PAY-ONE-INVOICE
                           ELSE
                               COMPUTE HELD-AMOUNT = HELD-AMOUNT
                                   + SINV-TOTAL + SINV-VAT-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HELD-AMOUNT > ZERO
               PERFORM 220-READ-SUPPLIER-NAME
               MOVE CURRENT-SUPP TO DET-SUPP-ID
               GENERATE LINE-HELD
           END-IF
           IF REMIT-TOTAL (CURRENT-SUPP) > ZERO
      *> OPEN DEBIT NOTES FROM SUPPLIER RETURNS COME OFF THE
      *> PAYMENT BEFORE THE BANK RECORD IS WRITTEN - THE MIRROR OF
               MOVE DET-SUPP-NAME TO PAY-SUPP-NAME
               MOVE REMIT-TOTAL (CURRENT-SUPP) TO PAY-AMOUNT
               MOVE FUNCTION CURRENT-DATE (1:8) TO PAY-DATE
               PERFORM 240-READ-BANK-ACCOUNT
               WRITE PAYMENT-RECORD FROM PAY-DETAIL
               ADD 1 TO PAYMENT-RECORDS
               ADD REMIT-TOTAL (CURRENT-SUPP) TO PAYMENT-TOTAL
               MOVE NEXT-PMT-ID TO PMT-ID
               MOVE CURRENT-SUPP TO PMT-SUPPLIER-ID
               MOVE FUNCTION CURRENT-DATE (1:8) TO PMT-DATE
           END-IF
           CLOSE FXSUPPLY
       EXIT SECTION.

       240-READ-BANK-ACCOUNT SECTION.
           MOVE SPACES TO PAY-IBAN PAY-BIC
           OPEN INPUT FXSUPPBANK
           IF SBK-STATUS-FS = ZERO THEN
               MOVE CURRENT-SUPP TO SBK-SUPPLIER-ID
               READ FXSUPPBANK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SBK-IBAN TO PAY-IBAN
                       MOVE SBK-BIC TO PAY-BIC
               END-READ
           END-IF
           CLOSE FXSUPPBANK
       EXIT SECTION.
