      *    LINES WE CANNOT EXPLAIN AND PAYMENTS THE BANK NEVER
      *    EXECUTED - SO A FAILED PAYMENT SURFACES HERE, NOT IN AN
      *    ANGRY SUPPLIER PHONE CALL.
      *    CASH BANKED FROM THE SALES COUNTER AT EACH CASH-UP IS AN
      *    EXPECTED CREDIT TOO: A CREDIT LINE NO RECEIPT EXPLAINS IS
      *    TRIED AGAINST THE PAYING-IN SLIPS ON FXCASHUP, AND A SLIP
      *    THE BANK NEVER CREDITED IS LISTED AS AN EXCEPTION.
      *    STATEMENT LINE LAYOUT (FIXED): DIRECTION X(1) D/C,
      *    DATE 9(8), AMOUNT 9(11) WITH TWO IMPLIED DECIMALS (NO
      *    DECIMAL POINT IN THE FILE), REFERENCE X(20).
                   RECORD KEY IS RCPT-ID
                   FILE STATUS RCPT-STATUS-FS.

               SELECT FXCASHUP ASSIGN TO "FXCASHUP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUP-DATE
                   FILE STATUS CUP-STATUS-FS.

               SELECT STMT-FILE ASSIGN TO "BANKSTMT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS STMT-STATUS.
           COPY FD-PAYMENTS.
       FD FXCASHRCPT.
           COPY FD-CASHRCPT.
       FD FXCASHUP.
           COPY FD-CASHUP.
       FD STMT-FILE.
       01  STMT-RECORD.
           05  STMT-DIRECTION               PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  PMT-STATUS-FS                    PIC 9(002).
       77  RCPT-STATUS-FS                   PIC 9(002).
       77  CUP-STATUS-FS                    PIC 9(002).
       77  STMT-STATUS                      PIC 9(002).
       77  RECON-STATUS                     PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).
           88  EOF-PMT                      VALUE "Y".
       01  RCPT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-RCPT                     VALUE "Y".
       01  CUP-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CUP                      VALUE "Y".
       01  MATCH-FOUND                      PIC X(001).
           88  MATCH-FOUND-YES              VALUE "Y".

           OPEN OUTPUT RECON-FILE
           PERFORM 100-MATCH-STATEMENT-LINES
           PERFORM 300-LIST-UNEXECUTED-PAYMENTS
           PERFORM 310-LIST-UNCREDITED-SLIPS
           CLOSE RECON-FILE
           CLOSE STMT-FILE
           MOVE "BANKRECON" TO RCAT-BASE-NAME
                   PERFORM 120-MATCH-AGAINST-PAYMENTS
               WHEN STMT-CREDIT
                   PERFORM 130-MATCH-AGAINST-RECEIPTS
                   IF NOT MATCH-FOUND-YES
                       PERFORM 150-MATCH-AGAINST-SLIPS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "Y" TO MATCH-FOUND
       EXIT SECTION.

      *> A CREDIT NO SCHOOL RECEIPT EXPLAINS MAY BE THE COUNTER
      *> TAKINGS: FIRST BY THE PAYING-IN SLIP REFERENCE, THEN BY THE
      *> FIRST UNRECONCILED SLIP OF THE SAME AMOUNT
       150-MATCH-AGAINST-SLIPS SECTION.
           MOVE "N" TO CUP-EOF-FLAG
           OPEN I-O FXCASHUP
           IF CUP-STATUS-FS NOT = ZERO THEN
               CLOSE FXCASHUP
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-CUP
               READ FXCASHUP NEXT RECORD
                   AT END SET EOF-CUP TO TRUE
                   NOT AT END
                       IF NOT CUP-RECONCILED AND CUP-BANKED > ZERO
                           AND CUP-SLIP-REF NOT = SPACES
                           AND CUP-SLIP-REF = STMT-REFERENCE (1:12)
                           PERFORM 160-FLAG-SLIP
                           SET EOF-CUP TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT MATCH-FOUND-YES
               MOVE "N" TO CUP-EOF-FLAG
               MOVE ZERO TO CUP-DATE
               START FXCASHUP KEY IS >= CUP-DATE
                   INVALID KEY SET EOF-CUP TO TRUE
               END-START
               PERFORM UNTIL EOF-CUP
                   READ FXCASHUP NEXT RECORD
                       AT END SET EOF-CUP TO TRUE
                       NOT AT END
                           IF NOT CUP-RECONCILED AND
                               CUP-BANKED = STMT-AMOUNT
                               PERFORM 160-FLAG-SLIP
                               SET EOF-CUP TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXCASHUP
       EXIT SECTION.

       160-FLAG-SLIP SECTION.
           MOVE "Y" TO CUP-RECON-FLAG
           CALL "GETOPER" USING CUP-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUP-LAST-DATE
           REWRITE CUP-DETAILS
           END-REWRITE
           MOVE "Y" TO MATCH-FOUND
       EXIT SECTION.

      *> AFTER THE STATEMENT IS CONSUMED, ANY PAYMENT STILL
      *> UNRECONCILED WAS HANDED TO THE BANK BUT NEVER EXECUTED
       300-LIST-UNEXECUTED-PAYMENTS SECTION.
           END-PERFORM
           CLOSE FXPAYMENTS
       EXIT SECTION.

      *> CASH THAT LEFT THE TIN FOR THE BANK BUT NEVER SHOWED ON THE
      *> STATEMENT IS MISSING MONEY UNTIL SOMEONE EXPLAINS IT
       310-LIST-UNCREDITED-SLIPS SECTION.
           MOVE "N" TO CUP-EOF-FLAG
           OPEN INPUT FXCASHUP
           IF CUP-STATUS-FS NOT = ZERO THEN
               CLOSE FXCASHUP
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-CUP
               READ FXCASHUP NEXT RECORD
                   AT END SET EOF-CUP TO TRUE
                   NOT AT END
                       IF NOT CUP-RECONCILED AND CUP-BANKED > ZERO
                           MOVE "PAYING-IN NOT CREDITED  "
                               TO RC-TAG
                           MOVE "C" TO RC-DIRECTION
                           MOVE CUP-DATE TO RC-DATE
                           MOVE CUP-BANKED TO RC-AMOUNT
                           MOVE CUP-SLIP-REF TO RC-REFERENCE
                           WRITE RECON-LINE FROM RECON-DETAIL
                           ADD 1 TO UNMATCHED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCASHUP
       EXIT SECTION.
