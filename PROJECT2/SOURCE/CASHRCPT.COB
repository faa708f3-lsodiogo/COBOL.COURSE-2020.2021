      *    RECEIPTS COVER ITS FULL TOTAL IS FLIPPED TO STATUS "P",
      *    SO THE OPEN/PAID STATUS ON THE INVOICE FILE FINALLY
      *    REFLECTS THE BANK. A PERIOD RECEIPTS REGISTER IS OFFERED.
      *    INVOICES SITTING IN A DIRECT DEBIT COLLECTION (DDEBIT)
      *    ARE LEFT OUT OF THE ALLOCATION - THE COLLECTION POSTS
      *    ITS OWN RECEIPT WHEN THE BANK SETTLES IT.
      *    CASH RECOVERED ON AN INVOICE WRITTEN OFF AS A BAD DEBT
      *    (WRITEOFF) IS ALLOCATED THE SAME WAY AND ADDED TO THE
      *    RECOVERED AMOUNT ON ITS FXWRITEOFF RECORD, SO THE LEDGER
      *    EXPORT CAN REVERSE THAT PART OF THE WRITE-OFF.
      *    A NON-SCHOOL CUSTOMER ACCOUNT (FXCUSTOMER) PAYS IN THE SAME
      *    WAY; AN EVENT DEPOSIT TAKEN BEFORE THE EVENT IS INVOICED
      *    SIMPLY STAYS ON ACCOUNT UNTIL SCHINV APPLIES IT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCUSTOMER ASSIGN TO "FXCUSTOMER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS CUST-STATUS-FS.

               SELECT FXWRITEOFF ASSIGN TO "FXWRITEOFF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOF-ID
                   FILE STATUS WOF-STATUS-FS.

               SELECT REGISTER-FILE ASSIGN TO "CASH-REG.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS REGISTER-STATUS.
           COPY FD-SCHINV.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXWRITEOFF.
           COPY FD-WRITEOFF.
       FD FXCUSTOMER.
           COPY FD-CUSTOMER.
       FD REGISTER-FILE.
       01  REGISTER-LINE                    PIC X(090).

       77  RAL-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CUST-STATUS-FS                   PIC 9(002).
       COPY CONSTANTS-CUST.
       77  REGISTER-STATUS                  PIC 9(002).
       77  WOF-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  EOF-RCPT                     VALUE "Y".
       01  SCHINV-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-SCHINV                   VALUE "Y".
       01  WOF-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-WOF                      VALUE "Y".
       01  WAS-WRITTEN-OFF                  PIC X(001).
           88  WAS-WRITTEN-OFF-YES          VALUE "Y".

       01  SCHOOL-FOUND                     PIC X(001).
           88  SCHOOL-FOUND-YES             VALUE "Y".

       110-CHECK-SCHOOL SECTION.
           MOVE "N" TO SCHOOL-FOUND
           IF ASK-SCHOOL-ID >= CUST-FIRST-ID
               OPEN INPUT FXCUSTOMER
               IF CUST-STATUS-FS = ZERO THEN
                   MOVE ASK-SCHOOL-ID TO CUST-ID
                   READ FXCUSTOMER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO SCHOOL-FOUND
                   END-READ
               END-IF
               CLOSE FXCUSTOMER
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = ZERO THEN
               MOVE ASK-SCHOOL-ID TO SCHOOL-ID
           END-IF
       EXIT SECTION.

      *> THE SCHOOL'S OPEN INVOICES ARE OFFERED OLDEST-NUMBER FIRST,
      *> EXCEPT THOSE ALREADY HANDED TO THE BANK FOR DIRECT DEBIT.
      *> WRITTEN-OFF INVOICES STILL SHORT OF THEIR GROSS ARE
      *> OFFERED TOO, FOR CASH RECOVERED AFTER THE WRITE-OFF.
      *> FOR EACH ONE THE CLERK SEES THE OPEN BALANCE AND WHAT IS
      *> LEFT OF THE RECEIPT AND KEYS THE AMOUNT TO ALLOCATE; ZERO
      *> SKIPS THE INVOICE. THE LOOP STOPS WHEN THE RECEIPT IS USED
                   AT END SET EOF-SCHINV TO TRUE
                   NOT AT END
                       IF SCHINV-SCHOOL-ID = ASK-SCHOOL-ID AND
                           (SCHINV-STATUS-OPEN OR
                           SCHINV-STATUS-WRITTEN-OFF) AND
                           NOT SCHINV-IN-COLLECTION AND
                           AMOUNT-LEFT > ZERO
                           PERFORM 210-ALLOCATE-ONE-INVOICE
                       END-IF
               INVALID KEY CONTINUE
           END-WRITE
           SUBTRACT ASK-ALLOC FROM AMOUNT-LEFT
           MOVE "N" TO WAS-WRITTEN-OFF
           IF SCHINV-STATUS-WRITTEN-OFF
               MOVE "Y" TO WAS-WRITTEN-OFF
           END-IF
           ADD ASK-ALLOC TO SCHINV-PAID-AMOUNT
           IF SCHINV-PAID-AMOUNT >=
               SCHINV-TOTAL + SCHINV-VAT-AMOUNT
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCHINV-LAST-DATE
           REWRITE SCHINV-DETAILS
           END-REWRITE
           IF WAS-WRITTEN-OFF-YES
               PERFORM 220-RECORD-RECOVERY
           END-IF
       EXIT SECTION.

      *> THE APPROVED WRITE-OFF OF THE INVOICE CARRIES THE RUNNING
      *> RECOVERED AMOUNT AND THE DATE OF THE LATEST RECOVERY
       220-RECORD-RECOVERY SECTION.
           MOVE "N" TO WOF-EOF-FLAG
           OPEN I-O FXWRITEOFF
           IF WOF-STATUS-FS NOT = ZERO THEN
               CLOSE FXWRITEOFF
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-WOF
               READ FXWRITEOFF NEXT RECORD
                   AT END SET EOF-WOF TO TRUE
                   NOT AT END
                       IF WOF-INV-ID = SCHINV-ID AND
                           WOF-STATUS-APPROVED
                           ADD ASK-ALLOC TO WOF-RECOVERED
                           MOVE ASK-RCPT-DATE TO WOF-RCV-DATE
                           CALL "GETOPER" USING WOF-LAST-BY
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO WOF-LAST-DATE
                           REWRITE WOF-DETAILS
                           END-REWRITE
                           SET EOF-WOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXWRITEOFF
       EXIT SECTION.

       190-SAVE-RECEIPT SECTION.
