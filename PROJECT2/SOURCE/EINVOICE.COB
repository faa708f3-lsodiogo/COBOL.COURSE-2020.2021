      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    EINVOICE - WRITES ONE FXSCHINV INVOICE OR ONE FXCREDNOTE
      *    CREDIT NOTE TO THE STRUCTURED ELECTRONIC INVOICE FILE THE
      *    COUNCILS' ACCOUNTS-PAYABLE SYSTEMS LOAD, AND RECORDS THE
      *    SEND ON FXEINVLOG. CALLED BY CNCLINV FOR COUNCILS ON
      *    CONSOLIDATED BILLING AND BY SCHINV FOR SCHOOLS BILLED
      *    DIRECTLY. EACH DOCUMENT IS A GROUP OF FIXED RECORDS:
      *      HDR  DOCUMENT TYPE, NUMBER, DATES, BUYER REFERENCE
      *           (COUNCIL A/P REFERENCE OR SCHOOL EXTERNAL ID) AND
      *           THE SCHOOL'S EXTERNAL ID
      *      LIN  ONE PER LINE: SANDWICH, QUANTITY, UNIT PRICE, VAT
      *           CODE AND RATE, NET AND VAT AMOUNTS
      *      VAT  ONE PER VAT CODE: TAXABLE BASE AND VAT
      *      TOT  NET, VAT AND GROSS; FOR AN INVOICE THE VAT IS THE
      *           SCHINV-VAT-AMOUNT THE PRINTED INVOICE CARRIES
      *    LINE VAT IS WORKED OUT FROM THE SANDWICH'S TAX CODE THE
      *    SAME WAY SCHINV WORKS IT OUT WHEN IT INVOICES. A LINE WITH
      *    SANDWICH ZERO IS THE CHARGE FOR LOST RETURNABLE TRAYS AND
      *    GOES OUT UNDER THAT NAME WITHOUT VAT. A MEAL-DEAL BUNDLE
      *    LINE IS SHARED OVER ITS CONTENTS BY VALUE, EACH SHARE AT
      *    THE RATE OF ITS OWN VAT CODE, EXACTLY AS SCHINV SPLITS IT,
      *    AND GOES OUT AS ONE LIN PER COMPONENT UNDER THE LINE'S
      *    NUMBER, SO THE LINE VAT AND THE VAT RECORDS AGREE WITH THE
      *    INVOICE; A CREDIT NOTE FOR A BUNDLE IS SHARED THE SAME WAY.
      *    A CANCELLED INVOICE OR CREDIT NOTE IS NEVER SENT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVOICE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSCHINV ASSIGN TO "FXSCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXSCHINVLN ASSIGN TO "FXSCHINVLN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHIL-ID
                   FILE STATUS SCHIL-STATUS-FS.

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCOUNCIL ASSIGN TO "FXCOUNCIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CNCL-ID
                   FILE STATUS CNCL-STATUS-FS.

               SELECT FXSANDWICH ASSIGN TO "FXSANDWICHES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SANDWICH-ID
                   FILE STATUS SANDWICH-STATUS.

               SELECT FXTAXCODE ASSIGN TO "FXTAXCODE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TAX-CODE
                   FILE STATUS TAX-STATUS-FS.

               SELECT FXEINVLOG ASSIGN TO "FXEINVLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ELOG-ID
                   FILE STATUS ELOG-STATUS-FS.

               SELECT EINV-FILE ASSIGN TO EINV-OUT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS EINV-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHINVLN.
           COPY FD-SCHINVLN.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCOUNCIL.
           COPY FD-COUNCIL.
       FD FXSANDWICH.
           COPY FD-SANDWICH.
       FD FXTAXCODE.
           COPY FD-TAXCODE.
       FD FXEINVLOG.
           COPY FD-EINVLOG.
       FD EINV-FILE.
       01  EINV-RECORD                      PIC X(160).

       WORKING-STORAGE SECTION.
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHIL-STATUS-FS                  PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CNCL-STATUS-FS                   PIC 9(002).
       77  SANDWICH-STATUS                  PIC 9(002).
       77  TAX-STATUS-FS                    PIC 9(002).
       77  ELOG-STATUS-FS                   PIC 9(002).
       77  EINV-STATUS-FS                   PIC 9(002).
       01  SCHIL-EOF-FLAG                   PIC X(001) VALUE "N".
           88  EOF-SCHIL                    VALUE "Y".

       01  EINV-OUT-NAME                    PIC X(040).
       01  DOC-FOUND                        PIC X(001).
           88  DOC-FOUND-YES                VALUE "Y".
       01  DOC-SCHOOL-ID                    PIC 9(005).
       01  DOC-NET                          PIC 9(009)V99.
       01  DOC-VAT                          PIC 9(009)V99.
       01  DOC-GROSS                        PIC 9(009)V99.
       01  LINE-NET                         PIC 9(007)V99.
       01  LINE-VAT                         PIC 9(007)V99.
       01  LINE-TAX-CODE                    PIC X(002).
       01  LINE-TAX-RATE                    PIC 9(002)V99.
       01  BUYER-REFERENCE                  PIC X(008).
       01  SHARE-UNIT-PRICE                 PIC 9(003)V99.

      *> A BUNDLE LINE'S SHARES, AS SCHINV WORKS THEM OUT
       COPY LK-BUNDLEX.
       77  BUN-IX                           PIC 9(002).
       01  LINE-IS-BUNDLE                   PIC X(001).
           88  LINE-IS-BUNDLE-YES           VALUE "Y".
       01  BUNDLE-SPLIT                     PIC X(001).
           88  BUNDLE-SPLIT-YES             VALUE "Y".
       01  BUNDLE-SHARE-TABLE.
           05  BUNDLE-SHARE OCCURS BUNX-MAX-LINES TIMES.
               10  SHARE-TAX-CODE           PIC X(002).
               10  SHARE-TAX-RATE           PIC 9(002)V99.
               10  SHARE-AMOUNT             PIC 9(007)V99.
               10  SHARE-VAT                PIC 9(007)V99.
       01  SHARE-LEFT                       PIC 9(007)V99.

      *> VAT SPLIT OF THE DOCUMENT, ONE SLOT PER TAX CODE MET
       78  MAX-VAT-CODES                    VALUE 20.
       78  TRAY-LINE-NAME      VALUE "RETURNABLE TRAYS LOST".
       01  VAT-SPLIT-TABLE.
           05  VAT-SPLIT OCCURS MAX-VAT-CODES TIMES.
               10  VS-CODE                  PIC X(002).
               10  VS-RATE                  PIC 9(002)V99.
               10  VS-BASE                  PIC 9(009)V99.
               10  VS-VAT                   PIC 9(009)V99.
       77  VAT-COUNT                        PIC 9(003).
       77  VAT-IX                           PIC 9(003).

       01  HDR-RECORD.
           05  FILLER                       PIC X(003) VALUE "HDR".
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-DOC-TYPE                  PIC X(003).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-DOC-ID                    PIC 9(006).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-ISSUE-DATE                PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-PERIOD-FROM               PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-PERIOD-TO                 PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-REF-INVOICE               PIC 9(006).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-BUYER-REF                 PIC X(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-SCHOOL-ID                 PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-SCHOOL-EXT-ID             PIC X(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-SCHOOL-NAME               PIC X(050).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  HR-CURRENCY                  PIC X(003) VALUE "EUR".
       01  LIN-RECORD.
           05  FILLER                       PIC X(003) VALUE "LIN".
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-LINE-NO                   PIC 9(003).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-SANDWICH-ID               PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-SANDWICH-NAME             PIC X(030).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-DELIVERY-DATE             PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-QTY                       PIC 9(005).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-UNIT-PRICE                PIC 9(003).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-TAX-CODE                  PIC X(002).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-TAX-RATE                  PIC 9(002).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-NET                       PIC 9(007).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  LR-VAT                       PIC 9(007).99.
       01  VAT-RECORD.
           05  FILLER                       PIC X(003) VALUE "VAT".
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  VR-TAX-CODE                  PIC X(002).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  VR-TAX-RATE                  PIC 9(002).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  VR-BASE                      PIC 9(009).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  VR-VAT                       PIC 9(009).99.
       01  TOT-RECORD.
           05  FILLER                       PIC X(003) VALUE "TOT".
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TR-NET                       PIC 9(009).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TR-VAT                       PIC 9(009).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  TR-GROSS                     PIC 9(009).99.

       LINKAGE SECTION.
       COPY LK-EINVOICE.

       PROCEDURE DIVISION USING EINVOICE-REQUEST.
       MAIN-PROCEDURE.
           MOVE "N" TO EINV-RESULT
           MOVE EINV-FILE-NAME TO EINV-OUT-NAME
           IF EINV-START-FILE
               OPEN OUTPUT EINV-FILE
               IF EINV-STATUS-FS = ZERO
                   MOVE "Y" TO EINV-RESULT
               END-IF
               CLOSE EINV-FILE
               GOBACK
           END-IF
           MOVE "N" TO DOC-FOUND
           MOVE ZERO TO DOC-NET DOC-VAT DOC-GROSS VAT-COUNT
           OPEN INPUT FXSANDWICH
           OPEN INPUT FXTAXCODE
           OPEN EXTEND EINV-FILE
           IF EINV-STATUS-FS NOT = ZERO
               CLOSE EINV-FILE
               CLOSE FXTAXCODE
               CLOSE FXSANDWICH
               GOBACK
           END-IF
           IF EINV-ADD-INVOICE
               PERFORM 100-WRITE-INVOICE
           ELSE
               PERFORM 200-WRITE-CREDIT-NOTE
           END-IF
           CLOSE EINV-FILE
           CLOSE FXTAXCODE
           CLOSE FXSANDWICH
           IF DOC-FOUND-YES
               PERFORM 400-LOG-SEND
               MOVE "Y" TO EINV-RESULT
           END-IF
           GOBACK.

       100-WRITE-INVOICE SECTION.
           OPEN INPUT FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO
               CLOSE FXSCHINV
               EXIT SECTION
           END-IF
           MOVE EINV-DOC-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY
                   CLOSE FXSCHINV
                   EXIT SECTION
           END-READ
           IF SCHINV-STATUS-CANCELLED
               CLOSE FXSCHINV
               EXIT SECTION
           END-IF
           MOVE "Y" TO DOC-FOUND
           MOVE SCHINV-SCHOOL-ID TO DOC-SCHOOL-ID
           MOVE "INV" TO HR-DOC-TYPE
           MOVE SCHINV-ID TO HR-DOC-ID
           MOVE SCHINV-PERIOD-TO TO HR-ISSUE-DATE
           MOVE SCHINV-PERIOD-FROM TO HR-PERIOD-FROM
           MOVE SCHINV-PERIOD-TO TO HR-PERIOD-TO
           MOVE ZERO TO HR-REF-INVOICE
           PERFORM 300-HEADER-PARTIES
           WRITE EINV-RECORD FROM HDR-RECORD
           OPEN INPUT FXSCHINVLN
           IF SCHIL-STATUS-FS = ZERO
               MOVE "N" TO SCHIL-EOF-FLAG
               MOVE SCHINV-ID TO SCHIL-INV-ID
               MOVE ZERO TO SCHIL-LINE-NO
               START FXSCHINVLN KEY IS >= SCHIL-ID
                   INVALID KEY SET EOF-SCHIL TO TRUE
               END-START
               PERFORM UNTIL EOF-SCHIL
                   READ FXSCHINVLN NEXT RECORD
                       AT END SET EOF-SCHIL TO TRUE
                       NOT AT END
                           IF SCHIL-INV-ID NOT = SCHINV-ID
                               SET EOF-SCHIL TO TRUE
                           ELSE
                               PERFORM 110-WRITE-INVOICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXSCHINVLN
           PERFORM 320-WRITE-VAT-SPLIT
      *> THE DOCUMENT TOTALS ARE THE LEDGER FIGURES, SO THE COUNCIL
      *> IS ASKED FOR EXACTLY WHAT THE PRINTED INVOICE ASKS FOR
           MOVE SCHINV-TOTAL TO TR-NET
           MOVE SCHINV-VAT-AMOUNT TO TR-VAT
           COMPUTE TR-GROSS = SCHINV-TOTAL + SCHINV-VAT-AMOUNT
           COMPUTE DOC-GROSS = SCHINV-TOTAL + SCHINV-VAT-AMOUNT
           WRITE EINV-RECORD FROM TOT-RECORD
           CLOSE FXSCHINV
       EXIT SECTION.

       110-WRITE-INVOICE-LINE SECTION.
           MOVE SCHIL-SANDWICH-ID TO SANDWICH-ID
           PERFORM 310-LINE-TAX
           COMPUTE LINE-VAT ROUNDED =
               SCHIL-AMOUNT * LINE-TAX-RATE / 100
           MOVE SCHIL-LINE-NO TO LR-LINE-NO
           MOVE SCHIL-SANDWICH-ID TO LR-SANDWICH-ID
           MOVE SCHIL-DELIVERY-DATE TO LR-DELIVERY-DATE
           MOVE SCHIL-QTY TO LR-QTY
           MOVE SCHIL-UNIT-PRICE TO LR-UNIT-PRICE
           MOVE LINE-TAX-CODE TO LR-TAX-CODE
           MOVE LINE-TAX-RATE TO LR-TAX-RATE
           MOVE SCHIL-AMOUNT TO LINE-NET
           MOVE SCHIL-AMOUNT TO LR-NET
           MOVE LINE-VAT TO LR-VAT
           PERFORM 312-SPLIT-BUNDLE-VAT
           IF BUNDLE-SPLIT-YES
               PERFORM 325-WRITE-BUNDLE-LINES
           ELSE
               WRITE EINV-RECORD FROM LIN-RECORD
               PERFORM 315-ADD-TO-VAT-SPLIT
           END-IF
       EXIT SECTION.

      *> A CREDIT NOTE IS ONE LINE AGAINST ONE INVOICE LINE; IT
      *> CARRIES THE INVOICE IT CORRECTS SO THE COUNCIL CAN MATCH IT
       200-WRITE-CREDIT-NOTE SECTION.
           OPEN INPUT FXCREDNOTE
           IF CRN-STATUS-FS NOT = ZERO
               CLOSE FXCREDNOTE
               EXIT SECTION
           END-IF
           MOVE EINV-DOC-ID TO CRN-ID
           READ FXCREDNOTE
               INVALID KEY
                   CLOSE FXCREDNOTE
                   EXIT SECTION
           END-READ
           IF CRN-STATUS-CANCELLED
               CLOSE FXCREDNOTE
               EXIT SECTION
           END-IF
           MOVE "Y" TO DOC-FOUND
           MOVE CRN-SCHOOL-ID TO DOC-SCHOOL-ID
           MOVE "CRN" TO HR-DOC-TYPE
           MOVE CRN-ID TO HR-DOC-ID
           MOVE CRN-DATE TO HR-ISSUE-DATE
           MOVE CRN-DATE TO HR-PERIOD-FROM
           MOVE CRN-DATE TO HR-PERIOD-TO
           MOVE CRN-INV-ID TO HR-REF-INVOICE
           PERFORM 300-HEADER-PARTIES
           WRITE EINV-RECORD FROM HDR-RECORD
           MOVE CRN-SANDWICH-ID TO SANDWICH-ID
           PERFORM 310-LINE-TAX
           COMPUTE LINE-VAT ROUNDED =
               CRN-AMOUNT * LINE-TAX-RATE / 100
           MOVE CRN-INV-LINE-NO TO LR-LINE-NO
           MOVE CRN-SANDWICH-ID TO LR-SANDWICH-ID
           MOVE CRN-DATE TO LR-DELIVERY-DATE
           MOVE CRN-QTY TO LR-QTY
           MOVE CRN-UNIT-PRICE TO LR-UNIT-PRICE
           MOVE LINE-TAX-CODE TO LR-TAX-CODE
           MOVE LINE-TAX-RATE TO LR-TAX-RATE
           MOVE CRN-AMOUNT TO LINE-NET
           MOVE CRN-AMOUNT TO LR-NET
           MOVE LINE-VAT TO LR-VAT
           PERFORM 312-SPLIT-BUNDLE-VAT
           IF BUNDLE-SPLIT-YES
               PERFORM 325-WRITE-BUNDLE-LINES
           ELSE
               WRITE EINV-RECORD FROM LIN-RECORD
               PERFORM 315-ADD-TO-VAT-SPLIT
           END-IF
           PERFORM 320-WRITE-VAT-SPLIT
           MOVE DOC-NET TO TR-NET
           MOVE DOC-VAT TO TR-VAT
           COMPUTE TR-GROSS = DOC-NET + DOC-VAT
           COMPUTE DOC-GROSS = DOC-NET + DOC-VAT
           WRITE EINV-RECORD FROM TOT-RECORD
           CLOSE FXCREDNOTE
       EXIT SECTION.

      *> THE BUYER REFERENCE IS WHAT THE RECIPIENT'S A/P SYSTEM
      *> KEYS ON: THE COUNCIL'S REFERENCE ON CONSOLIDATED BILLING,
      *> OTHERWISE THE SCHOOL'S OWN EXTERNAL ID
       300-HEADER-PARTIES SECTION.
           MOVE SPACES TO HR-SCHOOL-EXT-ID HR-SCHOOL-NAME
           MOVE SPACES TO BUYER-REFERENCE
           MOVE DOC-SCHOOL-ID TO HR-SCHOOL-ID
           OPEN INPUT FXSCHOOL
           IF SCHOOL-STATUS = ZERO
               MOVE DOC-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SCHOOL-EXTERNAL-ID TO HR-SCHOOL-EXT-ID
                       MOVE SCHOOL-DESIGNATION1 TO HR-SCHOOL-NAME
                       MOVE SCHOOL-EXTERNAL-ID TO BUYER-REFERENCE
               END-READ
           END-IF
           CLOSE FXSCHOOL
           IF EINV-RECIPIENT-TYPE = "C"
               OPEN INPUT FXCOUNCIL
               IF CNCL-STATUS-FS = ZERO
                   MOVE EINV-RECIPIENT-ID TO CNCL-ID
                   READ FXCOUNCIL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CNCL-REFERENCE TO BUYER-REFERENCE
                   END-READ
               END-IF
               CLOSE FXCOUNCIL
           END-IF
           MOVE BUYER-REFERENCE TO HR-BUYER-REF
       EXIT SECTION.

      *> SAME RULE AS SCHINV: NO TAX CODE, OR A CODE NOT ON FILE,
      *> MEANS THE LINE CARRIES NO VAT
       310-LINE-TAX SECTION.
           MOVE SPACES TO LINE-TAX-CODE LR-SANDWICH-NAME
           MOVE ZERO TO LINE-TAX-RATE
           MOVE "N" TO LINE-IS-BUNDLE
           IF SANDWICH-ID = ZERO
               MOVE TRAY-LINE-NAME TO LR-SANDWICH-NAME
               EXIT SECTION
           END-IF
           IF SANDWICH-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
           READ FXSANDWICH
               INVALID KEY EXIT SECTION
           END-READ
           MOVE SANDWICH-NAME TO LR-SANDWICH-NAME
           IF SANDWICH-IS-BUNDLE
               MOVE "Y" TO LINE-IS-BUNDLE
           END-IF
           IF SANDWICH-TAX-CODE = SPACES OR TAX-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SANDWICH-TAX-CODE TO TAX-CODE
           READ FXTAXCODE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE TAX-CODE TO LINE-TAX-CODE
                   MOVE TAX-RATE-PCT TO LINE-TAX-RATE
           END-READ
       EXIT SECTION.

      *> SAME SPLIT AS SCHINV'S 215: LINE-NET IS SHARED OVER THE
      *> BUNDLE'S CONTENTS BY VALUE (THE LAST COMPONENT TAKES WHAT
      *> ROUNDING LEAVES) AND EACH SHARE PAYS THE RATE OF ITS OWN VAT
      *> CODE. A BUNDLE WITHOUT CONTENTS OR VALUES STAYS ONE LINE AT
      *> ITS OWN TAX CODE LIKE ANY SANDWICH.
       312-SPLIT-BUNDLE-VAT SECTION.
           MOVE "N" TO BUNDLE-SPLIT
           IF NOT LINE-IS-BUNDLE-YES OR TAX-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE SANDWICH-ID TO BUNX-BUNDLE-ID
           CALL "BUNDLEX" USING BUNDLEX-REQUEST
           IF BUNX-COUNT = ZERO OR BUNX-VALUE-TOTAL = ZERO
               EXIT SECTION
           END-IF
           MOVE "Y" TO BUNDLE-SPLIT
           MOVE LINE-NET TO SHARE-LEFT
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               IF BUN-IX = BUNX-COUNT
                   MOVE SHARE-LEFT TO SHARE-AMOUNT (BUN-IX)
               ELSE
                   COMPUTE SHARE-AMOUNT (BUN-IX) ROUNDED =
                       LINE-NET * BUNX-UNIT-VALUE (BUN-IX)
                       * BUNX-COMP-QTY (BUN-IX) / BUNX-VALUE-TOTAL
                   IF SHARE-AMOUNT (BUN-IX) > SHARE-LEFT
                       MOVE SHARE-LEFT TO SHARE-AMOUNT (BUN-IX)
                   END-IF
                   SUBTRACT SHARE-AMOUNT (BUN-IX) FROM SHARE-LEFT
               END-IF
               MOVE SPACES TO SHARE-TAX-CODE (BUN-IX)
               MOVE ZERO TO SHARE-TAX-RATE (BUN-IX) SHARE-VAT (BUN-IX)
               IF BUNX-TAX-CODE (BUN-IX) NOT = SPACES
                   MOVE BUNX-TAX-CODE (BUN-IX) TO TAX-CODE
                   READ FXTAXCODE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE TAX-CODE TO SHARE-TAX-CODE (BUN-IX)
                           MOVE TAX-RATE-PCT
                               TO SHARE-TAX-RATE (BUN-IX)
                           COMPUTE SHARE-VAT (BUN-IX) ROUNDED =
                               SHARE-AMOUNT (BUN-IX) * TAX-RATE-PCT
                               / 100
                   END-READ
               END-IF
           END-PERFORM
       EXIT SECTION.

       315-ADD-TO-VAT-SPLIT SECTION.
           ADD LINE-NET TO DOC-NET
           ADD LINE-VAT TO DOC-VAT
           PERFORM VARYING VAT-IX FROM 1 BY 1
               UNTIL VAT-IX > VAT-COUNT
               OR VS-CODE (VAT-IX) = LINE-TAX-CODE
               CONTINUE
           END-PERFORM
           IF VAT-IX > VAT-COUNT
               IF VAT-COUNT = MAX-VAT-CODES
                   EXIT SECTION
               END-IF
               ADD 1 TO VAT-COUNT
               MOVE VAT-COUNT TO VAT-IX
               MOVE LINE-TAX-CODE TO VS-CODE (VAT-IX)
               MOVE LINE-TAX-RATE TO VS-RATE (VAT-IX)
               MOVE ZERO TO VS-BASE (VAT-IX) VS-VAT (VAT-IX)
           END-IF
           ADD LINE-NET TO VS-BASE (VAT-IX)
           ADD LINE-VAT TO VS-VAT (VAT-IX)
       EXIT SECTION.

      *> ONE LIN PER SHARE UNDER THE BUNDLE LINE'S NUMBER AND
      *> QUANTITY, NAMED AFTER THE COMPONENT; THE UNIT PRICE IS THE
      *> SHARE OVER THE QUANTITY
       325-WRITE-BUNDLE-LINES SECTION.
           PERFORM VARYING BUN-IX FROM 1 BY 1
               UNTIL BUN-IX > BUNX-COUNT
               MOVE BUNX-COMP-NAME (BUN-IX) TO LR-SANDWICH-NAME
               MOVE ZERO TO SHARE-UNIT-PRICE
               IF LR-QTY > ZERO
                   COMPUTE SHARE-UNIT-PRICE ROUNDED =
                       SHARE-AMOUNT (BUN-IX) / LR-QTY
               END-IF
               MOVE SHARE-UNIT-PRICE TO LR-UNIT-PRICE
               MOVE SHARE-TAX-CODE (BUN-IX) TO LINE-TAX-CODE
               MOVE SHARE-TAX-RATE (BUN-IX) TO LINE-TAX-RATE
               MOVE SHARE-AMOUNT (BUN-IX) TO LINE-NET
               MOVE SHARE-VAT (BUN-IX) TO LINE-VAT
               MOVE LINE-TAX-CODE TO LR-TAX-CODE
               MOVE LINE-TAX-RATE TO LR-TAX-RATE
               MOVE LINE-NET TO LR-NET
               MOVE LINE-VAT TO LR-VAT
               WRITE EINV-RECORD FROM LIN-RECORD
               PERFORM 315-ADD-TO-VAT-SPLIT
           END-PERFORM
       EXIT SECTION.

       320-WRITE-VAT-SPLIT SECTION.
           PERFORM VARYING VAT-IX FROM 1 BY 1
               UNTIL VAT-IX > VAT-COUNT
               MOVE VS-CODE (VAT-IX) TO VR-TAX-CODE
               MOVE VS-RATE (VAT-IX) TO VR-TAX-RATE
               MOVE VS-BASE (VAT-IX) TO VR-BASE
               MOVE VS-VAT (VAT-IX) TO VR-VAT
               WRITE EINV-RECORD FROM VAT-RECORD
           END-PERFORM
       EXIT SECTION.

       400-LOG-SEND SECTION.
           OPEN I-O FXEINVLOG
           IF ELOG-STATUS-FS = 35 THEN
               CLOSE FXEINVLOG
               OPEN OUTPUT FXEINVLOG
               CLOSE FXEINVLOG
               OPEN I-O FXEINVLOG
           END-IF
           IF ELOG-STATUS-FS NOT = ZERO
               CLOSE FXEINVLOG
               EXIT SECTION
           END-IF
           MOVE EINV-ACTION TO ELOG-DOC-TYPE
           MOVE EINV-DOC-ID TO ELOG-DOC-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO ELOG-SENT-STAMP
           MOVE EINV-RECIPIENT-TYPE TO ELOG-RECIPIENT-TYPE
           MOVE EINV-RECIPIENT-ID TO ELOG-RECIPIENT-ID
           MOVE BUYER-REFERENCE TO ELOG-RECIPIENT-REF
           MOVE EINV-FILE-NAME TO ELOG-FILE-NAME
           MOVE DOC-GROSS TO ELOG-GROSS
           CALL "GETOPER" USING ELOG-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO ELOG-LAST-DATE
           WRITE ELOG-DETAILS
               INVALID KEY
                   REWRITE ELOG-DETAILS
                   END-REWRITE
           END-WRITE
           CLOSE FXEINVLOG
       EXIT SECTION.
